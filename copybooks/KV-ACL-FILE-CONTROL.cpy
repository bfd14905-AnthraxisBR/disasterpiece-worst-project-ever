           SELECT KV-ACL-FILE ASSIGN TO KV-ACL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KV-ACL-STATUS.

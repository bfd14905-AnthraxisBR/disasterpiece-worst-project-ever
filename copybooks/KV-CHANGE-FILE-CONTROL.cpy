           SELECT KV-CHANGE-FILE ASSIGN TO KV-CHANGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KV-CHANGE-STATUS.
           SELECT KV-CHANGE-SEQ-FILE ASSIGN TO KV-CHANGE-SEQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KV-CHANGE-SEQ-STATUS.

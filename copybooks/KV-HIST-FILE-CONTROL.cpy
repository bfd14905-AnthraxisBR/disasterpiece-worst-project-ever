           SELECT KV-HIST-FILE ASSIGN TO KV-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KV-HIST-STATUS.
           SELECT KV-HIST-NEW-FILE ASSIGN TO KV-HIST-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KV-HIST-NEW-STATUS.

           SELECT LOG-CKPT-FILE ASSIGN TO LOG-CKPT-IO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-CKPT-FILE-STATUS.
           SELECT LOG-CKPT-LIST-FILE ASSIGN TO LOG-CKPT-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-CKPT-LIST-STATUS.
           SELECT LOG-CKPT-SRC-FILE ASSIGN TO LOG-CKPT-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-CKPT-SRC-STATUS.

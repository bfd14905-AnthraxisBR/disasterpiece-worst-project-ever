           SELECT JOB-FILE ASSIGN TO JOB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.

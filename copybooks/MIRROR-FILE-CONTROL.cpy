           SELECT MIRROR-COUNT-FILE ASSIGN TO MIRROR-COUNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIRROR-COUNT-STATUS.

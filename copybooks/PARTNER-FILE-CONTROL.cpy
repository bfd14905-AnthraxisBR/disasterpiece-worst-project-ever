           SELECT PARTNER-FILE ASSIGN TO CONFIG-PARTNER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-STATUS.
           SELECT PARTNER-SEEN-FILE
               ASSIGN TO CONFIG-PARTNER-SEEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-SEEN-STATUS.
           SELECT PARTNER-SEEN-NEW-FILE
               ASSIGN TO PARTNER-SEEN-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-SEEN-NEW-STATUS.

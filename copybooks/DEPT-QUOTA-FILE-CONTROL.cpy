           SELECT DEPT-MAP-FILE ASSIGN TO CONFIG-DEPT-MAP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-MAP-STATUS.
           SELECT QUOTA-FILE ASSIGN TO CONFIG-QUOTA-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-FILE-STATUS.
           SELECT QUOTA-STATE-FILE ASSIGN TO CONFIG-QUOTA-STATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-STATE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO CONFIG-ALERT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-LOG-STATUS.

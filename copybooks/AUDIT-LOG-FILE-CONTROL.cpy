           SELECT AUDIT-LOG-FILE ASSIGN TO CONFIG-AUDIT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

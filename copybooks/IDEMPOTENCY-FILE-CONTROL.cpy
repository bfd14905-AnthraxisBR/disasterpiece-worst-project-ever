           SELECT IDEM-REC-FILE ASSIGN TO IDEM-REC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDEM-REC-STATUS.

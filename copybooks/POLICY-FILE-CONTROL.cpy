           SELECT POLICY-FILE ASSIGN TO CONFIG-POLICY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.

           SELECT CONV-LAYOUT-FILE ASSIGN TO CONFIG-LAYOUTS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-LAYOUT-STATUS.
           SELECT CONV-OUT-FILE ASSIGN TO CONV-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-OUT-STATUS.

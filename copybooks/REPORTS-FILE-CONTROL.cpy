           SELECT RPT-LIST-FILE ASSIGN TO RPT-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-LIST-STATUS.
           SELECT RPT-SRC-FILE ASSIGN TO RPT-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-SRC-STATUS.
           SELECT RPT-OUT-FILE ASSIGN TO RPT-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-OUT-STATUS.

           SELECT LOG-CHAIN-STATE-FILE ASSIGN TO LOG-CHAIN-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-CHAIN-STATE-STATUS.
           SELECT LOG-CHAIN-SCAN-FILE ASSIGN TO LOG-CHAIN-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-CHAIN-SCAN-STATUS.

       FD LOG-CHAIN-STATE-FILE.
       01 LOG-CHAIN-STATE-RECORD PIC X(96).
       FD LOG-CHAIN-SCAN-FILE.
       01 LOG-CHAIN-SCAN-RECORD PIC X(512).

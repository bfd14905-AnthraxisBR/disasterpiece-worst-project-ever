       FD MIRROR-COUNT-FILE.
       01 MIRROR-COUNT-RECORD PIC X(16).

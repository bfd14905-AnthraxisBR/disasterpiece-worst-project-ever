       FD CONV-LAYOUT-FILE.
       01 CONV-LAYOUT-RECORD PIC X(256).
       FD CONV-OUT-FILE.
       01 CONV-OUT-RECORD PIC X(30000).

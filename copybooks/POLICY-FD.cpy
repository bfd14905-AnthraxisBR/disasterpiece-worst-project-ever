       FD POLICY-FILE.
       01 POLICY-RECORD PIC X(256).

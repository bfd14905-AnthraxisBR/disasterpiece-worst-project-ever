       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(768).

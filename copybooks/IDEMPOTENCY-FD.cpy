       FD IDEM-REC-FILE.
       01 IDEM-REC-RECORD PIC X(300).

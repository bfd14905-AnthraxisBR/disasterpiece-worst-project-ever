       FD JOB-FILE.
       01 JOB-FILE-RECORD PIC X(1024).

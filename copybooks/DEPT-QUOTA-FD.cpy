       FD DEPT-MAP-FILE.
       01 DEPT-MAP-RECORD PIC X(128).
       FD QUOTA-FILE.
       01 QUOTA-FILE-RECORD PIC X(256).
       FD QUOTA-STATE-FILE.
       01 QUOTA-STATE-RECORD PIC X(128).
       FD ALERT-LOG-FILE.
       01 ALERT-LOG-RECORD PIC X(256).

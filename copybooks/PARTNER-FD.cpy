       FD PARTNER-FILE.
       01 PARTNER-RECORD PIC X(1024).
       FD PARTNER-SEEN-FILE.
       01 PARTNER-SEEN-RECORD PIC X(256).
       FD PARTNER-SEEN-NEW-FILE.
       01 PARTNER-SEEN-NEW-RECORD PIC X(256).

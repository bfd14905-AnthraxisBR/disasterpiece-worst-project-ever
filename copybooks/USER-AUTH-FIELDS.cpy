       01 AUTH-ROLE-OK             PIC X VALUE "N".

       01 AUTH-BEARER-VALUE        PIC X(64).

      *> CBL_CHECK_FILE_EXIST block for the users file, and the copy
      *> taken when the table was last loaded: a difference means
      *> the operator edited the file since (see
      *> REFRESH-USER-FILE-IF-CHANGED).
       01 USERS-FILE-INFO.
           05 USERS-FILE-SIZE      PIC X(8) COMP-X.
           05 USERS-FILE-STAMP     PIC X(8).
       01 USERS-FILE-LOADED-INFO   PIC X(16) VALUE LOW-VALUES.
       01 USERS-FILE-STAT-RESULT   PIC 9(9) COMP-5.

      *> routes.sh reads SESSION_DATA / writes SESSION_DATA_FILE.
      *> One flat field, not a table -- the handlers own its format.
           05 SESSION-DATA         PIC X(512).
      *> Sign-in binding (LOGIN-SESSION.cbl): spaces for an
      *> anonymous visitor, otherwise the USERS_FILE id the browser
      *> signed in as. The role is only what it was at sign-in, for
      *> the admin listing -- gates always use the user table's
      *> current role.
           05 SESSION-USER-ID      PIC X(32).
           05 SESSION-USER-ROLE    PIC X(16).
           05 SESSION-LOGIN-TS     PIC 9(10).
           05 SESSION-CLIENT-IP    PIC X(45).

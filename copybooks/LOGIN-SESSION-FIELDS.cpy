      *> Browser sign-in (LOGIN-SESSION.cbl). A browser cannot send a
      *> Bearer header, so GET /login serves a form, POST /login
      *> checks the user id and credential against USERS_FILE and
      *> re-keys the visitor's CBLSESSID session bound to that user,
      *> and RESOLVE-REQUEST-USER then accepts the bound session
      *> wherever a Bearer credential would have been checked.
      *> /logout ends the session; GET /admin/sessions lists the
      *> signed-in sessions and POST /admin/sessions/revoke ends all
      *> of one user's at once. A session whose user has left
      *> USERS_FILE is deleted the next time it is presented.
       01 LOGIN-PTR               PIC 9(4) COMP-5.
       01 LOGIN-USER              PIC X(256).
       01 LOGIN-PASSWORD          PIC X(256).
       01 LOGIN-NEXT              PIC X(200).
       01 LOGIN-NEXT-LEN          PIC 9(4) COMP-5.
       01 LOGIN-BAD-COUNT         PIC 9(4) COMP-5.
       01 LOGIN-FAILED            PIC X VALUE "N".
       01 LOGIN-BOUND             PIC X VALUE "N".
       01 LOGIN-SESSION-READ      PIC X VALUE "N".
       01 LOGIN-ENDED-USER        PIC X(32).
       01 LOGIN-BODY              PIC X(800).
       01 LOGIN-BODY-LEN          PIC 9(4) COMP-5.

      *> Signed-in sessions get a key drawn from /dev/urandom rather
      *> than the pid/time/sequence recipe anonymous sessions use --
      *> a key that can be guessed would be a credential that can be
      *> guessed.
       01 LOGIN-RANDOM-PATH.
           05 FILLER              PIC X(12) VALUE "/dev/urandom".
           05 FILLER              PIC X VALUE X"00".
       01 LOGIN-RANDOM-FD         PIC S9(9) COMP-5.
       01 LOGIN-RANDOM-COUNT      PIC S9(9) COMP-5.
       01 LOGIN-RANDOM-BYTES      PIC X(16).
       01 LOGIN-RANDOM-IDX        PIC 9(4) COMP-5.
       01 LOGIN-RANDOM-VAL        PIC 9(4) COMP-5.
       01 LOGIN-HEX-DIGITS        PIC X(16) VALUE "0123456789abcdef".
       01 LOGIN-NEW-KEY           PIC X(32).
       01 LOGIN-KEY-OK            PIC X VALUE "N".

      *> GET /admin/sessions listing: one line per signed-in session.
       01 LOGIN-FILTER-USER       PIC X(32).
       01 LOGIN-LISTED-COUNT      PIC 9(9) COMP-5.
       01 LOGIN-ANON-COUNT        PIC 9(9) COMP-5.
       01 LOGIN-REVOKED-COUNT     PIC 9(9) COMP-5.
       01 LOGIN-COUNT-DISP        PIC Z(8)9.
       01 LOGIN-LIST-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LOGIN-LIST-USER     PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LOGIN-LIST-ROLE     PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LOGIN-LIST-SIGNED   PIC X(19).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LOGIN-LIST-SEEN     PIC X(19).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LOGIN-LIST-CLIENT   PIC X(45).

      *> Epoch seconds to "YYYY-MM-DD hh:mm:ss", UTC.
       01 LOGIN-STAMP-EPOCH       PIC 9(10) COMP-5.
       01 LOGIN-STAMP-DATE        PIC 9(8).
       01 LOGIN-STAMP-SECS        PIC 9(5) COMP-5.
       01 LOGIN-STAMP-HH          PIC 9(2).
       01 LOGIN-STAMP-MM          PIC 9(2).
       01 LOGIN-STAMP-SS          PIC 9(2).
       01 LOGIN-STAMP-TEXT        PIC X(19).

               EXIT PARAGRAPH
           END-IF

           PERFORM STAT-USER-FILE
           MOVE USERS-FILE-INFO TO USERS-FILE-LOADED-INFO

           OPEN INPUT USERS-FILE

           IF USERS-FILE-STATUS = "35" OR USERS-FILE-STATUS = "05"
      *> table, leaving AUTH-USER-ID/-ROLE set for the rest of the
      *> request (the access log, the upload store's uploader column,
      *> and every role gate). Runs once per request from AUTH-CHECK.
      *> A request with no Bearer value falls back to a signed-in
      *> browser session (RESOLVE-SESSION-USER).
           MOVE "N" TO AUTH-USER-FOUND
           MOVE "-" TO AUTH-USER-ID
           MOVE SPACES TO AUTH-USER-ROLE

           PERFORM REFRESH-USER-FILE-IF-CHANGED

           IF USER-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF HEADER-LOOKUP-FOUND = "N" OR
              HEADER-LOOKUP-VALUE(1:7) NOT = "Bearer "
               PERFORM RESOLVE-SESSION-USER
               EXIT PARAGRAPH
           END-IF


           EXIT PARAGRAPH.

       STAT-USER-FILE.
      *> Size and modification stamp; a missing file reads as all
      *> low-values, so its later reappearance counts as a change.
           CALL "CBL_CHECK_FILE_EXIST" USING CONFIG-USERS-FILE,
                   USERS-FILE-INFO
               RETURNING USERS-FILE-STAT-RESULT
           IF USERS-FILE-STAT-RESULT NOT = 0
               MOVE LOW-VALUES TO USERS-FILE-INFO
           END-IF
           EXIT PARAGRAPH.

       REFRESH-USER-FILE-IF-CHANGED.
      *> The table is loaded by the parent at startup and on SIGHUP,
      *> and each forked child inherits it. Removing a leaver's line
      *> must end their access at their next request, not at the
      *> next SIGHUP, so every request re-stats the file and reloads
      *> the table in this child when it has changed since the load.
           IF FUNCTION TRIM(CONFIG-USERS-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM STAT-USER-FILE
           IF USERS-FILE-INFO = USERS-FILE-LOADED-INFO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "USERS_FILE changed since it was loaded, "
               "re-reading " FUNCTION TRIM(CONFIG-USERS-FILE)
           PERFORM LOAD-USER-FILE

           EXIT PARAGRAPH.

       CHECK-AUTH-ROLE.
      *> "admin" passes every gate; otherwise the resolved role must
      *> equal the one the caller asked for in AUTH-ROLE-NEEDED.

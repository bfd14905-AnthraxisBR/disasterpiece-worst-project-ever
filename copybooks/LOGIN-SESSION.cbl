      *> Browser sign-in and user-bound sessions; see
      *> LOGIN-SESSION-FIELDS. Only meaningful with USERS_FILE
      *> accounts configured -- without them /login answers 404, the
      *> way the upload routes do without an upload store.
       RESOLVE-SESSION-USER.
      *> Called from RESOLVE-REQUEST-USER when no Bearer value came
      *> in. Runs before ESTABLISH-SESSION, so it reads the store
      *> itself; a session it deletes here (expired, or its user
      *> gone from USERS_FILE) is simply unknown to
      *> ESTABLISH-SESSION, which hands out a fresh anonymous one.
           MOVE "CBLSESSID" TO COOKIE-LOOKUP-NAME
           PERFORM LOOKUP-COOKIE
           IF COOKIE-LOOKUP-FOUND = "N" OR
              FUNCTION TRIM(COOKIE-LOOKUP-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SESSION-FILE
           IF SESSION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LOGIN-SESSION-READ
           MOVE COOKIE-LOOKUP-VALUE TO SESSION-KEY
           READ SESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LOGIN-SESSION-READ
           END-READ

           IF LOGIN-SESSION-READ = "Y" AND
              FUNCTION TRIM(SESSION-USER-ID) NOT = SPACES
               PERFORM CHECK-BOUND-SESSION
           END-IF

           CLOSE SESSION-FILE

           EXIT PARAGRAPH.

       CHECK-BOUND-SESSION.
      *> The expiry sweep only runs at shutdown, so a signed-in
      *> session's idle limit is enforced here, where it matters.
           CALL "time" USING BY VALUE 0 RETURNING SESSION-NOW
           IF SESSION-NOW - SESSION-LAST-SEEN-TS >
                   CONFIG-SESSION-MAX-AGE
               DISPLAY "DEBUG: signed-in session for "
                   FUNCTION TRIM(SESSION-USER-ID) " idle past "
                   "SESSION_MAX_AGE, ending it"
               DELETE SESSION-FILE RECORD
               EXIT PARAGRAPH
           END-IF

      *> The role comes from the table as it is now, not as it was
      *> at sign-in, so a role change applies at once too.
           PERFORM VARYING USER-IDX FROM 1 BY 1
               UNTIL USER-IDX > USER-COUNT
               IF FUNCTION TRIM(USER-TABLE-ID(USER-IDX)) =
                  FUNCTION TRIM(SESSION-USER-ID)
                   MOVE "Y" TO AUTH-USER-FOUND
                   MOVE USER-TABLE-ID(USER-IDX) TO AUTH-USER-ID
                   MOVE USER-TABLE-ROLE(USER-IDX) TO AUTH-USER-ROLE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

      *> Bound to an account USERS_FILE no longer holds: a leaver.
           MOVE SESSION-USER-ID TO LOGIN-ENDED-USER
           DELETE SESSION-FILE RECORD
           DISPLAY "Session of removed user "
               FUNCTION TRIM(LOGIN-ENDED-USER) " ended"
           MOVE "SESSION-END" TO AUDIT-ACTION
           MOVE LOGIN-ENDED-USER TO AUDIT-TARGET
           MOVE "LEAVER" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           EXIT PARAGRAPH.

       SERVE-LOGIN-FORM.
           IF USER-COUNT = 0
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO VAL-LOOKUP-VALUE
           PERFORM VARYING QUERY-PARAM-IDX FROM 1 BY 1
               UNTIL QUERY-PARAM-IDX > QUERY-PARAM-COUNT
               IF FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX)) =
                  "next"
                   MOVE QUERY-PARAM-VALUE(QUERY-PARAM-IDX)
                       TO VAL-LOOKUP-VALUE
               END-IF
           END-PERFORM
           PERFORM SANITIZE-LOGIN-NEXT

           MOVE "N" TO LOGIN-FAILED
           PERFORM SEND-LOGIN-FORM

           EXIT PARAGRAPH.

       HANDLE-LOGIN.
      *> POST /login: user, password and optional next, as a form
      *> or a JSON body. The credential is the same one the account
      *> would present as a Bearer token.
           IF USER-COUNT = 0
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "user" TO VAL-FIELD-NAME
           PERFORM LOOKUP-PARSED-FIELD
           MOVE VAL-LOOKUP-VALUE TO LOGIN-USER

           MOVE "password" TO VAL-FIELD-NAME
           PERFORM LOOKUP-PARSED-FIELD
           MOVE VAL-LOOKUP-VALUE TO LOGIN-PASSWORD

           MOVE "next" TO VAL-FIELD-NAME
           PERFORM LOOKUP-PARSED-FIELD
           PERFORM SANITIZE-LOGIN-NEXT

           PERFORM SCRUB-LOGIN-SECRETS

           MOVE "Y" TO LOGIN-FAILED
           IF FUNCTION TRIM(LOGIN-USER) NOT = SPACES AND
              FUNCTION TRIM(LOGIN-PASSWORD) NOT = SPACES
               PERFORM VARYING USER-IDX FROM 1 BY 1
                   UNTIL USER-IDX > USER-COUNT
                   IF FUNCTION TRIM(USER-TABLE-ID(USER-IDX)) =
                      FUNCTION TRIM(LOGIN-USER) AND
                      FUNCTION TRIM(USER-TABLE-CRED(USER-IDX)) =
                      FUNCTION TRIM(LOGIN-PASSWORD)
                       MOVE "N" TO LOGIN-FAILED
                       MOVE USER-TABLE-ID(USER-IDX) TO AUTH-USER-ID
                       MOVE USER-TABLE-ROLE(USER-IDX)
                           TO AUTH-USER-ROLE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO LOGIN-PASSWORD

           IF LOGIN-FAILED = "Y"
               DISPLAY "Sign-in refused for "
                   FUNCTION TRIM(LOGIN-USER)
               MOVE "AUTH-FAIL" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-TARGET
               STRING "/login " DELIMITED BY SIZE
                      FUNCTION TRIM(LOGIN-USER) DELIMITED BY SIZE
                      INTO AUDIT-TARGET
               MOVE "DENIED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-LOGIN-FORM
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO AUTH-USER-FOUND
           PERFORM BIND-LOGIN-SESSION
           IF LOGIN-BOUND = "N"
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Signed in: " FUNCTION TRIM(AUTH-USER-ID)
           MOVE "LOGIN" TO AUDIT-ACTION
           MOVE AUTH-USER-ID TO AUDIT-TARGET
           MOVE "OK" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO RESPONSE-BUFFER
           STRING "HTTP/1.1 303 See Other" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Location: " DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-NEXT) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Cache-Control: no-store" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: 0" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER

           COMPUTE RESPONSE-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(RESPONSE-BUFFER))

           PERFORM SEND-RESPONSE

           EXIT PARAGRAPH.

       SCRUB-LOGIN-SECRETS.
      *> The credential has been copied out; blank it everywhere the
      *> trace capture would otherwise write it to disk.
           PERFORM VARYING FORM-FIELD-IDX FROM 1 BY 1
               UNTIL FORM-FIELD-IDX > FORM-FIELD-COUNT
               IF FUNCTION TRIM(FORM-FIELD-KEY(FORM-FIELD-IDX)) =
                  "password"
                   MOVE "*" TO FORM-FIELD-VALUE(FORM-FIELD-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING VAL-LOOKUP-IDX FROM 1 BY 1
               UNTIL VAL-LOOKUP-IDX > JSON-FIELD-COUNT
               IF FUNCTION TRIM(JSON-FIELD-KEY(VAL-LOOKUP-IDX)) =
                  "password"
                   MOVE "*" TO JSON-FIELD-VALUE(VAL-LOOKUP-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO REQUEST-BODY
           EXIT PARAGRAPH.

       SANITIZE-LOGIN-NEXT.
      *> VAL-LOOKUP-VALUE in, LOGIN-NEXT out. Only a path on this
      *> server is accepted -- "/..." but not "//host" or "/\host",
      *> which browsers follow off-site -- and nothing that could end
      *> the Location header or the form attribute it is echoed into.
      *> Anything else sends the user to "/".
           MOVE "/" TO LOGIN-NEXT
           IF FUNCTION TRIM(VAL-LOOKUP-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE LOGIN-NEXT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(VAL-LOOKUP-VALUE))
           IF LOGIN-NEXT-LEN > LENGTH OF LOGIN-NEXT OR
              VAL-LOOKUP-VALUE(1:1) NOT = "/" OR
              VAL-LOOKUP-VALUE(1:2) = "//" OR
              VAL-LOOKUP-VALUE(1:2) = "/\"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LOGIN-BAD-COUNT
           INSPECT VAL-LOOKUP-VALUE(1:LOGIN-NEXT-LEN)
               TALLYING LOGIN-BAD-COUNT
               FOR ALL " " ALL '"' ALL "'" ALL "<" ALL ">"
                   ALL X"0D" ALL X"0A" ALL X"00"
           IF LOGIN-BAD-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE VAL-LOOKUP-VALUE(1:LOGIN-NEXT-LEN) TO LOGIN-NEXT

           EXIT PARAGRAPH.

       SEND-LOGIN-FORM.
      *> 200 with the empty form, or 401 with it again after a
      *> refused sign-in. Small enough for RESPONSE-BUFFER.
           MOVE SPACES TO LOGIN-BODY
           MOVE 1 TO LOGIN-PTR
           STRING "<html><head><title>Sign in</title></head><body>"
                      DELIMITED BY SIZE
                  "<h1>Sign in</h1>" DELIMITED BY SIZE
                  INTO LOGIN-BODY WITH POINTER LOGIN-PTR
           IF LOGIN-FAILED = "Y"
               STRING "<p>Unknown user or wrong password.</p>"
                          DELIMITED BY SIZE
                      INTO LOGIN-BODY WITH POINTER LOGIN-PTR
           END-IF
           STRING '<form method="post" action="/login">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="next" value="'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-NEXT) DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  '<p>User <input name="user"></p>'
                      DELIMITED BY SIZE
                  '<p>Password <input type="password" '
                      DELIMITED BY SIZE
                  'name="password"></p>' DELIMITED BY SIZE
                  '<p><input type="submit" value="Sign in"></p>'
                      DELIMITED BY SIZE
                  "</form></body></html>" DELIMITED BY SIZE
                  INTO LOGIN-BODY WITH POINTER LOGIN-PTR
           COMPUTE LOGIN-BODY-LEN = LOGIN-PTR - 1

           MOVE LOGIN-BODY-LEN TO CONTENT-LENGTH-HEADER

           MOVE SPACES TO RESPONSE-BUFFER
           MOVE 1 TO LOGIN-PTR
           IF LOGIN-FAILED = "Y"
               STRING "HTTP/1.1 401 Unauthorized" DELIMITED BY SIZE
                      INTO RESPONSE-BUFFER WITH POINTER LOGIN-PTR
           ELSE
               STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                      INTO RESPONSE-BUFFER WITH POINTER LOGIN-PTR
           END-IF
           STRING X"0D0A" DELIMITED BY SIZE
                  "Content-Type: text/html" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Cache-Control: no-store" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  LOGIN-BODY(1:LOGIN-BODY-LEN) DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER WITH POINTER LOGIN-PTR

           COMPUTE RESPONSE-SIZE = LOGIN-PTR - 1

           PERFORM SEND-RESPONSE

           EXIT PARAGRAPH.

       BIND-LOGIN-SESSION.
      *> Re-keys the visitor: the session ESTABLISH-SESSION found or
      *> made for this request is deleted and a new, unguessable key
      *> is written bound to the user -- a key planted in the browser
      *> before sign-in never becomes a signed-in one. Data from an
      *> anonymous session carries over; another user's does not.
           MOVE "N" TO LOGIN-BOUND

           PERFORM MAKE-LOGIN-SESSION-KEY
           IF LOGIN-KEY-OK = "N"
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING SESSION-NOW

           OPEN I-O SESSION-FILE
           IF SESSION-FILE-STATUS NOT = "00"
               DISPLAY "WARN: session store unavailable (status "
                   SESSION-FILE-STATUS "), sign-in not recorded"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(SESSION-ID) NOT = SPACES
               MOVE SESSION-ID TO SESSION-KEY
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(SESSION-USER-ID) NOT = SPACES
                           MOVE SPACES TO SESSION-DATA-AREA
                       END-IF
                       DELETE SESSION-FILE RECORD
               END-READ
           END-IF

           MOVE LOGIN-NEW-KEY TO SESSION-KEY
           MOVE SESSION-NOW TO SESSION-CREATED-TS
           MOVE SESSION-NOW TO SESSION-LAST-SEEN-TS
           MOVE SESSION-DATA-AREA TO SESSION-DATA
           MOVE AUTH-USER-ID TO SESSION-USER-ID
           MOVE AUTH-USER-ROLE TO SESSION-USER-ROLE
           MOVE SESSION-NOW TO SESSION-LOGIN-TS
           MOVE CLIENT-IP-DISPLAY TO SESSION-CLIENT-IP
           WRITE SESSION-RECORD
               INVALID KEY
                   DISPLAY "WARN: could not record signed-in "
                       "session (status " SESSION-FILE-STATUS ")"
               NOT INVALID KEY
                   MOVE "Y" TO LOGIN-BOUND
           END-WRITE

           CLOSE SESSION-FILE

           IF LOGIN-BOUND = "Y"
               MOVE LOGIN-NEW-KEY TO SESSION-ID
               MOVE "Y" TO SESSION-IS-NEW
               MOVE SESSION-DATA-AREA TO SESSION-DATA-PREV
           END-IF

           EXIT PARAGRAPH.

       MAKE-LOGIN-SESSION-KEY.
      *> "L" plus 31 hex digits of /dev/urandom. No fallback to a
      *> predictable key: without the random source there is no
      *> sign-in.
           MOVE "N" TO LOGIN-KEY-OK

           CALL "open" USING BY REFERENCE LOGIN-RANDOM-PATH,
                             BY VALUE 0
                             RETURNING LOGIN-RANDOM-FD
           IF LOGIN-RANDOM-FD < 0
               DISPLAY "WARN: cannot open /dev/urandom, sign-in "
                   "refused"
               EXIT PARAGRAPH
           END-IF

           CALL "read" USING BY VALUE LOGIN-RANDOM-FD,
                             BY REFERENCE LOGIN-RANDOM-BYTES,
                             BY VALUE LENGTH OF LOGIN-RANDOM-BYTES
                             RETURNING LOGIN-RANDOM-COUNT
           CALL "close" USING BY VALUE LOGIN-RANDOM-FD
               RETURNING LOGIN-RANDOM-FD

           IF LOGIN-RANDOM-COUNT NOT = LENGTH OF LOGIN-RANDOM-BYTES
               DISPLAY "WARN: short read from /dev/urandom, sign-in "
                   "refused"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOGIN-NEW-KEY
           MOVE "L" TO LOGIN-NEW-KEY(1:1)
           PERFORM VARYING LOGIN-RANDOM-IDX FROM 1 BY 1
               UNTIL LOGIN-RANDOM-IDX > 16
               COMPUTE LOGIN-RANDOM-VAL = FUNCTION ORD(
                   LOGIN-RANDOM-BYTES(LOGIN-RANDOM-IDX:1)) - 1
               MOVE LOGIN-HEX-DIGITS(LOGIN-RANDOM-VAL / 16 + 1:1)
                   TO LOGIN-NEW-KEY(LOGIN-RANDOM-IDX * 2:1)
               IF LOGIN-RANDOM-IDX < 16
                   MOVE LOGIN-HEX-DIGITS(
                       FUNCTION MOD(LOGIN-RANDOM-VAL, 16) + 1:1)
                       TO LOGIN-NEW-KEY(LOGIN-RANDOM-IDX * 2 + 1:1)
               END-IF
           END-PERFORM

           MOVE "Y" TO LOGIN-KEY-OK

           EXIT PARAGRAPH.

       HANDLE-LOGOUT.
      *> GET or POST /logout: the session record goes, the browser's
      *> cookie is expired, and the user lands back on the form.
           MOVE SPACES TO LOGIN-ENDED-USER

           IF FUNCTION TRIM(SESSION-ID) NOT = SPACES
               OPEN I-O SESSION-FILE
               IF SESSION-FILE-STATUS = "00"
                   MOVE SESSION-ID TO SESSION-KEY
                   READ SESSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SESSION-USER-ID TO LOGIN-ENDED-USER
                           DELETE SESSION-FILE RECORD
                   END-READ
                   CLOSE SESSION-FILE
               END-IF
           END-IF

           IF FUNCTION TRIM(LOGIN-ENDED-USER) NOT = SPACES
               DISPLAY "Signed out: " FUNCTION TRIM(LOGIN-ENDED-USER)
               MOVE "LOGOUT" TO AUDIT-ACTION
               MOVE LOGIN-ENDED-USER TO AUDIT-TARGET
               MOVE "OK" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
           END-IF

      *> Nothing left to attach or save for this request.
           MOVE "N" TO SESSION-IS-NEW
           MOVE SPACES TO SESSION-ID

           MOVE SPACES TO RESPONSE-BUFFER
           MOVE 1 TO LOGIN-PTR
           STRING "HTTP/1.1 303 See Other" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Location: /login" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Set-Cookie: CBLSESSID=; Path=/; Max-Age=0; "
                      DELIMITED BY SIZE
                  "HttpOnly; SameSite=Lax" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Cache-Control: no-store" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: 0" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER WITH POINTER LOGIN-PTR

           COMPUTE RESPONSE-SIZE = LOGIN-PTR - 1

           PERFORM SEND-RESPONSE

           EXIT PARAGRAPH.

       CHECK-SESSION-ADMIN.
      *> Session administration needs user accounts (there are no
      *> signed-in sessions without them) and the admin role.
           IF USER-COUNT = 0
               PERFORM SEND-404-RESPONSE
               MOVE "N" TO AUTH-ROLE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "admin" TO AUTH-ROLE-NEEDED
           PERFORM CHECK-AUTH-ROLE
           IF AUTH-ROLE-OK = "N"
               PERFORM SEND-ADMIN-401-RESPONSE
           END-IF

           EXIT PARAGRAPH.

       SERVE-ADMIN-SESSIONS.
      *> GET /admin/sessions[?user=<id>]: every signed-in session, or
      *> one user's, as a plain-text page like the console's.
      *> Session keys are never shown -- they are live credentials.
           PERFORM CHECK-SESSION-ADMIN
           IF AUTH-ROLE-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOGIN-FILTER-USER
           PERFORM VARYING QUERY-PARAM-IDX FROM 1 BY 1
               UNTIL QUERY-PARAM-IDX > QUERY-PARAM-COUNT
               IF FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX)) =
                  "user"
                   MOVE QUERY-PARAM-VALUE(QUERY-PARAM-IDX)
                       TO LOGIN-FILTER-USER
               END-IF
           END-PERFORM

           CALL "getpid" RETURNING PROCESS-ID
           CALL "time" USING BY VALUE 0 RETURNING FILE-TIMESTAMP
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE FILE-TIMESTAMP TO FILE-TIMESTAMP-DISP

           MOVE SPACES TO ADMIN-PAGE-FILE-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/admin_sessions_" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-FILE-NAME
           STRING ADMIN-PAGE-FILE-NAME DELIMITED BY SPACE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-FILE-NAME

           OPEN OUTPUT ADMIN-PAGE-FILE
           IF ADMIN-PAGE-STATUS NOT = "00"
               DISPLAY "WARN: cannot build sessions page (status "
                   ADMIN-PAGE-STATUS ")"
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "SIGNED-IN SESSIONS" TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  generated " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO ADMIN-PAGE-LINE
           IF FUNCTION TRIM(LOGIN-FILTER-USER) = SPACES
               MOVE "  user: (all)" TO ADMIN-PAGE-LINE
           ELSE
               STRING "  user: " DELIMITED BY SIZE
                      FUNCTION TRIM(LOGIN-FILTER-USER)
                          DELIMITED BY SIZE
                      INTO ADMIN-PAGE-LINE
           END-IF
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           MOVE "USER" TO LOGIN-LIST-USER
           MOVE "ROLE" TO LOGIN-LIST-ROLE
           MOVE "SIGNED IN (UTC)" TO LOGIN-LIST-SIGNED
           MOVE "LAST SEEN (UTC)" TO LOGIN-LIST-SEEN
           MOVE "CLIENT" TO LOGIN-LIST-CLIENT
           MOVE LOGIN-LIST-LINE TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           MOVE 0 TO LOGIN-LISTED-COUNT
           MOVE 0 TO LOGIN-ANON-COUNT

           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-STATUS = "00"
               MOVE LOW-VALUES TO SESSION-KEY
               START SESSION-FILE KEY NOT < SESSION-KEY
                   INVALID KEY
                       MOVE "10" TO SESSION-FILE-STATUS
               END-START
               PERFORM UNTIL SESSION-FILE-STATUS NOT = "00"
                   READ SESSION-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO SESSION-FILE-STATUS
                       NOT AT END
                           PERFORM LIST-ONE-SESSION
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF

           IF LOGIN-LISTED-COUNT = 0
               MOVE "  (none)" TO ADMIN-PAGE-LINE
               PERFORM WRITE-ADMIN-LINE
           END-IF

           MOVE SPACES TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE LOGIN-LISTED-COUNT TO LOGIN-COUNT-DISP
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  signed-in sessions listed: " DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-COUNT-DISP) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE LOGIN-ANON-COUNT TO LOGIN-COUNT-DISP
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  anonymous sessions on file: " DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-COUNT-DISP) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  end all of a user's sessions: " DELIMITED BY SIZE
                  "POST /admin/sessions/revoke with user=<id>"
                      DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           CLOSE ADMIN-PAGE-FILE

           PERFORM STREAM-ADMIN-PAGE

           EXIT PARAGRAPH.

       LIST-ONE-SESSION.
           IF FUNCTION TRIM(SESSION-USER-ID) = SPACES
               ADD 1 TO LOGIN-ANON-COUNT
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(LOGIN-FILTER-USER) NOT = SPACES AND
              FUNCTION TRIM(SESSION-USER-ID) NOT =
                  FUNCTION TRIM(LOGIN-FILTER-USER)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LOGIN-LISTED-COUNT
           MOVE SESSION-USER-ID TO LOGIN-LIST-USER
           MOVE SESSION-USER-ROLE TO LOGIN-LIST-ROLE
           MOVE SESSION-LOGIN-TS TO LOGIN-STAMP-EPOCH
           PERFORM FORMAT-LOGIN-STAMP
           MOVE LOGIN-STAMP-TEXT TO LOGIN-LIST-SIGNED
           MOVE SESSION-LAST-SEEN-TS TO LOGIN-STAMP-EPOCH
           PERFORM FORMAT-LOGIN-STAMP
           MOVE LOGIN-STAMP-TEXT TO LOGIN-LIST-SEEN
           MOVE SESSION-CLIENT-IP TO LOGIN-LIST-CLIENT
           MOVE LOGIN-LIST-LINE TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           EXIT PARAGRAPH.

       FORMAT-LOGIN-STAMP.
           COMPUTE LOGIN-STAMP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(19700101) +
               LOGIN-STAMP-EPOCH / 86400)
           COMPUTE LOGIN-STAMP-SECS =
               FUNCTION MOD(LOGIN-STAMP-EPOCH, 86400)
           COMPUTE LOGIN-STAMP-HH = LOGIN-STAMP-SECS / 3600
           COMPUTE LOGIN-STAMP-MM =
               FUNCTION MOD(LOGIN-STAMP-SECS, 3600) / 60
           COMPUTE LOGIN-STAMP-SS = FUNCTION MOD(LOGIN-STAMP-SECS, 60)
           MOVE SPACES TO LOGIN-STAMP-TEXT
           STRING LOGIN-STAMP-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LOGIN-STAMP-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LOGIN-STAMP-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOGIN-STAMP-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LOGIN-STAMP-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LOGIN-STAMP-SS DELIMITED BY SIZE
                  INTO LOGIN-STAMP-TEXT
           EXIT PARAGRAPH.

       HANDLE-SESSION-REVOKE.
      *> POST /admin/sessions/revoke, user=<id> as a form or JSON
      *> field (or query parameter): deletes every session bound to
      *> that user. The account itself is untouched -- removing the
      *> USERS_FILE line is what stops a new sign-in.
           PERFORM CHECK-SESSION-ADMIN
           IF AUTH-ROLE-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "user" TO VAL-FIELD-NAME
           PERFORM LOOKUP-PARSED-FIELD
           MOVE VAL-LOOKUP-VALUE TO LOGIN-FILTER-USER
           IF FUNCTION TRIM(LOGIN-FILTER-USER) = SPACES
               PERFORM VARYING QUERY-PARAM-IDX FROM 1 BY 1
                   UNTIL QUERY-PARAM-IDX > QUERY-PARAM-COUNT
                   IF FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX))
                      = "user"
                       MOVE QUERY-PARAM-VALUE(QUERY-PARAM-IDX)
                           TO LOGIN-FILTER-USER
                   END-IF
               END-PERFORM
           END-IF

      *> Echoed into the JSON answer below; no real account id
      *> contains either character.
           INSPECT LOGIN-FILTER-USER REPLACING ALL '"' BY "_"
                                               ALL "\" BY "_"

           IF FUNCTION TRIM(LOGIN-FILTER-USER) = SPACES
               MOVE "400" TO ERROR-STATUS-CODE
               MOVE "Bad Request" TO ERROR-STATUS-TEXT
               PERFORM BUILD-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LOGIN-REVOKED-COUNT
           OPEN I-O SESSION-FILE
           IF SESSION-FILE-STATUS = "00"
               MOVE LOW-VALUES TO SESSION-KEY
               START SESSION-FILE KEY NOT < SESSION-KEY
                   INVALID KEY
                       MOVE "10" TO SESSION-FILE-STATUS
               END-START
               PERFORM UNTIL SESSION-FILE-STATUS NOT = "00"
                   READ SESSION-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO SESSION-FILE-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(SESSION-USER-ID) =
                              FUNCTION TRIM(LOGIN-FILTER-USER)
                               DELETE SESSION-FILE RECORD
                               ADD 1 TO LOGIN-REVOKED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF

           MOVE LOGIN-REVOKED-COUNT TO LOGIN-COUNT-DISP
           DISPLAY "Revoked " FUNCTION TRIM(LOGIN-COUNT-DISP)
               " session(s) of " FUNCTION TRIM(LOGIN-FILTER-USER)

           MOVE "SESSION-REVOKE" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-TARGET
           STRING FUNCTION TRIM(LOGIN-FILTER-USER) DELIMITED BY SIZE
                  " sessions=" DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-COUNT-DISP) DELIMITED BY SIZE
                  INTO AUDIT-TARGET
           MOVE "OK" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO LOGIN-BODY
           STRING '{"user":"' DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-FILTER-USER) DELIMITED BY SIZE
                  '","revoked":' DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-COUNT-DISP) DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
                  INTO LOGIN-BODY

           MOVE FUNCTION LENGTH(FUNCTION TRIM(LOGIN-BODY))
               TO CONTENT-LENGTH-HEADER

           MOVE SPACES TO RESPONSE-BUFFER
           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: application/json"
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  FUNCTION TRIM(LOGIN-BODY) DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER

           COMPUTE RESPONSE-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(RESPONSE-BUFFER))

           PERFORM SEND-RESPONSE

           EXIT PARAGRAPH.

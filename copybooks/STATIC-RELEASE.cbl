      *> Static site releases; see STATIC-RELEASE-FIELDS. Every
      *> route here sits behind the publishing gate (CHECK-PUBLISH-
      *> AUTH), listings included -- they name who published what.
      *> Publish, activate and rollback are ordinary mutating
      *> requests, so the journal and the mirror spool have them
      *> before this code runs and a standby replays the same
      *> bundle, switch and rollback in the same order.
       HANDLE-STATIC-RELEASE.
           IF FUNCTION TRIM(CONFIG-RELEASES-DIR) = SPACES
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RLS-SEGMENTS
           MOVE 0 TO RLS-SEG-COUNT
           MOVE 0 TO RLS-SITE-LEN
           MOVE 0 TO RLS-REL-LEN
           UNSTRING FUNCTION TRIM(URL-PATH) DELIMITED BY "/"
               INTO RLS-SEG-LEAD
                    RLS-SEG-ROOT
                    RLS-SEG-SITE COUNT IN RLS-SITE-LEN
                    RLS-SEG-REL COUNT IN RLS-REL-LEN
                    RLS-SEG-ACTION
                    RLS-SEG-EXTRA
               TALLYING IN RLS-SEG-COUNT
               ON OVERFLOW
                   MOVE "+" TO RLS-SEG-EXTRA
           END-UNSTRING

           MOVE SPACES TO AUDIT-TARGET
           STRING FUNCTION TRIM(RLS-SEG-SITE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-SEG-REL) DELIMITED BY SIZE
                  INTO AUDIT-TARGET
           EVALUATE TRUE
               WHEN HTTP-METHOD = "GET"
                   MOVE "RELEASE-LIST" TO AUDIT-ACTION
               WHEN HTTP-METHOD = "PUT"
                   MOVE "RELEASE-PUBLISH" TO AUDIT-ACTION
               WHEN FUNCTION TRIM(RLS-SEG-REL) = "rollback"
                   MOVE "RELEASE-ROLLBACK" TO AUDIT-ACTION
               WHEN OTHER
                   MOVE "RELEASE-ACTIVATE" TO AUDIT-ACTION
           END-EVALUATE

           PERFORM CHECK-PUBLISH-AUTH
           IF PUBLISH-AUTH-OK = "N"
               DISPLAY "Unauthorized release request: "
                   FUNCTION TRIM(URL-PATH)
               MOVE "DENIED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-401-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF AUTH-USER-FOUND = "Y"
               MOVE AUTH-USER-ID TO RLS-WHO
           ELSE
               MOVE CLIENT-IP-DISPLAY TO RLS-WHO
           END-IF

           IF RLS-SEG-EXTRA NOT = SPACES
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF HTTP-METHOD = "GET" AND RLS-SEG-COUNT = 2
               PERFORM LIST-RELEASE-SITES
               EXIT PARAGRAPH
           END-IF

      *> Everything else names one host, and only a host that is
      *> served from releases has any.
           PERFORM FIND-RELEASE-SITE
           IF RLS-SITE-IDX = 0
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RLS-RELEASE
           PERFORM SET-RELEASE-PATHS

           EVALUATE TRUE
               WHEN HTTP-METHOD = "GET" AND RLS-REL-LEN = 0 AND
                    RLS-SEG-ACTION = SPACES
                   PERFORM LIST-SITE-RELEASES
               WHEN HTTP-METHOD = "PUT" AND RLS-REL-LEN > 0 AND
                    RLS-SEG-ACTION = SPACES
                   PERFORM PUBLISH-RELEASE-BUNDLE
               WHEN HTTP-METHOD = "POST" AND
                    FUNCTION TRIM(RLS-SEG-REL) = "rollback" AND
                    RLS-SEG-ACTION = SPACES
                   PERFORM ROLLBACK-SITE-RELEASE
               WHEN HTTP-METHOD = "POST" AND RLS-REL-LEN > 0 AND
                    FUNCTION TRIM(RLS-SEG-ACTION) = "activate"
                   PERFORM ACTIVATE-SITE-RELEASE
               WHEN OTHER
                   PERFORM SEND-404-RESPONSE
           END-EVALUATE

           EXIT PARAGRAPH.

       FIND-RELEASE-SITE.
           MOVE 0 TO RLS-SITE-IDX
           MOVE SPACES TO RLS-SITE
           IF RLS-SITE-LEN = 0 OR RLS-SITE-LEN > LENGTH OF RLS-SEG-SITE
               EXIT PARAGRAPH
           END-IF

      *> Its own subscript: VHOST-IDX still names the row this
      *> request resolved to.
           PERFORM VARYING RLS-ROW-SHIFT FROM 1 BY 1
               UNTIL RLS-ROW-SHIFT > VHOST-COUNT
               IF VHOST-RELEASED(RLS-ROW-SHIFT) = "Y" AND
                  FUNCTION LOWER-CASE(FUNCTION TRIM(RLS-SEG-SITE)) =
                  FUNCTION LOWER-CASE(FUNCTION
                      TRIM(VHOST-HOST(RLS-ROW-SHIFT)))
                   MOVE RLS-ROW-SHIFT TO RLS-SITE-IDX
                   MOVE VHOST-HOST(RLS-ROW-SHIFT) TO RLS-SITE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       SET-RELEASE-PATHS.
      *> RLS-SITE comes from server.conf and RLS-RELEASE has passed
      *> CHECK-RELEASE-NAME, so both are safe on a command line.
           MOVE SPACES TO RLS-SITE-DIR
           STRING FUNCTION TRIM(CONFIG-RELEASES-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                  INTO RLS-SITE-DIR

           MOVE SPACES TO RLS-REL-DIR
           STRING FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                  INTO RLS-REL-DIR

           MOVE SPACES TO RLS-CURRENT-LINK
           STRING FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                  "/current" DELIMITED BY SIZE
                  INTO RLS-CURRENT-LINK

           MOVE SPACES TO RLS-LOG-NAME
           STRING FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                  "/releases.log" DELIMITED BY SIZE
                  INTO RLS-LOG-NAME

           EXIT PARAGRAPH.

       CHECK-RELEASE-NAME.
      *> Letters, digits, ".", "_" and "-", starting with a letter or
      *> digit -- so never hidden, never "..", and never one of the
      *> staging or link names kept beside the releases.
           MOVE "Y" TO RLS-REL-OK
           IF RLS-REL-LEN = 0 OR RLS-REL-LEN > 48
               MOVE "N" TO RLS-REL-OK
               EXIT PARAGRAPH
           END-IF

           MOVE RLS-SEG-REL TO RLS-RELEASE
           IF FUNCTION TRIM(RLS-RELEASE) = "current" OR
              FUNCTION TRIM(RLS-RELEASE) = "rollback" OR
              FUNCTION TRIM(RLS-RELEASE) = "releases.log"
               MOVE "N" TO RLS-REL-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RLS-REL-POS FROM 1 BY 1
               UNTIL RLS-REL-POS > RLS-REL-LEN
               EVALUATE TRUE
                   WHEN RLS-RELEASE(RLS-REL-POS:1) >= "a" AND
                        RLS-RELEASE(RLS-REL-POS:1) <= "z"
                       CONTINUE
                   WHEN RLS-RELEASE(RLS-REL-POS:1) >= "A" AND
                        RLS-RELEASE(RLS-REL-POS:1) <= "Z"
                       CONTINUE
                   WHEN RLS-RELEASE(RLS-REL-POS:1) >= "0" AND
                        RLS-RELEASE(RLS-REL-POS:1) <= "9"
                       CONTINUE
                   WHEN RLS-REL-POS > 1 AND
                        (RLS-RELEASE(RLS-REL-POS:1) = "." OR
                         RLS-RELEASE(RLS-REL-POS:1) = "_" OR
                         RLS-RELEASE(RLS-REL-POS:1) = "-")
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO RLS-REL-OK
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM

           EXIT PARAGRAPH.

       PUBLISH-RELEASE-BUNDLE.
           PERFORM CHECK-RELEASE-NAME
           IF RLS-REL-OK = "N"
               MOVE "release names are letters, digits, . _ -"
                   TO RLS-CHECK-PROBLEM
               MOVE "HTTP/1.1 422 Unprocessable Entity"
                   TO RLS-STATUS-LINE
               PERFORM SEND-RELEASE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-RELEASE-PATHS
           MOVE SPACES TO AUDIT-TARGET
           STRING FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                  INTO AUDIT-TARGET

      *> A release is never replaced in place: a second PUT of the
      *> same name -- a retry, or a journal replay -- is refused
      *> and changes nothing.
           MOVE SPACES TO RLS-COMMAND
           STRING "test -e " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-REL-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND RETURNING RLS-RC
           IF RLS-RC = 0
               MOVE "release already published" TO RLS-CHECK-PROBLEM
               MOVE "HTTP/1.1 409 Conflict" TO RLS-STATUS-LINE
               PERFORM SEND-RELEASE-ERROR
               EXIT PARAGRAPH
           END-IF

           IF BODY-SPOOLED = "N" AND REQUEST-BODY-SIZE = 0
               MOVE "empty bundle" TO RLS-CHECK-PROBLEM
               MOVE "HTTP/1.1 422 Unprocessable Entity"
                   TO RLS-STATUS-LINE
               PERFORM SEND-RELEASE-ERROR
               EXIT PARAGRAPH
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           CALL "time" USING BY VALUE 0 RETURNING FILE-TIMESTAMP
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE FILE-TIMESTAMP TO FILE-TIMESTAMP-DISP
           MOVE SPACES TO RLS-LIST-BASE
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/release_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  INTO RLS-LIST-BASE

           MOVE "N" TO RLS-BUNDLE-TEMP
           IF BODY-SPOOLED = "Y"
               MOVE BODY-SPOOL-FILE TO RLS-BUNDLE-PATH
           ELSE
               MOVE SPACES TO RLS-BUNDLE-PATH
               STRING FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                      ".tgz" DELIMITED BY SIZE
                      INTO RLS-BUNDLE-PATH
               MOVE RLS-BUNDLE-PATH TO REQUEST-BODY-FILE-NAME
               PERFORM WRITE-REQUEST-BODY-FILE
               MOVE "Y" TO RLS-BUNDLE-TEMP
           END-IF

           PERFORM CHECK-RELEASE-BUNDLE
           IF RLS-CHECK-PROBLEM NOT = SPACES
               PERFORM REMOVE-RELEASE-BUNDLE
               DISPLAY "WARN: release bundle refused for "
                   FUNCTION TRIM(AUDIT-TARGET) ": "
                   FUNCTION TRIM(RLS-CHECK-PROBLEM)
               MOVE "REJECTED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               MOVE "HTTP/1.1 422 Unprocessable Entity"
                   TO RLS-STATUS-LINE
               PERFORM SEND-RELEASE-ERROR
               EXIT PARAGRAPH
           END-IF

      *> Unpacked under a hidden staging name and renamed into place
      *> whole, so no listing, activation or prune ever meets a
      *> half-written release. -m stamps every file with the unpack
      *> time: the static ETag is size plus mtime, and build tools
      *> that pin archive mtimes would otherwise hand a changed
      *> file the ETag of the copy browsers already hold.
           MOVE SPACES TO RLS-STAGE-DIR
           STRING FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                  "/.staging_" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  INTO RLS-STAGE-DIR

           MOVE SPACES TO RLS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-STAGE-DIR) DELIMITED BY SIZE
                  " && tar -xzmf " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-BUNDLE-PATH) DELIMITED BY SIZE
                  " -C " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-STAGE-DIR) DELIMITED BY SIZE
                  " --no-same-owner 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND RETURNING RLS-RC
           PERFORM REMOVE-RELEASE-BUNDLE

           IF RLS-RC NOT = 0
               DISPLAY "WARN: cannot unpack release into "
                   FUNCTION TRIM(RLS-STAGE-DIR)
               PERFORM REMOVE-RELEASE-STAGE
               MOVE "FAILED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-SITE-RELEASES

           MOVE SPACES TO RLS-PATH-A
           STRING FUNCTION TRIM(RLS-STAGE-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-PATH-A
           MOVE SPACES TO RLS-PATH-B
           STRING FUNCTION TRIM(RLS-REL-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-PATH-B
           CALL "rename" USING BY REFERENCE RLS-PATH-A,
                               BY REFERENCE RLS-PATH-B
               RETURNING RLS-RC
           IF RLS-RC NOT = 0
               PERFORM UNLOCK-SITE-RELEASES
               DISPLAY "WARN: cannot move release into place: "
                   FUNCTION TRIM(RLS-REL-DIR)
               PERFORM REMOVE-RELEASE-STAGE
               MOVE "FAILED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE RLS-FILE-COUNT TO RLS-FILE-COUNT-DISP
           MOVE "PUBLISH" TO RLS-LOG-EVENT
           MOVE RLS-RELEASE TO RLS-LOG-REL
           MOVE FUNCTION TRIM(RLS-FILE-COUNT-DISP) TO RLS-LOG-DETAIL
           PERFORM APPEND-RELEASE-LOG

           PERFORM PRUNE-SITE-RELEASES
           PERFORM UNLOCK-SITE-RELEASES

           DISPLAY "Published release " FUNCTION TRIM(RLS-RELEASE)
               " for " FUNCTION TRIM(RLS-SITE) " ("
               FUNCTION TRIM(RLS-FILE-COUNT-DISP) " files)"

           MOVE "RELEASE-PUBLISH" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-TARGET
           STRING FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                  INTO AUDIT-TARGET
           MOVE "OK" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO RLS-BODY
           MOVE 1 TO RLS-BODY-PTR
           STRING '{"site":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                  '","release":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                  '","files":' DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-FILE-COUNT-DISP) DELIMITED BY SIZE
                  ',"active":false}' DELIMITED BY SIZE
                  INTO RLS-BODY WITH POINTER RLS-BODY-PTR
           MOVE "HTTP/1.1 201 Created" TO RLS-STATUS-LINE
           PERFORM SEND-RELEASE-RESPONSE

           EXIT PARAGRAPH.

       CHECK-RELEASE-BUNDLE.
      *> Two listings of the bundle pasted side by side give one
      *> "<type> <name>" line per entry: tar -t for the names (and
      *> for proof the body is a gzip'd tar at all), the first
      *> column of tar -tv for the entry type.
           MOVE SPACES TO RLS-CHECK-PROBLEM
           MOVE 0 TO RLS-FILE-COUNT
           MOVE "N" TO RLS-INDEX-FOUND

           MOVE SPACES TO RLS-LIST-NAME
           STRING FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                  ".lst" DELIMITED BY SIZE
                  INTO RLS-LIST-NAME

           MOVE SPACES TO RLS-COMMAND
           STRING "tar -tzf " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-BUNDLE-PATH) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                  ".nam 2>/dev/null && tar -tvzf " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-BUNDLE-PATH) DELIMITED BY SIZE
                  " 2>/dev/null | cut -c1 > " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                  ".typ && paste -d ' ' " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                  ".typ " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                  ".nam > " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND RETURNING RLS-RC

           IF RLS-RC NOT = 0
               MOVE "not a gzip'd tar bundle" TO RLS-CHECK-PROBLEM
           ELSE
               OPEN INPUT RLS-LIST-FILE
               PERFORM UNTIL RLS-LIST-STATUS NOT = "00" OR
                       RLS-CHECK-PROBLEM NOT = SPACES
                   READ RLS-LIST-FILE
                       AT END
                           MOVE "10" TO RLS-LIST-STATUS
                       NOT AT END
                           PERFORM CHECK-RELEASE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RLS-LIST-FILE
           END-IF

           MOVE SPACES TO RLS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                  ".nam " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-BASE) DELIMITED BY SIZE
                  ".typ " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND

           IF RLS-CHECK-PROBLEM = SPACES AND RLS-FILE-COUNT = 0
               MOVE "bundle holds no files" TO RLS-CHECK-PROBLEM
           END-IF
           IF RLS-CHECK-PROBLEM = SPACES AND RLS-INDEX-FOUND = "N"
               MOVE "no static/index.html in bundle"
                   TO RLS-CHECK-PROBLEM
           END-IF

           EXIT PARAGRAPH.

       CHECK-RELEASE-ENTRY.
      *> The bundle is the document root, so the site lives under
      *> static/ as it does for PUT /static/...; anything beside it
      *> could never be served and is taken for a packaging slip.
           MOVE RLS-LIST-RECORD(1:1) TO RLS-ENTRY-TYPE
           MOVE RLS-LIST-RECORD(3:) TO RLS-ENTRY-NAME
           IF RLS-ENTRY-NAME(1:2) = "./"
               MOVE RLS-ENTRY-NAME(3:) TO RLS-ENTRY-NAME
           END-IF
           IF RLS-ENTRY-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           IF RLS-ENTRY-TYPE NOT = "-" AND RLS-ENTRY-TYPE NOT = "d"
               MOVE "links and special files are not allowed"
                   TO RLS-CHECK-PROBLEM
               EXIT PARAGRAPH
           END-IF

           IF RLS-ENTRY-NAME(1:1) = "/"
               MOVE "absolute path in bundle" TO RLS-CHECK-PROBLEM
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(RLS-ENTRY-NAME))
               TO RLS-ENTRY-LEN
           PERFORM VARYING RLS-SCAN-POS FROM 1 BY 1
               UNTIL RLS-SCAN-POS >= RLS-ENTRY-LEN
               IF RLS-ENTRY-NAME(RLS-SCAN-POS:2) = ".."
                   MOVE "'..' in bundle path" TO RLS-CHECK-PROBLEM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RLS-CHECK-PROBLEM NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF RLS-ENTRY-NAME(1:7) NOT = "static/" AND
              FUNCTION TRIM(RLS-ENTRY-NAME) NOT = "static"
               MOVE "entry outside static/ in bundle"
                   TO RLS-CHECK-PROBLEM
               EXIT PARAGRAPH
           END-IF

           IF RLS-ENTRY-TYPE = "-"
               ADD 1 TO RLS-FILE-COUNT
               IF FUNCTION TRIM(RLS-ENTRY-NAME) = "static/index.html"
                   MOVE "Y" TO RLS-INDEX-FOUND
               END-IF
           END-IF

           EXIT PARAGRAPH.

       REMOVE-RELEASE-BUNDLE.
      *> A spooled body is the spool's to clean up.
           IF RLS-BUNDLE-TEMP = "Y"
               MOVE SPACES TO RLS-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(RLS-BUNDLE-PATH) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO RLS-COMMAND
               CALL "system" USING RLS-COMMAND
               MOVE "N" TO RLS-BUNDLE-TEMP
           END-IF
           EXIT PARAGRAPH.

       REMOVE-RELEASE-STAGE.
           MOVE SPACES TO RLS-COMMAND
           STRING "rm -rf " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-STAGE-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND
           EXIT PARAGRAPH.

       ACTIVATE-SITE-RELEASE.
           PERFORM CHECK-RELEASE-NAME
           IF RLS-REL-OK = "N"
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-RELEASE-PATHS

           MOVE SPACES TO RLS-COMMAND
           STRING "test -d " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-REL-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND RETURNING RLS-RC
           IF RLS-RC NOT = 0
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "ACTIVATE" TO RLS-LOG-EVENT
           PERFORM LOCK-SITE-RELEASES
           PERFORM SWITCH-SITE-RELEASE
           PERFORM UNLOCK-SITE-RELEASES

           EXIT PARAGRAPH.

       ROLLBACK-SITE-RELEASE.
      *> Back to the newest kept release published before the one
      *> now active; a second rollback steps back once more. Any
      *> kept release can also be named outright with /activate.
           MOVE SPACES TO RLS-COMMAND
           STRING "test -d " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND RETURNING RLS-RC
           IF RLS-RC NOT = 0
               MOVE "no earlier release to roll back to"
                   TO RLS-CHECK-PROBLEM
               MOVE "HTTP/1.1 409 Conflict" TO RLS-STATUS-LINE
               PERFORM SEND-RELEASE-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-SITE-RELEASES
           PERFORM LOAD-RELEASE-LOG
           PERFORM READ-CURRENT-RELEASE

           MOVE RLS-CURRENT TO RLS-LOG-REL
           PERFORM FIND-RELEASE-ROW
           MOVE SPACES TO RLS-RELEASE
           IF RLS-ROW-FOUND > 1
               COMPUTE RLS-ROW-IDX = RLS-ROW-FOUND - 1
               PERFORM UNTIL RLS-ROW-IDX = 0 OR RLS-RELEASE NOT = SPACES
                   MOVE SPACES TO RLS-COMMAND
                   STRING "test -d " DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-ROW-REL(RLS-ROW-IDX))
                              DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO RLS-COMMAND
                   CALL "system" USING RLS-COMMAND RETURNING RLS-RC
                   IF RLS-RC = 0
                       MOVE RLS-ROW-REL(RLS-ROW-IDX) TO RLS-RELEASE
                   END-IF
                   SUBTRACT 1 FROM RLS-ROW-IDX
               END-PERFORM
           END-IF

           IF RLS-RELEASE = SPACES
               PERFORM UNLOCK-SITE-RELEASES
               MOVE "no earlier release to roll back to"
                   TO RLS-CHECK-PROBLEM
               MOVE "HTTP/1.1 409 Conflict" TO RLS-STATUS-LINE
               PERFORM SEND-RELEASE-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-RELEASE-PATHS
           MOVE "ROLLBACK" TO RLS-LOG-EVENT
           PERFORM SWITCH-SITE-RELEASE
           PERFORM UNLOCK-SITE-RELEASES

           EXIT PARAGRAPH.

       SWITCH-SITE-RELEASE.
      *> Points "current" at RLS-RELEASE and answers the request.
      *> The new link is made under a private name and rename()d
      *> over the old one -- rename is atomic, so there is no moment
      *> with no document root, and no restart: each request
      *> resolves the link afresh.
           MOVE SPACES TO AUDIT-TARGET
           STRING FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                  INTO AUDIT-TARGET

           PERFORM READ-CURRENT-RELEASE
           MOVE RLS-CURRENT TO RLS-PREVIOUS

           IF RLS-CURRENT NOT = RLS-RELEASE
               CALL "getpid" RETURNING PROCESS-ID
               MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
               MOVE SPACES TO RLS-NEW-LINK
               STRING FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                      "/.current_" DELIMITED BY SIZE
                      PROCESS-ID-DISPLAY DELIMITED BY SIZE
                      INTO RLS-NEW-LINK

               MOVE SPACES TO RLS-PATH-B
               STRING FUNCTION TRIM(RLS-NEW-LINK) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO RLS-PATH-B
               CALL "remove" USING BY REFERENCE RLS-PATH-B
                   RETURNING RLS-RC

      *> Relative target: the link resolves beside itself, so the
      *> whole releases tree can move without relinking.
               MOVE SPACES TO RLS-PATH-A
               STRING FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO RLS-PATH-A
               CALL "symlink" USING BY REFERENCE RLS-PATH-A,
                                    BY REFERENCE RLS-PATH-B
                   RETURNING RLS-RC

               IF RLS-RC = 0
                   MOVE SPACES TO RLS-PATH-A
                   STRING FUNCTION TRIM(RLS-CURRENT-LINK)
                              DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO RLS-PATH-A
                   CALL "rename" USING BY REFERENCE RLS-PATH-B,
                                       BY REFERENCE RLS-PATH-A
                       RETURNING RLS-RC
                   IF RLS-RC NOT = 0
                       CALL "remove" USING BY REFERENCE RLS-PATH-B
                   END-IF
               END-IF

               IF RLS-RC NOT = 0
                   DISPLAY "WARN: cannot switch "
                       FUNCTION TRIM(RLS-CURRENT-LINK) " to "
                       FUNCTION TRIM(RLS-RELEASE)
                   MOVE "FAILED" TO AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-EVENT
                   PERFORM SEND-500-RESPONSE
                   EXIT PARAGRAPH
               END-IF

               MOVE RLS-RELEASE TO RLS-LOG-REL
               IF RLS-PREVIOUS = SPACES
                   MOVE "-" TO RLS-LOG-DETAIL
               ELSE
                   MOVE RLS-PREVIOUS TO RLS-LOG-DETAIL
               END-IF
               PERFORM APPEND-RELEASE-LOG

               DISPLAY "Switched " FUNCTION TRIM(RLS-SITE) " from "
                   FUNCTION TRIM(RLS-LOG-DETAIL) " to release "
                   FUNCTION TRIM(RLS-RELEASE)
           END-IF

           MOVE "OK" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO RLS-BODY
           MOVE 1 TO RLS-BODY-PTR
           STRING '{"site":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                  '","active":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-RELEASE) DELIMITED BY SIZE
                  '","previous":' DELIMITED BY SIZE
                  INTO RLS-BODY WITH POINTER RLS-BODY-PTR
           IF RLS-PREVIOUS = SPACES
               STRING "null}" DELIMITED BY SIZE
                      INTO RLS-BODY WITH POINTER RLS-BODY-PTR
           ELSE
               STRING '"' DELIMITED BY SIZE
                      FUNCTION TRIM(RLS-PREVIOUS) DELIMITED BY SIZE
                      '"}' DELIMITED BY SIZE
                      INTO RLS-BODY WITH POINTER RLS-BODY-PTR
           END-IF
           MOVE "HTTP/1.1 200 OK" TO RLS-STATUS-LINE
           PERFORM SEND-RELEASE-RESPONSE

           EXIT PARAGRAPH.

       READ-CURRENT-RELEASE.
           MOVE SPACES TO RLS-CURRENT
           MOVE SPACES TO RLS-PATH-A
           STRING FUNCTION TRIM(RLS-CURRENT-LINK) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-PATH-A
           MOVE SPACES TO RLS-LINK-BUF
           CALL "readlink" USING BY REFERENCE RLS-PATH-A,
                                 BY REFERENCE RLS-LINK-BUF,
                                 BY VALUE 255
               RETURNING RLS-LINK-LEN
           IF RLS-LINK-LEN > 0 AND
              RLS-LINK-LEN <= LENGTH OF RLS-CURRENT
               MOVE RLS-LINK-BUF(1:RLS-LINK-LEN) TO RLS-CURRENT
           END-IF
           EXIT PARAGRAPH.

       PRUNE-SITE-RELEASES.
      *> Everything older than the newest RELEASES_KEEP goes, bar
      *> the active release: an old release still in service stays
      *> on top of the count until something replaces it.
           PERFORM LOAD-RELEASE-LOG
           PERFORM READ-CURRENT-RELEASE

           MOVE CONFIG-RELEASES-KEEP TO RLS-KEEP
           IF RLS-KEEP < 1
               MOVE 1 TO RLS-KEEP
           END-IF

           MOVE 1 TO RLS-ROW-IDX
           PERFORM UNTIL RLS-ROW-IDX > RLS-ROW-COUNT
               IF RLS-ROW-COUNT - RLS-ROW-IDX < RLS-KEEP OR
                  RLS-ROW-REL(RLS-ROW-IDX) = RLS-CURRENT OR
                  RLS-ROW-REL(RLS-ROW-IDX) = RLS-RELEASE
                   ADD 1 TO RLS-ROW-IDX
               ELSE
                   MOVE SPACES TO RLS-COMMAND
                   STRING "rm -rf " DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-ROW-REL(RLS-ROW-IDX))
                              DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO RLS-COMMAND
                   CALL "system" USING RLS-COMMAND RETURNING RLS-RC

                   MOVE "PRUNE" TO RLS-LOG-EVENT
                   MOVE RLS-ROW-REL(RLS-ROW-IDX) TO RLS-LOG-REL
                   MOVE "-" TO RLS-LOG-DETAIL
                   PERFORM APPEND-RELEASE-LOG

                   DISPLAY "Pruned release "
                       FUNCTION TRIM(RLS-LOG-REL) " of "
                       FUNCTION TRIM(RLS-SITE)
                   MOVE "RELEASE-PRUNE" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-TARGET
                   STRING FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-LOG-REL) DELIMITED BY SIZE
                          INTO AUDIT-TARGET
                   IF RLS-RC = 0
                       MOVE "OK" TO AUDIT-OUTCOME
                   ELSE
                       MOVE "FAILED" TO AUDIT-OUTCOME
                   END-IF
                   PERFORM WRITE-AUDIT-EVENT

                   MOVE RLS-ROW-IDX TO RLS-ROW-FOUND
                   PERFORM REMOVE-RELEASE-ROW
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       LOAD-RELEASE-LOG.
      *> Replays releases.log into RLS-TABLE: one row per release
      *> still kept, in publish order, with its latest activation.
           MOVE 0 TO RLS-ROW-COUNT

           OPEN INPUT RLS-LOG-FILE
           IF RLS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RLS-LOG-STATUS NOT = "00"
               READ RLS-LOG-FILE INTO RLS-LOG-LINE
                   AT END
                       MOVE "10" TO RLS-LOG-STATUS
                   NOT AT END
                       PERFORM APPLY-RELEASE-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE RLS-LOG-FILE

           EXIT PARAGRAPH.

       APPLY-RELEASE-LOG-LINE.
           MOVE SPACES TO RLS-LOG-EPOCH-TXT
           MOVE SPACES TO RLS-LOG-EVENT
           MOVE SPACES TO RLS-LOG-REL
           MOVE SPACES TO RLS-LOG-WHO
           MOVE SPACES TO RLS-LOG-DETAIL
           UNSTRING RLS-LOG-LINE DELIMITED BY "|"
               INTO RLS-LOG-EPOCH-TXT
                    RLS-LOG-EVENT
                    RLS-LOG-REL
                    RLS-LOG-WHO
                    RLS-LOG-DETAIL
           END-UNSTRING
           IF FUNCTION TRIM(RLS-LOG-REL) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-RELEASE-ROW
           EVALUATE FUNCTION TRIM(RLS-LOG-EVENT)
               WHEN "PUBLISH"
                   IF RLS-ROW-FOUND = 0
                       IF RLS-ROW-COUNT = 40
                           MOVE 1 TO RLS-ROW-FOUND
                           PERFORM REMOVE-RELEASE-ROW
                       END-IF
                       ADD 1 TO RLS-ROW-COUNT
                       MOVE RLS-ROW-COUNT TO RLS-ROW-FOUND
                   END-IF
                   MOVE RLS-LOG-REL TO RLS-ROW-REL(RLS-ROW-FOUND)
                   COMPUTE RLS-ROW-PUB-TS(RLS-ROW-FOUND) =
                       FUNCTION NUMVAL(RLS-LOG-EPOCH-TXT)
                   MOVE RLS-LOG-WHO TO RLS-ROW-PUB-WHO(RLS-ROW-FOUND)
                   MOVE RLS-LOG-DETAIL TO RLS-ROW-FILES(RLS-ROW-FOUND)
                   MOVE 0 TO RLS-ROW-ACT-TS(RLS-ROW-FOUND)
                   MOVE SPACES TO RLS-ROW-ACT-WHO(RLS-ROW-FOUND)
               WHEN "ACTIVATE"
               WHEN "ROLLBACK"
                   IF RLS-ROW-FOUND > 0
                       COMPUTE RLS-ROW-ACT-TS(RLS-ROW-FOUND) =
                           FUNCTION NUMVAL(RLS-LOG-EPOCH-TXT)
                       MOVE RLS-LOG-WHO
                           TO RLS-ROW-ACT-WHO(RLS-ROW-FOUND)
                   END-IF
               WHEN "PRUNE"
                   IF RLS-ROW-FOUND > 0
                       PERFORM REMOVE-RELEASE-ROW
                   END-IF
           END-EVALUATE

           EXIT PARAGRAPH.

       FIND-RELEASE-ROW.
           MOVE 0 TO RLS-ROW-FOUND
           PERFORM VARYING RLS-ROW-SHIFT FROM 1 BY 1
               UNTIL RLS-ROW-SHIFT > RLS-ROW-COUNT
               IF RLS-ROW-REL(RLS-ROW-SHIFT) = RLS-LOG-REL AND
                  RLS-LOG-REL NOT = SPACES
                   MOVE RLS-ROW-SHIFT TO RLS-ROW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       REMOVE-RELEASE-ROW.
           PERFORM VARYING RLS-ROW-SHIFT FROM RLS-ROW-FOUND BY 1
               UNTIL RLS-ROW-SHIFT >= RLS-ROW-COUNT
               MOVE RLS-ROW(RLS-ROW-SHIFT + 1) TO RLS-ROW(RLS-ROW-SHIFT)
           END-PERFORM
           SUBTRACT 1 FROM RLS-ROW-COUNT
           EXIT PARAGRAPH.

       APPEND-RELEASE-LOG.
      *> RLS-LOG-EVENT / RLS-LOG-REL / RLS-LOG-DETAIL, by RLS-WHO.
           CALL "time" USING BY VALUE 0 RETURNING RLS-NOW
           MOVE RLS-NOW TO RLS-NOW-DISP
           MOVE SPACES TO RLS-LOG-LINE
           STRING RLS-NOW-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LOG-EVENT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LOG-REL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-WHO) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LOG-DETAIL) DELIMITED BY SIZE
                  INTO RLS-LOG-LINE

           OPEN EXTEND RLS-LOG-FILE
           IF RLS-LOG-STATUS = "35"
               OPEN OUTPUT RLS-LOG-FILE
           END-IF
           IF RLS-LOG-STATUS NOT = "00"
               DISPLAY "WARN: cannot append to "
                   FUNCTION TRIM(RLS-LOG-NAME)
               EXIT PARAGRAPH
           END-IF
           WRITE RLS-LOG-RECORD FROM RLS-LOG-LINE
           CLOSE RLS-LOG-FILE
           EXIT PARAGRAPH.

       LOCK-SITE-RELEASES.
      *> The ACQUIRE-METRICS-LOCK protocol on <host>/.lock, held
      *> across switch, log append and prune -- never across an
      *> unpack, which can take a while.
           MOVE SPACES TO RLS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND

           MOVE SPACES TO RLS-LOCK-PATH
           STRING FUNCTION TRIM(RLS-SITE-DIR) DELIMITED BY SIZE
                  "/.lock" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-LOCK-PATH

           MOVE 0 TO RLS-LOCK-TRIES
           PERFORM UNTIL 1 = 2
               CALL "open" USING BY REFERENCE RLS-LOCK-PATH,
                                 BY VALUE 193,
                                 BY VALUE 384
                                 RETURNING RLS-LOCK-FD
               IF RLS-LOCK-FD >= 0
                   CALL "close" USING BY VALUE RLS-LOCK-FD
                       RETURNING RLS-LOCK-RESULT
                   EXIT PERFORM
               END-IF

               ADD 1 TO RLS-LOCK-TRIES
               IF RLS-LOCK-TRIES > 100
                   DISPLAY "WARN: cannot take release lock for "
                       FUNCTION TRIM(RLS-SITE)
                   EXIT PERFORM
               END-IF
               IF RLS-LOCK-TRIES = 50
                   DISPLAY "WARN: release lock stale, breaking it"
                   CALL "remove" USING BY REFERENCE RLS-LOCK-PATH
                       RETURNING RLS-LOCK-RESULT
               ELSE
                   CALL "usleep" USING BY VALUE 20000
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       UNLOCK-SITE-RELEASES.
           CALL "remove" USING BY REFERENCE RLS-LOCK-PATH
               RETURNING RLS-LOCK-RESULT
           EXIT PARAGRAPH.

       LIST-RELEASE-SITES.
      *> GET /releases: "host|active-release|kept" per host served
      *> from releases ("-" before its first activation).
           PERFORM OPEN-RELEASE-LISTING

           PERFORM VARYING RLS-SITE-IDX FROM 1 BY 1
               UNTIL RLS-SITE-IDX > VHOST-COUNT
               IF VHOST-RELEASED(RLS-SITE-IDX) = "Y"
                   MOVE VHOST-HOST(RLS-SITE-IDX) TO RLS-SITE
                   MOVE SPACES TO RLS-RELEASE
                   PERFORM SET-RELEASE-PATHS
                   PERFORM LOAD-RELEASE-LOG
                   PERFORM READ-CURRENT-RELEASE
                   IF RLS-CURRENT = SPACES
                       MOVE "-" TO RLS-CURRENT
                   END-IF
                   MOVE RLS-ROW-COUNT TO RLS-COUNT-DISP
                   MOVE SPACES TO RLS-LIST-RECORD
                   STRING FUNCTION TRIM(RLS-SITE) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-CURRENT) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-COUNT-DISP)
                              DELIMITED BY SIZE
                          INTO RLS-LIST-RECORD
                   WRITE RLS-LIST-RECORD
               END-IF
           END-PERFORM

           CLOSE RLS-LIST-FILE
           PERFORM SEND-RELEASE-LISTING
           EXIT PARAGRAPH.

       LIST-SITE-RELEASES.
      *> GET /releases/<host>, newest first, one line per kept
      *> release:
      *>   release|active or kept|published|publisher|files|
      *>   last activated|by
      *> (one line; times UTC, "-" for a release never activated).
           PERFORM LOAD-RELEASE-LOG
           PERFORM READ-CURRENT-RELEASE
           PERFORM OPEN-RELEASE-LISTING

           PERFORM VARYING RLS-ROW-IDX FROM RLS-ROW-COUNT BY -1
               UNTIL RLS-ROW-IDX < 1
               MOVE SPACES TO RLS-LIST-RECORD
               MOVE 1 TO RLS-BODY-PTR
               STRING FUNCTION TRIM(RLS-ROW-REL(RLS-ROW-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      INTO RLS-LIST-RECORD WITH POINTER RLS-BODY-PTR
               IF RLS-ROW-REL(RLS-ROW-IDX) = RLS-CURRENT
                   STRING "active|" DELIMITED BY SIZE
                       INTO RLS-LIST-RECORD WITH POINTER RLS-BODY-PTR
               ELSE
                   STRING "kept|" DELIMITED BY SIZE
                       INTO RLS-LIST-RECORD WITH POINTER RLS-BODY-PTR
               END-IF
               MOVE RLS-ROW-PUB-TS(RLS-ROW-IDX) TO LOGIN-STAMP-EPOCH
               PERFORM FORMAT-LOGIN-STAMP
               STRING LOGIN-STAMP-TEXT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(RLS-ROW-PUB-WHO(RLS-ROW-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(RLS-ROW-FILES(RLS-ROW-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      INTO RLS-LIST-RECORD WITH POINTER RLS-BODY-PTR
               IF RLS-ROW-ACT-TS(RLS-ROW-IDX) = 0
                   STRING "-|-" DELIMITED BY SIZE
                       INTO RLS-LIST-RECORD WITH POINTER RLS-BODY-PTR
               ELSE
                   MOVE RLS-ROW-ACT-TS(RLS-ROW-IDX)
                       TO LOGIN-STAMP-EPOCH
                   PERFORM FORMAT-LOGIN-STAMP
                   STRING LOGIN-STAMP-TEXT DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(RLS-ROW-ACT-WHO(RLS-ROW-IDX))
                              DELIMITED BY SIZE
                          INTO RLS-LIST-RECORD
                          WITH POINTER RLS-BODY-PTR
               END-IF
               WRITE RLS-LIST-RECORD
           END-PERFORM

           CLOSE RLS-LIST-FILE
           PERFORM SEND-RELEASE-LISTING
           EXIT PARAGRAPH.

       OPEN-RELEASE-LISTING.
           CALL "getpid" RETURNING PROCESS-ID
           CALL "time" USING BY VALUE 0 RETURNING FILE-TIMESTAMP
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE FILE-TIMESTAMP TO FILE-TIMESTAMP-DISP
           MOVE SPACES TO RLS-LIST-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/rlslist_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RLS-LIST-NAME
           OPEN OUTPUT RLS-LIST-FILE
           EXIT PARAGRAPH.

       SEND-RELEASE-LISTING.
      *> Streamed from the temp file the way SERVE-UPLOAD-LIST
      *> streams its filtered index.
           MOVE RLS-LIST-NAME TO STREAM-FILE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
                   STREAM-FILE-INFO
               RETURNING STREAM-STAT-RESULT
           IF STREAM-STAT-RESULT NOT = 0
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE STREAM-INFO-SIZE TO STREAM-FILE-SIZE
           MOVE STREAM-FILE-SIZE TO CONTENT-LENGTH-HEADER

           MOVE SPACES TO RESPONSE-BUFFER
           MOVE 1 TO STREAM-POINTER
           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: text/plain" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER

           MOVE 0 TO STREAM-TOTAL-SENT
           MOVE "N" TO STREAM-CAPTURE-STATUS
           MOVE "Y" TO STREAM-SEND-OK
           COMPUTE STREAM-CHUNK-LEN = STREAM-POINTER - 1
           MOVE SPACES TO STREAM-CHUNK-BUFFER
           MOVE RESPONSE-BUFFER(1:STREAM-CHUNK-LEN)
               TO STREAM-CHUNK-BUFFER
           PERFORM SEND-RAW-CHUNK
           PERFORM STREAM-FILE-TO-CLIENT

           MOVE STREAM-TOTAL-SENT TO RESPONSE-SIZE
           PERFORM RECORD-REQUEST-METRICS
           PERFORM WRITE-ACCESS-LOG
           PERFORM WRITE-TIMING-LOG

           MOVE SPACES TO RLS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-LIST-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RLS-COMMAND
           CALL "system" USING RLS-COMMAND

           EXIT PARAGRAPH.

       SEND-RELEASE-ERROR.
           MOVE SPACES TO RLS-BODY
           MOVE 1 TO RLS-BODY-PTR
           STRING '{"error":"' DELIMITED BY SIZE
                  FUNCTION TRIM(RLS-CHECK-PROBLEM) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                  INTO RLS-BODY WITH POINTER RLS-BODY-PTR
           PERFORM SEND-RELEASE-RESPONSE
           EXIT PARAGRAPH.

       SEND-RELEASE-RESPONSE.
      *> RLS-STATUS-LINE plus the JSON in RLS-BODY(1:RLS-BODY-PTR - 1).
           COMPUTE CONTENT-LENGTH-HEADER = RLS-BODY-PTR - 1

           MOVE SPACES TO RESPONSE-BUFFER
           STRING FUNCTION TRIM(RLS-STATUS-LINE) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: application/json"
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  RLS-BODY(1:RLS-BODY-PTR - 1) DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER

           COMPUTE RESPONSE-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(RESPONSE-BUFFER))

           PERFORM SEND-RESPONSE

           EXIT PARAGRAPH.

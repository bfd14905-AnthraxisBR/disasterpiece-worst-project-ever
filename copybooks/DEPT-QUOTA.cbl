      *> Department quotas enforced at request time; see
      *> DEPT-QUOTA-FIELDS for the files. The mapping and the limits
      *> are loaded at startup and on SIGHUP; the standing is read
      *> from the state file on every check, so a department refused
      *> in one child is refused in all of them.
       LOAD-DEPT-QUOTAS.
           MOVE 0 TO DEPT-MAP-COUNT
           MOVE 0 TO QUOTA-COUNT

           IF FUNCTION TRIM(CONFIG-QUOTA-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DEPT-MAP-FILE
           IF DEPT-MAP-STATUS = "35" OR DEPT-MAP-STATUS = "05"
               DISPLAY "WARN: DEPT_MAP_FILE not found, every request "
                   "is UNMAPPED: " FUNCTION TRIM(CONFIG-DEPT-MAP-FILE)
           ELSE
               PERFORM UNTIL DEPT-MAP-STATUS = "10"
                   READ DEPT-MAP-FILE INTO QUOTA-LINE
                       AT END
                           MOVE "10" TO DEPT-MAP-STATUS
                       NOT AT END
                           PERFORM APPLY-DEPT-MAP-LINE
                   END-READ
               END-PERFORM
               CLOSE DEPT-MAP-FILE
           END-IF

           OPEN INPUT QUOTA-FILE
           IF QUOTA-FILE-STATUS = "35" OR QUOTA-FILE-STATUS = "05"
               DISPLAY "WARN: QUOTA_FILE not found: "
                   FUNCTION TRIM(CONFIG-QUOTA-FILE)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL QUOTA-FILE-STATUS = "10"
               READ QUOTA-FILE INTO QUOTA-LINE
                   AT END
                       MOVE "10" TO QUOTA-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-QUOTA-LINE
               END-READ
           END-PERFORM

           CLOSE QUOTA-FILE

           DISPLAY "DEBUG: loaded " QUOTA-COUNT " department quota(s), "
               DEPT-MAP-COUNT " mapping(s)"

           EXIT PARAGRAPH.

       APPLY-DEPT-MAP-LINE.
           MOVE FUNCTION TRIM(QUOTA-LINE) TO QUOTA-LINE

           IF QUOTA-LINE = SPACES OR QUOTA-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           IF DEPT-MAP-COUNT >= 200
               DISPLAY "WARN: department map full, ignoring: "
                   FUNCTION TRIM(QUOTA-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DEPT-MAP-COUNT
           MOVE SPACES TO DEPT-MAP-KEY(DEPT-MAP-COUNT)
           MOVE SPACES TO DEPT-MAP-DEPT(DEPT-MAP-COUNT)
           UNSTRING QUOTA-LINE DELIMITED BY "|"
               INTO DEPT-MAP-KEY(DEPT-MAP-COUNT)
                    DEPT-MAP-DEPT(DEPT-MAP-COUNT)

           IF FUNCTION TRIM(DEPT-MAP-KEY(DEPT-MAP-COUNT)) = SPACES OR
              FUNCTION TRIM(DEPT-MAP-DEPT(DEPT-MAP-COUNT)) = SPACES
               SUBTRACT 1 FROM DEPT-MAP-COUNT
           END-IF

           EXIT PARAGRAPH.

       APPLY-QUOTA-LINE.
           MOVE FUNCTION TRIM(QUOTA-LINE) TO QUOTA-LINE

           IF QUOTA-LINE = SPACES OR QUOTA-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           IF QUOTA-COUNT >= 50
               DISPLAY "WARN: quota table full, ignoring: "
                   FUNCTION TRIM(QUOTA-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO QUOTA-TXT-DEPT
           MOVE SPACES TO QUOTA-TXT-1
           MOVE SPACES TO QUOTA-TXT-2
           MOVE SPACES TO QUOTA-TXT-3
           MOVE SPACES TO QUOTA-TXT-4
           MOVE SPACES TO QUOTA-TXT-5
           MOVE SPACES TO QUOTA-TXT-6
           UNSTRING QUOTA-LINE DELIMITED BY "|"
               INTO QUOTA-TXT-DEPT QUOTA-TXT-1 QUOTA-TXT-2
                    QUOTA-TXT-3 QUOTA-TXT-4 QUOTA-TXT-5 QUOTA-TXT-6

           IF FUNCTION TRIM(QUOTA-TXT-DEPT) = SPACES
               DISPLAY "WARN: malformed quota line skipped: "
                   FUNCTION TRIM(QUOTA-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO QUOTA-COUNT
           MOVE QUOTA-TXT-DEPT TO QUOTA-DEPT(QUOTA-COUNT)
           MOVE 0 TO QUOTA-REQ-SOFT(QUOTA-COUNT)
           MOVE 0 TO QUOTA-REQ-HARD(QUOTA-COUNT)
           MOVE 0 TO QUOTA-BYTES-SOFT(QUOTA-COUNT)
           MOVE 0 TO QUOTA-BYTES-HARD(QUOTA-COUNT)
           MOVE 0 TO QUOTA-UPL-SOFT(QUOTA-COUNT)
           MOVE 0 TO QUOTA-UPL-HARD(QUOTA-COUNT)
           IF FUNCTION TRIM(QUOTA-TXT-1) NOT = SPACES
               COMPUTE QUOTA-REQ-SOFT(QUOTA-COUNT) =
                   FUNCTION NUMVAL(QUOTA-TXT-1)
           END-IF
           IF FUNCTION TRIM(QUOTA-TXT-2) NOT = SPACES
               COMPUTE QUOTA-REQ-HARD(QUOTA-COUNT) =
                   FUNCTION NUMVAL(QUOTA-TXT-2)
           END-IF
           IF FUNCTION TRIM(QUOTA-TXT-3) NOT = SPACES
               COMPUTE QUOTA-BYTES-SOFT(QUOTA-COUNT) =
                   FUNCTION NUMVAL(QUOTA-TXT-3)
           END-IF
           IF FUNCTION TRIM(QUOTA-TXT-4) NOT = SPACES
               COMPUTE QUOTA-BYTES-HARD(QUOTA-COUNT) =
                   FUNCTION NUMVAL(QUOTA-TXT-4)
           END-IF
           IF FUNCTION TRIM(QUOTA-TXT-5) NOT = SPACES
               COMPUTE QUOTA-UPL-SOFT(QUOTA-COUNT) =
                   FUNCTION NUMVAL(QUOTA-TXT-5)
           END-IF
           IF FUNCTION TRIM(QUOTA-TXT-6) NOT = SPACES
               COMPUTE QUOTA-UPL-HARD(QUOTA-COUNT) =
                   FUNCTION NUMVAL(QUOTA-TXT-6)
           END-IF

           EXIT PARAGRAPH.

       RESOLVE-REQUEST-DEPT.
      *> The account first (a person keeps their department from any
      *> desk), then the client address, as usage_report bills it.
           MOVE "UNMAPPED" TO QUOTA-REQ-DEPT
           IF AUTH-USER-FOUND = "Y"
               MOVE AUTH-USER-ID TO QUOTA-LOOKUP-KEY
               PERFORM FIND-DEPT-MAPPING
           END-IF
           IF QUOTA-REQ-DEPT = "UNMAPPED"
               PERFORM FORMAT-CLIENT-IP
               MOVE CLIENT-IP-DISPLAY TO QUOTA-LOOKUP-KEY
               PERFORM FIND-DEPT-MAPPING
           END-IF
           EXIT PARAGRAPH.

       RESOLVE-UPLOAD-DEPT.
      *> Stored bytes bill to whoever the request was authenticated
      *> as, exactly as the request itself is billed. Held parts are
      *> only stored after AUTH-CHECK, so the account is known here;
      *> the client's own "uploader=" naming is not a credential and
      *> is never consulted.
           PERFORM RESOLVE-REQUEST-DEPT
           EXIT PARAGRAPH.

       FIND-DEPT-MAPPING.
           PERFORM VARYING DEPT-MAP-IDX FROM 1 BY 1
               UNTIL DEPT-MAP-IDX > DEPT-MAP-COUNT
               IF FUNCTION TRIM(DEPT-MAP-KEY(DEPT-MAP-IDX)) =
                  FUNCTION TRIM(QUOTA-LOOKUP-KEY)
                   MOVE DEPT-MAP-DEPT(DEPT-MAP-IDX) TO QUOTA-REQ-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       FIND-QUOTA-ENTRY.
           MOVE 0 TO QUOTA-FOUND-IDX
           PERFORM VARYING QUOTA-IDX FROM 1 BY 1
               UNTIL QUOTA-IDX > QUOTA-COUNT
               IF QUOTA-DEPT(QUOTA-IDX) = QUOTA-REQ-DEPT
                   MOVE QUOTA-IDX TO QUOTA-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       FIND-QSTATE-ENTRY.
           MOVE 0 TO QSTATE-FOUND-IDX
           PERFORM VARYING QSTATE-IDX FROM 1 BY 1
               UNTIL QSTATE-IDX > QSTATE-COUNT
               IF QSTATE-DEPT(QSTATE-IDX) = QUOTA-REQ-DEPT
                   MOVE QSTATE-IDX TO QSTATE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       CHECK-DEPT-QUOTA.
      *> Runs from PROCESS-REQUEST once the caller is known. The
      *> health probe, the metrics scrape and the operator console
      *> stay reachable for an over-quota department -- the console
      *> is where the operator goes to see why -- and so do its
      *> /admin/ pages and the sign-in pages a browser operator
      *> needs to reach them, as under maintenance mode.
           MOVE "N" TO QUOTA-OVER
           MOVE SPACES TO QUOTA-OVER-MEASURE

           IF FUNCTION TRIM(CONFIG-QUOTA-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF URL-PATH = "/healthz" OR URL-PATH = "/metrics" OR
              URL-PATH = "/admin" OR URL-PATH(1:7) = "/admin/" OR
              URL-PATH = "/login" OR URL-PATH = "/logout"
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-REQUEST-DEPT

           PERFORM FIND-QUOTA-ENTRY
           IF QUOTA-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF QUOTA-REQ-HARD(QUOTA-FOUND-IDX) = 0 AND
              QUOTA-BYTES-HARD(QUOTA-FOUND-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-QUOTA-STATE
           PERFORM FIND-QSTATE-ENTRY
           IF QSTATE-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF QUOTA-REQ-HARD(QUOTA-FOUND-IDX) > 0 AND
              QSTATE-REQUESTS(QSTATE-FOUND-IDX) >=
                  QUOTA-REQ-HARD(QUOTA-FOUND-IDX)
               MOVE "Y" TO QUOTA-OVER
               MOVE "requests" TO QUOTA-OVER-MEASURE
               EXIT PARAGRAPH
           END-IF

           IF QUOTA-BYTES-HARD(QUOTA-FOUND-IDX) > 0 AND
              QSTATE-BYTES(QSTATE-FOUND-IDX) >=
                  QUOTA-BYTES-HARD(QUOTA-FOUND-IDX)
               MOVE "Y" TO QUOTA-OVER
               MOVE "bytes-served" TO QUOTA-OVER-MEASURE
           END-IF

           EXIT PARAGRAPH.

       SEND-QUOTA-429-RESPONSE.
      *> The header names the department and the exhausted measure,
      *> so the caller's help desk knows whose budget it is without
      *> a ticket to us.
           MOVE "QUOTA" TO REJECTED-REASON
           PERFORM LOG-REJECTED-REQUEST

           MOVE "Y" TO QUOTA-REFUSED
           MOVE "N" TO QUOTA-UPLOAD-REFUSED
           MOVE "429" TO ERROR-STATUS-CODE
           MOVE "Department Quota Exceeded" TO ERROR-STATUS-TEXT
           MOVE SPACES TO ERROR-EXTRA-HEADER
           STRING "X-Quota-Exceeded: " DELIMITED BY SIZE
                  FUNCTION TRIM(QUOTA-REQ-DEPT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(QUOTA-OVER-MEASURE) DELIMITED BY SIZE
                  INTO ERROR-EXTRA-HEADER
           PERFORM BUILD-ERROR-RESPONSE
           EXIT PARAGRAPH.

       CHECK-UPLOAD-QUOTA.
      *> From STORE-UPLOAD-PART: a department already at its
      *> storage limit gets nothing more into the store, and
      *> PROCESS-REQUEST refuses the request in its name.
           IF FUNCTION TRIM(CONFIG-QUOTA-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-UPLOAD-DEPT
           PERFORM FIND-QUOTA-ENTRY
           IF QUOTA-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF QUOTA-UPL-HARD(QUOTA-FOUND-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-QUOTA-STATE
           PERFORM FIND-QSTATE-ENTRY
           IF QSTATE-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF QSTATE-UPLOAD(QSTATE-FOUND-IDX) >=
              QUOTA-UPL-HARD(QUOTA-FOUND-IDX)
               MOVE "Y" TO QUOTA-UPLOAD-REFUSED
           END-IF

           EXIT PARAGRAPH.

       RECORD-DEPT-USAGE.
      *> Once per response, from RECORD-REQUEST-METRICS: one request
      *> and the bytes sent. The quota refusal itself is not billed.
           IF QUOTA-REFUSED = "Y"
               MOVE "N" TO QUOTA-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CONFIG-QUOTA-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-REQUEST-DEPT
           MOVE 1 TO QUOTA-ADD-REQUESTS
           MOVE RESPONSE-SIZE TO QUOTA-ADD-BYTES
           MOVE 0 TO QUOTA-ADD-UPLOAD
           PERFORM APPLY-DEPT-CHARGE

           EXIT PARAGRAPH.

       RECORD-DEPT-UPLOAD.
           IF FUNCTION TRIM(CONFIG-QUOTA-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-UPLOAD-DEPT
           MOVE 0 TO QUOTA-ADD-REQUESTS
           MOVE 0 TO QUOTA-ADD-BYTES
           MOVE MULTIPART-RAW-LEN TO QUOTA-ADD-UPLOAD
           PERFORM APPLY-DEPT-CHARGE

           EXIT PARAGRAPH.

       APPLY-DEPT-CHARGE.
      *> Load-bump-save under the lock, the RECORD-REQUEST-METRICS
      *> idiom; a limit crossed by this very charge raises its
      *> alert here, so each crossing alerts exactly once.
           PERFORM ACQUIRE-QUOTA-LOCK
           PERFORM LOAD-QUOTA-STATE

           PERFORM FIND-QSTATE-ENTRY
           IF QSTATE-FOUND-IDX = 0
               IF QSTATE-COUNT >= 60
                   DISPLAY "WARN: quota state table full, not "
                       "charging " FUNCTION TRIM(QUOTA-REQ-DEPT)
                   PERFORM RELEASE-QUOTA-LOCK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO QSTATE-COUNT
               MOVE QSTATE-COUNT TO QSTATE-FOUND-IDX
               MOVE QUOTA-REQ-DEPT TO QSTATE-DEPT(QSTATE-COUNT)
               MOVE 0 TO QSTATE-REQUESTS(QSTATE-COUNT)
               MOVE 0 TO QSTATE-BYTES(QSTATE-COUNT)
               MOVE 0 TO QSTATE-UPLOAD(QSTATE-COUNT)
           END-IF

           PERFORM FIND-QUOTA-ENTRY

           IF QUOTA-ADD-REQUESTS > 0
               MOVE QSTATE-REQUESTS(QSTATE-FOUND-IDX) TO QUOTA-BEFORE
               ADD QUOTA-ADD-REQUESTS
                   TO QSTATE-REQUESTS(QSTATE-FOUND-IDX)
               IF QUOTA-FOUND-IDX > 0
                   MOVE QSTATE-REQUESTS(QSTATE-FOUND-IDX)
                       TO QUOTA-AFTER
                   MOVE QUOTA-REQ-SOFT(QUOTA-FOUND-IDX) TO QUOTA-SOFT
                   MOVE QUOTA-REQ-HARD(QUOTA-FOUND-IDX) TO QUOTA-HARD
                   MOVE "requests" TO QUOTA-MEASURE
                   PERFORM CHECK-QUOTA-CROSSING
               END-IF
           END-IF

           IF QUOTA-ADD-BYTES > 0
               MOVE QSTATE-BYTES(QSTATE-FOUND-IDX) TO QUOTA-BEFORE
               ADD QUOTA-ADD-BYTES TO QSTATE-BYTES(QSTATE-FOUND-IDX)
               IF QUOTA-FOUND-IDX > 0
                   MOVE QSTATE-BYTES(QSTATE-FOUND-IDX) TO QUOTA-AFTER
                   MOVE QUOTA-BYTES-SOFT(QUOTA-FOUND-IDX)
                       TO QUOTA-SOFT
                   MOVE QUOTA-BYTES-HARD(QUOTA-FOUND-IDX)
                       TO QUOTA-HARD
                   MOVE "bytes-served" TO QUOTA-MEASURE
                   PERFORM CHECK-QUOTA-CROSSING
               END-IF
           END-IF

           IF QUOTA-ADD-UPLOAD > 0
               MOVE QSTATE-UPLOAD(QSTATE-FOUND-IDX) TO QUOTA-BEFORE
               ADD QUOTA-ADD-UPLOAD TO QSTATE-UPLOAD(QSTATE-FOUND-IDX)
               IF QUOTA-FOUND-IDX > 0
                   MOVE QSTATE-UPLOAD(QSTATE-FOUND-IDX) TO QUOTA-AFTER
                   MOVE QUOTA-UPL-SOFT(QUOTA-FOUND-IDX) TO QUOTA-SOFT
                   MOVE QUOTA-UPL-HARD(QUOTA-FOUND-IDX) TO QUOTA-HARD
                   MOVE "upload-bytes" TO QUOTA-MEASURE
                   PERFORM CHECK-QUOTA-CROSSING
               END-IF
           END-IF

           PERFORM SAVE-QUOTA-STATE
           PERFORM RELEASE-QUOTA-LOCK

           EXIT PARAGRAPH.

       CHECK-QUOTA-CROSSING.
           IF QUOTA-HARD > 0 AND QUOTA-BEFORE < QUOTA-HARD AND
              QUOTA-AFTER >= QUOTA-HARD
               MOVE QUOTA-AFTER TO QUOTA-DISP-1
               MOVE QUOTA-HARD TO QUOTA-DISP-2
               MOVE SPACES TO ALERT-LINE
               STRING "QUOTA HARD LIMIT " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-REQ-DEPT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-MEASURE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-DISP-1) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-DISP-2) DELIMITED BY SIZE
                      " -- now refusing" DELIMITED BY SIZE
                      INTO ALERT-LINE
               PERFORM RAISE-QUOTA-ALERT
               EXIT PARAGRAPH
           END-IF

           IF QUOTA-SOFT > 0 AND QUOTA-BEFORE < QUOTA-SOFT AND
              QUOTA-AFTER >= QUOTA-SOFT
               MOVE QUOTA-AFTER TO QUOTA-DISP-1
               MOVE QUOTA-SOFT TO QUOTA-DISP-2
               MOVE SPACES TO ALERT-LINE
               STRING "QUOTA SOFT LIMIT " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-REQ-DEPT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-MEASURE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-DISP-1) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(QUOTA-DISP-2) DELIMITED BY SIZE
                      INTO ALERT-LINE
               PERFORM RAISE-QUOTA-ALERT
           END-IF

           EXIT PARAGRAPH.

       RAISE-QUOTA-ALERT.
      *> Same trail log_monitor raises its alerts on, so one file
      *> and one ALERT_COMMAND cover both. The command is run in the
      *> background: a request is waiting on this child.
           OPEN EXTEND ALERT-LOG-FILE
           IF ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF
           IF ALERT-LOG-STATUS = "00"
               MOVE SPACES TO ALERT-LOG-RECORD
               STRING FUNCTION CURRENT-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(ALERT-LINE) DELIMITED BY SIZE
                      INTO ALERT-LOG-RECORD
               WRITE ALERT-LOG-RECORD
               CLOSE ALERT-LOG-FILE
           END-IF

           DISPLAY "ALERT: " FUNCTION TRIM(ALERT-LINE)

           IF FUNCTION TRIM(CONFIG-ALERT-COMMAND) NOT = SPACES
               MOVE SPACES TO ALERT-COMMAND-LINE
               STRING FUNCTION TRIM(CONFIG-ALERT-COMMAND)
                          DELIMITED BY SIZE
                      " &" DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO ALERT-COMMAND-LINE
               CALL "system" USING ALERT-COMMAND-LINE
           END-IF

           EXIT PARAGRAPH.

       LOAD-QUOTA-STATE.
           MOVE 0 TO QSTATE-COUNT
           MOVE FUNCTION CURRENT-DATE(1:6) TO QSTATE-MONTH

           OPEN INPUT QUOTA-STATE-FILE
           IF QUOTA-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL QUOTA-STATE-STATUS = "10"
               READ QUOTA-STATE-FILE INTO QUOTA-LINE
                   AT END
                       MOVE "10" TO QUOTA-STATE-STATUS
                   NOT AT END
                       PERFORM APPLY-QUOTA-STATE-LINE
               END-READ
           END-PERFORM

           CLOSE QUOTA-STATE-FILE

           EXIT PARAGRAPH.

       APPLY-QUOTA-STATE-LINE.
           MOVE SPACES TO QSTATE-TXT-MONTH
           MOVE SPACES TO QUOTA-TXT-DEPT
           MOVE SPACES TO QUOTA-TXT-1
           MOVE SPACES TO QUOTA-TXT-2
           MOVE SPACES TO QUOTA-TXT-3
           UNSTRING QUOTA-LINE DELIMITED BY "|"
               INTO QSTATE-TXT-MONTH QUOTA-TXT-DEPT
                    QUOTA-TXT-1 QUOTA-TXT-2 QUOTA-TXT-3

      *> Last month's standing is simply not carried forward.
           IF QSTATE-TXT-MONTH(1:6) NOT = QSTATE-MONTH OR
              FUNCTION TRIM(QUOTA-TXT-DEPT) = SPACES OR
              QSTATE-COUNT >= 60
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO QSTATE-COUNT
           MOVE QUOTA-TXT-DEPT TO QSTATE-DEPT(QSTATE-COUNT)
           COMPUTE QSTATE-REQUESTS(QSTATE-COUNT) =
               FUNCTION NUMVAL(QUOTA-TXT-1)
           COMPUTE QSTATE-BYTES(QSTATE-COUNT) =
               FUNCTION NUMVAL(QUOTA-TXT-2)
           COMPUTE QSTATE-UPLOAD(QSTATE-COUNT) =
               FUNCTION NUMVAL(QUOTA-TXT-3)

           EXIT PARAGRAPH.

       SAVE-QUOTA-STATE.
           OPEN OUTPUT QUOTA-STATE-FILE
           IF QUOTA-STATE-STATUS NOT = "00"
               DISPLAY "WARN: cannot write quota state "
                   FUNCTION TRIM(CONFIG-QUOTA-STATE-FILE)
                   " (status " QUOTA-STATE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING QSTATE-IDX FROM 1 BY 1
               UNTIL QSTATE-IDX > QSTATE-COUNT
               MOVE QSTATE-REQUESTS(QSTATE-IDX) TO QSTATE-NUM-DISP
               MOVE QSTATE-BYTES(QSTATE-IDX) TO QSTATE-NUM-DISP-2
               MOVE QSTATE-UPLOAD(QSTATE-IDX) TO QSTATE-NUM-DISP-3
               MOVE SPACES TO QUOTA-STATE-RECORD
               STRING QSTATE-MONTH DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(QSTATE-DEPT(QSTATE-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      QSTATE-NUM-DISP DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      QSTATE-NUM-DISP-2 DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      QSTATE-NUM-DISP-3 DELIMITED BY SIZE
                      INTO QUOTA-STATE-RECORD
               WRITE QUOTA-STATE-RECORD
           END-PERFORM

           CLOSE QUOTA-STATE-FILE

           EXIT PARAGRAPH.

       ACQUIRE-QUOTA-LOCK.
      *> The ACQUIRE-METRICS-LOCK protocol on <QUOTA_STATE_FILE>.lock.
           MOVE SPACES TO QUOTA-LOCK-PATH
           STRING FUNCTION TRIM(CONFIG-QUOTA-STATE-FILE)
                      DELIMITED BY SIZE
                  ".lock" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO QUOTA-LOCK-PATH

           MOVE 0 TO QUOTA-LOCK-TRIES
           PERFORM UNTIL 1 = 2
               CALL "open" USING BY REFERENCE QUOTA-LOCK-PATH,
                                 BY VALUE 193,
                                 BY VALUE 384
                                 RETURNING QUOTA-LOCK-FD
               IF QUOTA-LOCK-FD >= 0
                   CALL "close" USING BY VALUE QUOTA-LOCK-FD
                       RETURNING QUOTA-LOCK-RESULT
                   EXIT PERFORM
               END-IF

               ADD 1 TO QUOTA-LOCK-TRIES
               IF QUOTA-LOCK-TRIES > 50
                   DISPLAY "WARN: quota lock stale, breaking it"
                   CALL "remove" USING
                       BY REFERENCE QUOTA-LOCK-PATH
                       RETURNING QUOTA-LOCK-RESULT
                   MOVE 0 TO QUOTA-LOCK-TRIES
               ELSE
                   CALL "usleep" USING BY VALUE 20000
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-QUOTA-LOCK.
           CALL "remove" USING BY REFERENCE QUOTA-LOCK-PATH
               RETURNING QUOTA-LOCK-RESULT
           EXIT PARAGRAPH.

       WRITE-ADMIN-QUOTA-LINES.
      *> The console's month-to-date standing: every department with
      *> a quota, then any that used the server without one
      *> (UNMAPPED included), so the page adds up to the month.
           MOVE SPACES TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           IF FUNCTION TRIM(CONFIG-QUOTA-FILE) = SPACES
               MOVE "DEPARTMENT QUOTAS: not configured"
                   TO ADMIN-PAGE-LINE
               PERFORM WRITE-ADMIN-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-QUOTA-STATE

           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "DEPARTMENT QUOTAS (month to date " DELIMITED BY SIZE
                  QSTATE-MONTH DELIMITED BY SIZE
                  ", used/hard limit)" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           PERFORM VARYING QUOTA-IDX FROM 1 BY 1
               UNTIL QUOTA-IDX > QUOTA-COUNT
               MOVE QUOTA-DEPT(QUOTA-IDX) TO QUOTA-REQ-DEPT
               MOVE QUOTA-IDX TO QUOTA-FOUND-IDX
               PERFORM FIND-QSTATE-ENTRY
               PERFORM WRITE-ADMIN-QUOTA-LINE
           END-PERFORM

           MOVE 0 TO QUOTA-FOUND-IDX
           PERFORM VARYING QSTATE-IDX FROM 1 BY 1
               UNTIL QSTATE-IDX > QSTATE-COUNT
               MOVE QSTATE-DEPT(QSTATE-IDX) TO QUOTA-REQ-DEPT
               PERFORM FIND-QUOTA-ENTRY
               IF QUOTA-FOUND-IDX = 0
                   MOVE QSTATE-IDX TO QSTATE-FOUND-IDX
                   PERFORM WRITE-ADMIN-QUOTA-LINE
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       WRITE-ADMIN-QUOTA-LINE.
      *> QUOTA-FOUND-IDX / QSTATE-FOUND-IDX in, either may be 0.
           MOVE "ok" TO QUOTA-STANDING
           MOVE SPACES TO ADMIN-PAGE-LINE
           MOVE "  " TO ADMIN-PAGE-LINE(1:2)
           MOVE QUOTA-REQ-DEPT TO ADMIN-PAGE-LINE(3:16)

           MOVE 0 TO QUOTA-AFTER
           IF QSTATE-FOUND-IDX > 0
               MOVE QSTATE-REQUESTS(QSTATE-FOUND-IDX) TO QUOTA-AFTER
           END-IF
           MOVE 0 TO QUOTA-SOFT
           MOVE 0 TO QUOTA-HARD
           IF QUOTA-FOUND-IDX > 0
               MOVE QUOTA-REQ-SOFT(QUOTA-FOUND-IDX) TO QUOTA-SOFT
               MOVE QUOTA-REQ-HARD(QUOTA-FOUND-IDX) TO QUOTA-HARD
           END-IF
           MOVE "requests" TO QUOTA-MEASURE
           MOVE 20 TO QUOTA-PTR
           PERFORM APPEND-ADMIN-QUOTA-MEASURE

           MOVE 0 TO QUOTA-AFTER
           IF QSTATE-FOUND-IDX > 0
               MOVE QSTATE-BYTES(QSTATE-FOUND-IDX) TO QUOTA-AFTER
           END-IF
           MOVE 0 TO QUOTA-SOFT
           MOVE 0 TO QUOTA-HARD
           IF QUOTA-FOUND-IDX > 0
               MOVE QUOTA-BYTES-SOFT(QUOTA-FOUND-IDX) TO QUOTA-SOFT
               MOVE QUOTA-BYTES-HARD(QUOTA-FOUND-IDX) TO QUOTA-HARD
           END-IF
           MOVE "served" TO QUOTA-MEASURE
           PERFORM APPEND-ADMIN-QUOTA-MEASURE

           MOVE 0 TO QUOTA-AFTER
           IF QSTATE-FOUND-IDX > 0
               MOVE QSTATE-UPLOAD(QSTATE-FOUND-IDX) TO QUOTA-AFTER
           END-IF
           MOVE 0 TO QUOTA-SOFT
           MOVE 0 TO QUOTA-HARD
           IF QUOTA-FOUND-IDX > 0
               MOVE QUOTA-UPL-SOFT(QUOTA-FOUND-IDX) TO QUOTA-SOFT
               MOVE QUOTA-UPL-HARD(QUOTA-FOUND-IDX) TO QUOTA-HARD
           END-IF
           MOVE "uploads" TO QUOTA-MEASURE
           PERFORM APPEND-ADMIN-QUOTA-MEASURE

           IF QUOTA-FOUND-IDX = 0
               MOVE "no quota" TO QUOTA-STANDING
           END-IF
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(QUOTA-STANDING) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE WITH POINTER QUOTA-PTR
           PERFORM WRITE-ADMIN-LINE

           EXIT PARAGRAPH.

       APPEND-ADMIN-QUOTA-MEASURE.
           MOVE QUOTA-AFTER TO QUOTA-DISP-1
           STRING FUNCTION TRIM(QUOTA-MEASURE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(QUOTA-DISP-1) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE WITH POINTER QUOTA-PTR
           IF QUOTA-HARD > 0
               MOVE QUOTA-HARD TO QUOTA-DISP-2
               STRING FUNCTION TRIM(QUOTA-DISP-2) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INTO ADMIN-PAGE-LINE WITH POINTER QUOTA-PTR
           ELSE
               STRING "-  " DELIMITED BY SIZE
                      INTO ADMIN-PAGE-LINE WITH POINTER QUOTA-PTR
           END-IF

           IF QUOTA-HARD > 0 AND QUOTA-AFTER >= QUOTA-HARD
               MOVE "OVER - refusing" TO QUOTA-STANDING
           ELSE
               IF QUOTA-SOFT > 0 AND QUOTA-AFTER >= QUOTA-SOFT AND
                  QUOTA-STANDING = "ok"
                   MOVE "SOFT LIMIT reached" TO QUOTA-STANDING
               END-IF
           END-IF

           EXIT PARAGRAPH.

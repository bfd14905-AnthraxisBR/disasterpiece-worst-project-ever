      *> Asynchronous job submission and status; see JOB-QUEUE-FIELDS
      *> and JOB-RECORD-FIELDS. CHECK-JOB-ROUTE runs where a POST
      *> would otherwise fall through to the proxy or the routes.sh
      *> shell-out; SERVE-JOB-STATUS answers GET /jobs/<id>[/result].
       CHECK-JOB-ROUTE.
           MOVE "N" TO JOB-ELIGIBLE

           IF HTTP-METHOD NOT = "POST" OR
              FUNCTION TRIM(CONFIG-JOB-DIR) = SPACES OR
              FUNCTION TRIM(CONFIG-JOB-PATHS) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO JOB-LIST-PTR
           PERFORM UNTIL JOB-LIST-PTR > LENGTH OF CONFIG-JOB-PATHS
                      OR JOB-ELIGIBLE = "Y"
               MOVE SPACES TO JOB-LIST-ITEM
               UNSTRING CONFIG-JOB-PATHS DELIMITED BY ","
                   INTO JOB-LIST-ITEM
                   WITH POINTER JOB-LIST-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(JOB-LIST-ITEM) TO JOB-LIST-ITEM
               IF JOB-LIST-ITEM NOT = SPACES
                   PERFORM CHECK-ONE-JOB-PATH
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       CHECK-ONE-JOB-PATH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(JOB-LIST-ITEM))
               TO JOB-ITEM-LEN

           IF JOB-LIST-ITEM(JOB-ITEM-LEN:1) NOT = "*"
               IF JOB-LIST-ITEM = URL-PATH
                   MOVE "Y" TO JOB-ELIGIBLE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF JOB-ITEM-LEN = 1
               MOVE "Y" TO JOB-ELIGIBLE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM JOB-ITEM-LEN
           IF URL-PATH(1:JOB-ITEM-LEN) =
              JOB-LIST-ITEM(1:JOB-ITEM-LEN)
               MOVE "Y" TO JOB-ELIGIBLE
           END-IF

           EXIT PARAGRAPH.

       SUBMIT-JOB.
      *> Queues the request and answers 202 Accepted. The id is
      *> the submit time plus twelve hex digits of /dev/urandom --
      *> a name sort is submit order, and without USERS_FILE the id
      *> is the only ticket to the result, so it must not be
      *> guessable.
           MOVE "job" TO ROUTE-DISPATCH-KIND

           IF FUNCTION LENGTH(FUNCTION TRIM(URL-PATH)) >
              LENGTH OF JOB-PATH
               MOVE "414" TO ERROR-STATUS-CODE
               MOVE "URI Too Long" TO ERROR-STATUS-TEXT
               PERFORM BUILD-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM MAKE-LOGIN-SESSION-KEY
           IF LOGIN-KEY-OK NOT = "Y"
               MOVE "503" TO ERROR-STATUS-CODE
               MOVE "Service Unavailable" TO ERROR-STATUS-TEXT
               PERFORM BUILD-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING JOB-NOW
           MOVE JOB-NOW TO JOB-NOW-DISP
           MOVE SPACES TO JOB-ID
           STRING "J" DELIMITED BY SIZE
                  JOB-NOW-DISP DELIMITED BY SIZE
                  LOGIN-NEW-KEY(2:12) DELIMITED BY SIZE
                  INTO JOB-ID
           PERFORM SET-JOB-PATHS

      *> The body is stored first and the record last: the runner
      *> only ever looks for <id>.job, so it can never pick up a
      *> job whose body is still being written.
           IF BODY-SPOOLED = "Y"
               MOVE BODY-SPOOL-TOTAL TO JOB-CONTENT-LENGTH
               MOVE SPACES TO JOB-COMMAND
               STRING "cp " DELIMITED BY SIZE
                      BODY-SPOOL-FILE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-BODY-PATH) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO JOB-COMMAND
               CALL "system" USING JOB-COMMAND
           ELSE
               MOVE REQUEST-BODY-SIZE TO JOB-CONTENT-LENGTH
               MOVE JOB-BODY-PATH TO REQUEST-BODY-FILE-NAME
               PERFORM WRITE-REQUEST-BODY-FILE
           END-IF

           MOVE JOB-BODY-PATH TO STREAM-FILE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
                   STREAM-FILE-INFO
               RETURNING STREAM-STAT-RESULT
           IF STREAM-STAT-RESULT NOT = 0
               DISPLAY "WARN: cannot store job body in "
                   FUNCTION TRIM(CONFIG-JOB-DIR)
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "QUEUED" TO JOB-STATE
           MOVE JOB-NOW TO JOB-SUBMITTED-TS
           MOVE 0 TO JOB-STARTED-TS
           MOVE 0 TO JOB-ENDED-TS
           MOVE 0 TO JOB-PID
           MOVE 0 TO JOB-EXIT
           MOVE 0 TO JOB-HTTP
           MOVE SPACES TO JOB-NOTE
      *> AUTH-USER-ID also names a verified partner (partner:<id>),
      *> which has no user entry, so it is tested rather than
      *> AUTH-USER-FOUND.
           IF FUNCTION TRIM(AUTH-USER-ID) NOT = "-" AND
              AUTH-USER-ID NOT = SPACES
               MOVE AUTH-USER-ID TO JOB-SUBMITTER
           ELSE
               MOVE CLIENT-IP-DISPLAY TO JOB-SUBMITTER
           END-IF
           IF PARTNER-VERIFIED-ID NOT = SPACES
               MOVE PARTNER-VERIFIED-ID TO JOB-PARTNER
           ELSE
               MOVE "-" TO JOB-PARTNER
           END-IF
      *> A client-supplied X-Request-Id is echoed into the record
      *> and the JSON answer; neither may be broken by it.
           MOVE REQUEST-ID TO JOB-REQUEST-ID
           INSPECT JOB-REQUEST-ID REPLACING ALL "|" BY "_"
                                            ALL '"' BY "_"
                                            ALL "\" BY "_"
           MOVE ACTIVE-ROUTES-SCRIPT TO JOB-SCRIPT
           MOVE HTTP-METHOD TO JOB-METHOD
           MOVE URL-PATH TO JOB-PATH

           PERFORM WRITE-JOB-RECORD
           IF JOB-WRITE-OK NOT = "Y"
               PERFORM DELETE-JOB-FILES
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Queued job " FUNCTION TRIM(JOB-ID) " for "
               FUNCTION TRIM(JOB-PATH)

           MOVE "JOB-SUBMIT" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-TARGET
           STRING FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-PATH) DELIMITED BY SIZE
                  INTO AUDIT-TARGET
           MOVE "QUEUED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO JOB-HREF
           STRING "/jobs/" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  INTO JOB-HREF

           MOVE SPACES TO JOB-BODY
           STRING '{"job":"' DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  '","status":"queued","href":"' DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-HREF) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                  INTO JOB-BODY

           MOVE FUNCTION LENGTH(FUNCTION TRIM(JOB-BODY))
               TO CONTENT-LENGTH-HEADER

           MOVE SPACES TO RESPONSE-BUFFER
           STRING "HTTP/1.1 202 Accepted" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: application/json"
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Location: " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-HREF) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-BODY) DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER

           COMPUTE RESPONSE-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(RESPONSE-BUFFER))

           PERFORM SEND-RESPONSE

           EXIT PARAGRAPH.

       SERVE-JOB-STATUS.
      *> GET /jobs/<id> and GET /jobs/<id>/result. An unknown id,
      *> an expired one and someone else's all answer 404 alike.
           IF FUNCTION TRIM(CONFIG-JOB-DIR) = SPACES
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO JOB-RESULT-WANTED
           MOVE SPACES TO JOB-ID
           MOVE 0 TO JOB-ID-LEN
           MOVE 1 TO JOB-SEG-PTR
           UNSTRING URL-PATH(7:) DELIMITED BY "/" OR " "
               INTO JOB-ID COUNT IN JOB-ID-LEN
               WITH POINTER JOB-SEG-PTR
           END-UNSTRING

           MOVE "Y" TO JOB-ID-OK
           IF JOB-ID-LEN = 0 OR JOB-ID-LEN > 31
               MOVE "N" TO JOB-ID-OK
           ELSE
               PERFORM VARYING JOB-ID-POS FROM 1 BY 1
                   UNTIL JOB-ID-POS > JOB-ID-LEN
                   IF NOT ((JOB-ID(JOB-ID-POS:1) >= "0" AND
                            JOB-ID(JOB-ID-POS:1) <= "9") OR
                           (JOB-ID(JOB-ID-POS:1) >= "A" AND
                            JOB-ID(JOB-ID-POS:1) <= "Z") OR
                           (JOB-ID(JOB-ID-POS:1) >= "a" AND
                            JOB-ID(JOB-ID-POS:1) <= "z"))
                       MOVE "N" TO JOB-ID-OK
                   END-IF
               END-PERFORM
           END-IF

           IF JOB-ID-OK = "Y" AND JOB-SEG-PTR <= LENGTH OF URL-PATH - 6
               EVALUATE FUNCTION TRIM(URL-PATH(6 + JOB-SEG-PTR:))
                   WHEN SPACES
                       CONTINUE
                   WHEN "result"
                       MOVE "Y" TO JOB-RESULT-WANTED
                   WHEN OTHER
                       MOVE "N" TO JOB-ID-OK
               END-EVALUATE
           END-IF

           IF JOB-ID-OK = "N"
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-JOB-PATHS
           PERFORM READ-JOB-RECORD
           IF JOB-RECORD-FOUND = "N"
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF USER-COUNT > 0
               IF AUTH-USER-FOUND NOT = "Y"
                   PERFORM SEND-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(AUTH-USER-ID) NOT =
                  FUNCTION TRIM(JOB-SUBMITTER) AND
                  FUNCTION TRIM(AUTH-USER-ROLE) NOT = "admin"
                   PERFORM SEND-404-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF JOB-RESULT-WANTED = "Y"
               PERFORM SEND-JOB-RESULT
           ELSE
               PERFORM SEND-JOB-STATUS
           END-IF

           EXIT PARAGRAPH.

       SEND-JOB-STATUS.
           MOVE FUNCTION LOWER-CASE(JOB-STATE) TO JOB-STATE-LOWER
           MOVE SPACES TO JOB-BODY
           MOVE 1 TO JOB-BODY-PTR
           STRING '{"job":"' DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  '","status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-STATE-LOWER) DELIMITED BY SIZE
                  '","submitter":"' DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-SUBMITTER) DELIMITED BY SIZE
                  '","request_id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-REQUEST-ID) DELIMITED BY SIZE
                  '","submitted":"' DELIMITED BY SIZE
                  INTO JOB-BODY WITH POINTER JOB-BODY-PTR
           MOVE JOB-SUBMITTED-TS TO LOGIN-STAMP-EPOCH
           PERFORM FORMAT-LOGIN-STAMP
           STRING LOGIN-STAMP-TEXT DELIMITED BY SIZE
                  '","started":' DELIMITED BY SIZE
                  INTO JOB-BODY WITH POINTER JOB-BODY-PTR

           IF JOB-STARTED-TS = 0
               STRING "null" DELIMITED BY SIZE
                      INTO JOB-BODY WITH POINTER JOB-BODY-PTR
           ELSE
               MOVE JOB-STARTED-TS TO LOGIN-STAMP-EPOCH
               PERFORM FORMAT-LOGIN-STAMP
               STRING '"' DELIMITED BY SIZE
                      LOGIN-STAMP-TEXT DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO JOB-BODY WITH POINTER JOB-BODY-PTR
           END-IF

           STRING ',"finished":' DELIMITED BY SIZE
                  INTO JOB-BODY WITH POINTER JOB-BODY-PTR
           IF JOB-ENDED-TS = 0
               STRING "null" DELIMITED BY SIZE
                      INTO JOB-BODY WITH POINTER JOB-BODY-PTR
           ELSE
               MOVE JOB-ENDED-TS TO LOGIN-STAMP-EPOCH
               PERFORM FORMAT-LOGIN-STAMP
               STRING '"' DELIMITED BY SIZE
                      LOGIN-STAMP-TEXT DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO JOB-BODY WITH POINTER JOB-BODY-PTR
           END-IF

           IF JOB-STATE = "SUCCEEDED" OR JOB-STATE = "FAILED"
               MOVE JOB-EXIT TO JOB-NUM-DISP
               STRING ',"exit":' DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-NUM-DISP) DELIMITED BY SIZE
                      INTO JOB-BODY WITH POINTER JOB-BODY-PTR
               MOVE JOB-HTTP TO JOB-NUM-DISP
               STRING ',"http_status":' DELIMITED BY SIZE
                      FUNCTION TRIM(JOB-NUM-DISP) DELIMITED BY SIZE
                      INTO JOB-BODY WITH POINTER JOB-BODY-PTR
               IF JOB-NOTE NOT = SPACES
                   STRING ',"note":"' DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-NOTE) DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                          INTO JOB-BODY WITH POINTER JOB-BODY-PTR
               END-IF
               IF JOB-HTTP > 0
                   STRING ',"result":"/jobs/' DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                          '/result"' DELIMITED BY SIZE
                          INTO JOB-BODY WITH POINTER JOB-BODY-PTR
               END-IF
           END-IF

           STRING "}" DELIMITED BY SIZE
                  INTO JOB-BODY WITH POINTER JOB-BODY-PTR

           COMPUTE CONTENT-LENGTH-HEADER = JOB-BODY-PTR - 1

           MOVE SPACES TO RESPONSE-BUFFER
           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: application/json"
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Cache-Control: no-store" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  JOB-BODY(1:JOB-BODY-PTR - 1) DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER

           COMPUTE RESPONSE-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(RESPONSE-BUFFER))

           PERFORM SEND-RESPONSE

           EXIT PARAGRAPH.

       SEND-JOB-RESULT.
      *> The result is the routes script's own complete response,
      *> streamed as-is the way the shell-out path streams it.
      *> Until the job has finished there is nothing to return.
           IF JOB-STATE NOT = "SUCCEEDED" AND JOB-STATE NOT = "FAILED"
               MOVE "409" TO ERROR-STATUS-CODE
               MOVE "Conflict" TO ERROR-STATUS-TEXT
               PERFORM BUILD-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF JOB-HTTP = 0
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE JOB-OUT-PATH TO STREAM-FILE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
                   STREAM-FILE-INFO
               RETURNING STREAM-STAT-RESULT
           IF STREAM-STAT-RESULT NOT = 0 OR
              STREAM-INFO-SIZE = 0
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO STREAM-TOTAL-SENT
           MOVE "Y" TO STREAM-CAPTURE-STATUS
           PERFORM STREAM-FILE-TO-CLIENT

           MOVE STREAM-TOTAL-SENT TO RESPONSE-SIZE
           PERFORM RECORD-REQUEST-METRICS
           PERFORM WRITE-ACCESS-LOG
           PERFORM WRITE-TIMING-LOG

           EXIT PARAGRAPH.

       ADMIN-TALLY-JOBS.
      *> Queue depth for the operator console: every record in
      *> JOB_DIR, gathered through a temp file like the other
      *> directory scans.
           MOVE 0 TO JOB-TALLY-QUEUED
           MOVE 0 TO JOB-TALLY-RUNNING
           MOVE 0 TO JOB-TALLY-FINISHED
           MOVE 0 TO JOB-TALLY-FAILED

           IF FUNCTION TRIM(CONFIG-JOB-DIR) = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE SPACES TO JOB-FILE-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/jobs_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO JOB-FILE-NAME

           MOVE SPACES TO JOB-COMMAND
           STRING "cat " DELIMITED BY SIZE
                  FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/*.job > " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-FILE-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND

           OPEN INPUT JOB-FILE
           IF JOB-FILE-STATUS = "00"
               PERFORM UNTIL JOB-FILE-STATUS NOT = "00"
                   READ JOB-FILE INTO JOB-LINE
                       AT END
                           MOVE "10" TO JOB-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-JOB-LINE
                           EVALUATE JOB-STATE
                               WHEN "QUEUED"
                                   ADD 1 TO JOB-TALLY-QUEUED
                               WHEN "RUNNING"
                                   ADD 1 TO JOB-TALLY-RUNNING
                               WHEN "FAILED"
                                   ADD 1 TO JOB-TALLY-FINISHED
                                   ADD 1 TO JOB-TALLY-FAILED
                               WHEN OTHER
                                   ADD 1 TO JOB-TALLY-FINISHED
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE JOB-FILE
           END-IF

           MOVE SPACES TO JOB-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND

           EXIT PARAGRAPH.

       WRITE-ADMIN-JOB-LINE.
           IF FUNCTION TRIM(CONFIG-JOB-DIR) = SPACES
               MOVE "  job queue:          (not configured)"
                   TO ADMIN-PAGE-LINE
               PERFORM WRITE-ADMIN-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE JOB-TALLY-QUEUED TO ADMIN-NUM-DISP
           MOVE JOB-TALLY-RUNNING TO ADMIN-NUM-DISP-2
           MOVE CONFIG-JOB-MAX-RUNNING TO JOB-NUM-DISP
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  job queue:          " DELIMITED BY SIZE
                  FUNCTION TRIM(ADMIN-NUM-DISP) DELIMITED BY SIZE
                  " queued, " DELIMITED BY SIZE
                  FUNCTION TRIM(ADMIN-NUM-DISP-2) DELIMITED BY SIZE
                  " running of " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NUM-DISP) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           MOVE JOB-TALLY-FINISHED TO ADMIN-NUM-DISP
           MOVE JOB-TALLY-FAILED TO ADMIN-NUM-DISP-2
           MOVE CONFIG-JOB-RETAIN-SECS TO JOB-NUM-DISP
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  jobs finished:      " DELIMITED BY SIZE
                  FUNCTION TRIM(ADMIN-NUM-DISP) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(ADMIN-NUM-DISP-2) DELIMITED BY SIZE
                  " failed), kept " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NUM-DISP) DELIMITED BY SIZE
                  " sec" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           EXIT PARAGRAPH.

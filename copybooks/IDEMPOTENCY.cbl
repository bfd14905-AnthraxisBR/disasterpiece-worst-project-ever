      *> Idempotency keys; see IDEMPOTENCY-FIELDS. CHECK-IDEMPOTENCY-
      *> KEY runs once the request has passed validation and before
      *> it is journalled: it either claims the key for this request
      *> (IDEM-ACTIVE), finds a kept response to replay
      *> (IDEM-REPLAYED) or refuses (IDEM-REFUSAL). While a claimed
      *> request is answered, KEEP-IDEMPOTENT-RESPONSE and
      *> KEEP-IDEMPOTENT-CHUNK copy what goes down the socket, and
      *> FINISH-IDEMPOTENT-REQUEST keeps it once routing is done.
       CHECK-IDEMPOTENCY-KEY.
           MOVE "N" TO IDEM-ACTIVE
           MOVE "N" TO IDEM-REPLAYED
           MOVE SPACES TO IDEM-REFUSAL
           MOVE SPACES TO IDEM-KEY

           IF CONFIG-IDEM-WINDOW = 0
               EXIT PARAGRAPH
           END-IF
           IF HTTP-METHOD NOT = "POST" AND
              HTTP-METHOD NOT = "PUT" AND
              HTTP-METHOD NOT = "PATCH"
               EXIT PARAGRAPH
           END-IF

           MOVE "Idempotency-Key" TO HEADER-LOOKUP-NAME
           PERFORM LOOKUP-HTTP-HEADER
           IF HEADER-LOOKUP-FOUND = "N" OR
              HEADER-LOOKUP-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

      *> The key goes into a "|"-separated record, and one longer
      *> than the field would be cut short into somebody else's.
           MOVE 0 TO IDEM-SCAN-POS
           INSPECT HEADER-LOOKUP-VALUE TALLYING IDEM-SCAN-POS
               FOR ALL "|"
           IF IDEM-SCAN-POS > 0 OR
              FUNCTION LENGTH(FUNCTION TRIM(HEADER-LOOKUP-VALUE))
                  > LENGTH OF IDEM-KEY
               MOVE "IDEM-BADKEY" TO IDEM-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(HEADER-LOOKUP-VALUE) TO IDEM-KEY

      *> Keys are per caller: two clients that happen to pick the
      *> same key never see each other's responses.
           MOVE SPACES TO IDEM-CALLER
           IF AUTH-USER-ID NOT = "-" AND AUTH-USER-ID NOT = SPACES
               MOVE AUTH-USER-ID TO IDEM-CALLER
           ELSE
               STRING "ip:" DELIMITED BY SIZE
                      FUNCTION TRIM(CLIENT-IP-DISPLAY)
                          DELIMITED BY SIZE
                      INTO IDEM-CALLER
           END-IF

           PERFORM COMPUTE-IDEM-FINGERPRINT
           PERFORM BUILD-IDEM-PATHS
           CALL "time" USING BY VALUE 0 RETURNING IDEM-NOW

           PERFORM ACQUIRE-IDEM-LOCK
           PERFORM READ-IDEM-RECORD

           IF IDEM-REC-LIVE = "Y"
               EVALUATE TRUE
                   WHEN IDEM-REC-CALLER NOT = IDEM-CALLER OR
                        IDEM-REC-KEY NOT = IDEM-KEY
      *> Another caller's key landed on the same hash and is still
      *> live: this request simply goes ahead unprotected.
                       DISPLAY "WARN: idempotency entry in use, "
                           "not keeping: " FUNCTION TRIM(IDEM-KEY)
                       PERFORM RELEASE-IDEM-LOCK
                       EXIT PARAGRAPH
                   WHEN IDEM-REC-FINGERPRINT NOT = IDEM-FINGERPRINT
                       MOVE "IDEM-MISMATCH" TO IDEM-REFUSAL
                   WHEN IDEM-REC-STATE = "P"
                       MOVE "IDEM-BUSY" TO IDEM-REFUSAL
                   WHEN OTHER
                       MOVE "Y" TO IDEM-REPLAYED
               END-EVALUATE
           END-IF

           IF IDEM-REC-LIVE = "N"
               PERFORM CLAIM-IDEM-KEY
           END-IF

           PERFORM RELEASE-IDEM-LOCK
           EXIT PARAGRAPH.

       COMPUTE-IDEM-FINGERPRINT.
      *> SHA-256 of "<method> <path>?<query>", a newline and the raw
      *> body, into IDEM-FINGERPRINT.
           PERFORM SHA-BEGIN

           MOVE SPACES TO SHA-IN-BUF
           MOVE 1 TO IDEM-PTR
           STRING FUNCTION TRIM(HTTP-METHOD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(URL-PATH) DELIMITED BY SIZE
                  "?" DELIMITED BY SIZE
                  FUNCTION TRIM(QUERY-STRING) DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
                  INTO SHA-IN-BUF WITH POINTER IDEM-PTR
           COMPUTE SHA-IN-LEN = IDEM-PTR - 1
           PERFORM SHA-UPDATE

           IF BODY-SPOOLED = "Y"
               MOVE SPACES TO IDEM-SPOOL-OPEN
               STRING FUNCTION TRIM(BODY-SPOOL-FILE) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO IDEM-SPOOL-OPEN
               CALL "open" USING BY REFERENCE IDEM-SPOOL-OPEN,
                                 BY VALUE 0
                                 RETURNING IDEM-SPOOL-FD
               IF IDEM-SPOOL-FD < 0
      *> Fingerprinted without the body it fails to match the
      *> retry's, which is refused rather than wrongly replayed.
                   DISPLAY "WARN: cannot read spooled body "
                       FUNCTION TRIM(BODY-SPOOL-FILE)
               ELSE
                   PERFORM UNTIL 1 = 2
                       CALL "read" USING BY VALUE IDEM-SPOOL-FD,
                                         BY REFERENCE SHA-IN-BUF,
                                         BY VALUE LENGTH OF SHA-IN-BUF
                                         RETURNING IDEM-SPOOL-READ
                       IF IDEM-SPOOL-READ <= 0
                           EXIT PERFORM
                       END-IF
                       MOVE IDEM-SPOOL-READ TO SHA-IN-LEN
                       PERFORM SHA-UPDATE
                   END-PERFORM
                   CALL "close" USING BY VALUE IDEM-SPOOL-FD
                       RETURNING IDEM-SPOOL-READ
               END-IF
           ELSE
               IF REQUEST-BODY-SIZE > 0
                   MOVE REQUEST-BODY(1:REQUEST-BODY-SIZE)
                       TO SHA-IN-BUF
                   MOVE REQUEST-BODY-SIZE TO SHA-IN-LEN
                   PERFORM SHA-UPDATE
               END-IF
           END-IF

           PERFORM SHA-FINISH
           MOVE SHA-HEX TO IDEM-FINGERPRINT
           EXIT PARAGRAPH.

       BUILD-IDEM-PATHS.
           MOVE SPACES TO IDEM-KEY-TEXT
           STRING FUNCTION TRIM(IDEM-CALLER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(IDEM-KEY) DELIMITED BY SIZE
                  INTO IDEM-KEY-TEXT

      *> The response cache's rolling mod-prime; the caller and key
      *> kept in the record make a collision harmless.
           MOVE 0 TO IDEM-HASH
           PERFORM VARYING IDEM-SCAN-POS FROM 1 BY 1
               UNTIL IDEM-SCAN-POS > FUNCTION LENGTH(
                   FUNCTION TRIM(IDEM-KEY-TEXT))
               COMPUTE IDEM-HASH = FUNCTION MOD(
                   IDEM-HASH * 31 + FUNCTION ORD(
                       IDEM-KEY-TEXT(IDEM-SCAN-POS:1)),
                   999999937)
           END-PERFORM
           MOVE IDEM-HASH TO IDEM-HASH-DISP

           MOVE SPACES TO IDEM-BASE-PATH
           IF CONFIG-IDEM-DIR NOT = SPACES
               STRING FUNCTION TRIM(CONFIG-IDEM-DIR) DELIMITED BY SIZE
                      "/idem_" DELIMITED BY SIZE
                      IDEM-HASH-DISP DELIMITED BY SIZE
                      INTO IDEM-BASE-PATH
           ELSE
               STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                      "/idem_" DELIMITED BY SIZE
                      IDEM-HASH-DISP DELIMITED BY SIZE
                      INTO IDEM-BASE-PATH
           END-IF

           MOVE SPACES TO IDEM-REC-PATH
           STRING FUNCTION TRIM(IDEM-BASE-PATH) DELIMITED BY SIZE
                  ".key" DELIMITED BY SIZE
                  INTO IDEM-REC-PATH
           MOVE SPACES TO IDEM-RSP-PATH
           STRING FUNCTION TRIM(IDEM-BASE-PATH) DELIMITED BY SIZE
                  ".rsp" DELIMITED BY SIZE
                  INTO IDEM-RSP-PATH
           MOVE SPACES TO IDEM-PART-PATH
           STRING FUNCTION TRIM(IDEM-BASE-PATH) DELIMITED BY SIZE
                  ".part" DELIMITED BY SIZE
                  INTO IDEM-PART-PATH
           EXIT PARAGRAPH.

       READ-IDEM-RECORD.
      *> IDEM-REC-LIVE = "Y" when the .key record is inside its
      *> window: the full window for a kept response (and only if
      *> the response file is still there), IDEM-PENDING-LIMIT for
      *> one whose handler has not finished.
           MOVE "N" TO IDEM-REC-LIVE
           OPEN INPUT IDEM-REC-FILE
           IF IDEM-REC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IDEM-REC-LINE
           READ IDEM-REC-FILE INTO IDEM-REC-LINE
               AT END
                   CONTINUE
           END-READ
           CLOSE IDEM-REC-FILE

           MOVE SPACES TO IDEM-REC-TS-TEXT IDEM-REC-STATE
               IDEM-REC-FINGERPRINT IDEM-REC-CALLER IDEM-REC-KEY
           UNSTRING IDEM-REC-LINE DELIMITED BY "|"
               INTO IDEM-REC-TS-TEXT IDEM-REC-STATE
                    IDEM-REC-FINGERPRINT IDEM-REC-CALLER
                    IDEM-REC-KEY
           END-UNSTRING
           IF IDEM-REC-TS-TEXT = SPACES OR
              FUNCTION TEST-NUMVAL(IDEM-REC-TS-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE IDEM-REC-TS = FUNCTION NUMVAL(IDEM-REC-TS-TEXT)

           EVALUATE IDEM-REC-STATE
               WHEN "D"
                   IF IDEM-REC-TS + CONFIG-IDEM-WINDOW < IDEM-NOW
                       EXIT PARAGRAPH
                   END-IF
                   CALL "CBL_CHECK_FILE_EXIST" USING IDEM-RSP-PATH,
                           IDEM-FILE-INFO
                       RETURNING IDEM-STAT-RESULT
                   IF IDEM-STAT-RESULT NOT = 0
                       EXIT PARAGRAPH
                   END-IF
               WHEN "P"
                   IF IDEM-REC-TS + IDEM-PENDING-LIMIT < IDEM-NOW
                       DISPLAY "WARN: idempotency key "
                           FUNCTION TRIM(IDEM-REC-KEY)
                           " never finished, releasing it"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "Y" TO IDEM-REC-LIVE
           EXIT PARAGRAPH.

       CLAIM-IDEM-KEY.
      *> The response is kept in a .part file beside the record while
      *> it goes out; the record says P until it is complete.
           MOVE SPACES TO IDEM-OPEN-PATH
           STRING FUNCTION TRIM(IDEM-PART-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO IDEM-OPEN-PATH
           CALL "open" USING BY REFERENCE IDEM-OPEN-PATH,
                             BY VALUE 577,
                             BY VALUE 384
                             RETURNING IDEM-PART-FD
           IF IDEM-PART-FD < 0
               DISPLAY "WARN: cannot keep response for idempotency "
                   "key " FUNCTION TRIM(IDEM-KEY) ": "
                   FUNCTION TRIM(IDEM-PART-PATH)
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO IDEM-NEW-STATE
           PERFORM WRITE-IDEM-RECORD
           IF IDEM-REC-STATUS NOT = "00"
               DISPLAY "WARN: cannot write idempotency record "
                   FUNCTION TRIM(IDEM-REC-PATH)
               CALL "close" USING BY VALUE IDEM-PART-FD
                   RETURNING IDEM-RESULT
               MOVE -1 TO IDEM-PART-FD
               CALL "remove" USING BY REFERENCE IDEM-OPEN-PATH
                   RETURNING IDEM-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO IDEM-PART-OK
           MOVE 0 TO IDEM-PART-SIZE
           MOVE SPACES TO IDEM-PART-HEAD
           MOVE "Y" TO IDEM-ACTIVE
           EXIT PARAGRAPH.

       WRITE-IDEM-RECORD.
           MOVE IDEM-NOW TO IDEM-TS-DISP
           OPEN OUTPUT IDEM-REC-FILE
           IF IDEM-REC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IDEM-REC-RECORD
           STRING IDEM-TS-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  IDEM-NEW-STATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  IDEM-FINGERPRINT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(IDEM-CALLER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(IDEM-KEY) DELIMITED BY SIZE
                  INTO IDEM-REC-RECORD
           WRITE IDEM-REC-RECORD
           CLOSE IDEM-REC-FILE
           EXIT PARAGRAPH.

       KEEP-IDEMPOTENT-RESPONSE.
      *> From SEND-RESPONSE: the buffered response just sent.
           IF IDEM-ACTIVE = "N" OR RESPONSE-SIZE = 0
               EXIT PARAGRAPH
           END-IF
           IF IDEM-PART-SIZE = 0
               MOVE RESPONSE-BUFFER(1:RESPONSE-SIZE) TO IDEM-PART-HEAD
           END-IF
           CALL "write" USING BY VALUE IDEM-PART-FD,
                              BY REFERENCE RESPONSE-BUFFER,
                              BY VALUE RESPONSE-SIZE
                              RETURNING IDEM-PART-WROTE
           IF IDEM-PART-WROTE NOT = RESPONSE-SIZE
               MOVE "N" TO IDEM-PART-OK
           END-IF
           ADD RESPONSE-SIZE TO IDEM-PART-SIZE
           EXIT PARAGRAPH.

       KEEP-IDEMPOTENT-CHUNK.
      *> From SEND-RAW-CHUNK: the whole chunk, whether or not the
      *> client stayed to read it -- a client that dropped off is
      *> exactly the one that will retry.
           IF IDEM-ACTIVE = "N" OR STREAM-CHUNK-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF IDEM-PART-SIZE = 0
               MOVE STREAM-CHUNK-BUFFER(1:STREAM-CHUNK-LEN)
                   TO IDEM-PART-HEAD
           END-IF
           CALL "write" USING BY VALUE IDEM-PART-FD,
                              BY REFERENCE STREAM-CHUNK-BUFFER,
                              BY VALUE STREAM-CHUNK-LEN
                              RETURNING IDEM-PART-WROTE
           IF IDEM-PART-WROTE NOT = STREAM-CHUNK-LEN
               MOVE "N" TO IDEM-PART-OK
           END-IF
           ADD STREAM-CHUNK-LEN TO IDEM-PART-SIZE
           EXIT PARAGRAPH.

       FINISH-IDEMPOTENT-REQUEST.
      *> A complete, non-5xx response becomes the kept copy and the
      *> record turns D, its window starting now; anything else
      *> gives the key back so a retry runs the handler again.
           IF IDEM-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO IDEM-ACTIVE
           CALL "close" USING BY VALUE IDEM-PART-FD
               RETURNING IDEM-RESULT
           MOVE -1 TO IDEM-PART-FD

           MOVE SPACES TO IDEM-RENAME-FROM
           STRING FUNCTION TRIM(IDEM-PART-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO IDEM-RENAME-FROM

           PERFORM ACQUIRE-IDEM-LOCK
           IF IDEM-PART-OK = "Y" AND IDEM-PART-SIZE > 0 AND
              IDEM-PART-HEAD(1:5) = "HTTP/" AND
              IDEM-PART-HEAD(10:1) NOT = "5"
               MOVE SPACES TO IDEM-RENAME-TO
               STRING FUNCTION TRIM(IDEM-RSP-PATH) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO IDEM-RENAME-TO
               CALL "rename" USING BY REFERENCE IDEM-RENAME-FROM,
                                   BY REFERENCE IDEM-RENAME-TO
                   RETURNING IDEM-RESULT
               IF IDEM-RESULT = 0
                   CALL "time" USING BY VALUE 0 RETURNING IDEM-NOW
                   MOVE "D" TO IDEM-NEW-STATE
                   PERFORM WRITE-IDEM-RECORD
                   DISPLAY "DEBUG: kept response for idempotency key "
                       FUNCTION TRIM(IDEM-KEY)
                   PERFORM RELEASE-IDEM-LOCK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "remove" USING BY REFERENCE IDEM-RENAME-FROM
               RETURNING IDEM-RESULT
           MOVE SPACES TO IDEM-RENAME-TO
           STRING FUNCTION TRIM(IDEM-REC-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO IDEM-RENAME-TO
           CALL "remove" USING BY REFERENCE IDEM-RENAME-TO
               RETURNING IDEM-RESULT
           PERFORM RELEASE-IDEM-LOCK
           EXIT PARAGRAPH.

       SERVE-IDEMPOTENT-REPLAY.
      *> The kept bytes go out as they are, the original request id
      *> and all; the handler, the journal and the mirror never see
      *> the retry.
           DISPLAY "DEBUG: replaying response for idempotency key "
               FUNCTION TRIM(IDEM-KEY)

           MOVE "replay" TO ROUTE-DISPATCH-KIND

           MOVE IDEM-RSP-PATH TO STREAM-FILE-PATH
           MOVE 0 TO STREAM-TOTAL-SENT
           MOVE "Y" TO STREAM-CAPTURE-STATUS
           PERFORM STREAM-FILE-TO-CLIENT

           MOVE STREAM-TOTAL-SENT TO RESPONSE-SIZE

           PERFORM RECORD-REQUEST-METRICS
           PERFORM WRITE-ACCESS-LOG
           PERFORM WRITE-TIMING-LOG

           EXIT PARAGRAPH.

       SEND-IDEMPOTENCY-REFUSAL.
           DISPLAY "Idempotency key refused ("
               FUNCTION TRIM(IDEM-REFUSAL) "): "
               FUNCTION TRIM(IDEM-KEY) " "
               FUNCTION TRIM(URL-PATH)
           MOVE IDEM-REFUSAL TO REJECTED-REASON
           PERFORM LOG-REJECTED-REQUEST

           IF IDEM-REFUSAL = "IDEM-BUSY"
               MOVE "409" TO ERROR-STATUS-CODE
               MOVE "Conflict" TO ERROR-STATUS-TEXT
               MOVE "Retry-After: 1" TO ERROR-EXTRA-HEADER
               PERFORM BUILD-ERROR-RESPONSE
           ELSE
               MOVE "Idempotency-Key" TO VAL-FAILED-FIELDS
               PERFORM SEND-422-RESPONSE
           END-IF
           EXIT PARAGRAPH.

       ACQUIRE-IDEM-LOCK.
      *> The ACQUIRE-METRICS-LOCK protocol on the entry's own
      *> idem_<hash>.lock.
           MOVE SPACES TO IDEM-LOCK-PATH
           STRING FUNCTION TRIM(IDEM-BASE-PATH) DELIMITED BY SIZE
                  ".lock" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO IDEM-LOCK-PATH

           MOVE 0 TO IDEM-LOCK-TRIES
           PERFORM UNTIL 1 = 2
               CALL "open" USING BY REFERENCE IDEM-LOCK-PATH,
                                 BY VALUE 193,
                                 BY VALUE 384
                                 RETURNING IDEM-LOCK-FD
               IF IDEM-LOCK-FD >= 0
                   CALL "close" USING BY VALUE IDEM-LOCK-FD
                       RETURNING IDEM-LOCK-RESULT
                   EXIT PERFORM
               END-IF

               ADD 1 TO IDEM-LOCK-TRIES
               IF IDEM-LOCK-TRIES > 50
                   DISPLAY "WARN: idempotency lock stale, breaking it"
                   CALL "remove" USING
                       BY REFERENCE IDEM-LOCK-PATH
                       RETURNING IDEM-LOCK-RESULT
                   MOVE 0 TO IDEM-LOCK-TRIES
               ELSE
                   CALL "usleep" USING BY VALUE 20000
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-IDEM-LOCK.
           CALL "remove" USING BY REFERENCE IDEM-LOCK-PATH
               RETURNING IDEM-LOCK-RESULT
           EXIT PARAGRAPH.

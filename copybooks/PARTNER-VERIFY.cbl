      *> Inbound partner webhooks; see PARTNER-FIELDS for the file
      *> format and the headers a partner sends. The registry is
      *> loaded by the parent at startup and on SIGHUP, so forked
      *> children inherit it; PROCESS-REQUEST runs
      *> CHECK-PARTNER-WEBHOOK once per request, ahead of AUTH-CHECK.
       LOAD-PARTNER-REGISTRY.
           IF FUNCTION TRIM(CONFIG-PARTNER-FILE) = SPACES
               MOVE 0 TO PARTNER-COUNT
               EXIT PARAGRAPH
           END-IF

      *> A registry that cannot be read on SIGHUP keeps the one
      *> already loaded: dropping it would leave the partner paths
      *> open to anyone.
           OPEN INPUT PARTNER-FILE
           IF PARTNER-STATUS NOT = "00"
               DISPLAY "WARN: PARTNER_FILE unreadable (status "
                   PARTNER-STATUS "): "
                   FUNCTION TRIM(CONFIG-PARTNER-FILE)
                   " -- keeping " PARTNER-COUNT " partner(s)"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PARTNER-COUNT
           MOVE 0 TO PARTNER-LINE-NO
           PERFORM UNTIL PARTNER-STATUS = "10"
               READ PARTNER-FILE INTO PARTNER-LINE
                   AT END
                       MOVE "10" TO PARTNER-STATUS
                   NOT AT END
                       ADD 1 TO PARTNER-LINE-NO
                       PERFORM APPLY-PARTNER-LINE
               END-READ
           END-PERFORM

           CLOSE PARTNER-FILE

           DISPLAY "DEBUG: loaded " PARTNER-COUNT
               " webhook partner(s)"

           EXIT PARAGRAPH.

       APPLY-PARTNER-LINE.
           MOVE FUNCTION TRIM(PARTNER-LINE) TO PARTNER-LINE

           IF PARTNER-LINE = SPACES OR PARTNER-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PARTNER-FIELD-ID
           MOVE SPACES TO PARTNER-FIELD-SECRET
           MOVE SPACES TO PARTNER-FIELD-PATHS
           MOVE SPACES TO PARTNER-FIELD-RANGES
           UNSTRING PARTNER-LINE DELIMITED BY "|"
               INTO PARTNER-FIELD-ID PARTNER-FIELD-SECRET
                    PARTNER-FIELD-PATHS PARTNER-FIELD-RANGES
           MOVE FUNCTION TRIM(PARTNER-FIELD-ID) TO PARTNER-FIELD-ID
           MOVE FUNCTION TRIM(PARTNER-FIELD-SECRET)
               TO PARTNER-FIELD-SECRET
           MOVE FUNCTION TRIM(PARTNER-FIELD-PATHS)
               TO PARTNER-FIELD-PATHS

      *> The id has to fit "partner:<id>" in a caller id; the secret
      *> and lists have to fit their table slots whole -- a
      *> truncated secret or path list would fail in ways nobody
      *> could diagnose from the partner's side.
           IF PARTNER-FIELD-ID = SPACES OR
              PARTNER-FIELD-SECRET = SPACES OR
              PARTNER-FIELD-PATHS(1:1) NOT = "/" OR
              PARTNER-FIELD-ID(25:) NOT = SPACES OR
              PARTNER-FIELD-SECRET(129:) NOT = SPACES OR
              PARTNER-FIELD-PATHS(385:) NOT = SPACES OR
              PARTNER-FIELD-RANGES(385:) NOT = SPACES
               MOVE PARTNER-LINE-NO TO PARTNER-NUM-DISP
               DISPLAY "WARN: malformed partner line "
                   FUNCTION TRIM(PARTNER-NUM-DISP)
                   " skipped"
               EXIT PARAGRAPH
           END-IF

           IF PARTNER-COUNT >= 50
               DISPLAY "WARN: partner table full, ignoring: "
                   FUNCTION TRIM(PARTNER-FIELD-ID)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PARTNER-COUNT
           MOVE PARTNER-FIELD-ID TO PARTNER-ID(PARTNER-COUNT)
           MOVE PARTNER-FIELD-SECRET TO PARTNER-SECRET(PARTNER-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PARTNER-FIELD-SECRET))
               TO PARTNER-SECRET-LEN(PARTNER-COUNT)
           MOVE PARTNER-FIELD-PATHS TO PARTNER-PATHS(PARTNER-COUNT)
           MOVE FUNCTION TRIM(PARTNER-FIELD-RANGES)
               TO PARTNER-RANGES(PARTNER-COUNT)

           EXIT PARAGRAPH.

       CHECK-PARTNER-WEBHOOK.
      *> Sets PARTNER-GATED when URL-PATH is a registered partner
      *> path, then either PARTNER-VERIFIED-ID or PARTNER-REFUSED
      *> with the reason in PARTNER-REFUSAL.
           MOVE "N" TO PARTNER-GATED
           MOVE "N" TO PARTNER-REFUSED
           MOVE SPACES TO PARTNER-REFUSAL
           MOVE SPACES TO PARTNER-REFUSAL-WHY
           MOVE SPACES TO PARTNER-VERIFIED-ID

           IF PARTNER-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
               UNTIL PARTNER-IDX > PARTNER-COUNT OR
                     PARTNER-GATED = "Y"
               MOVE PARTNER-PATHS(PARTNER-IDX) TO PARTNER-LIST
               PERFORM MATCH-PARTNER-PATHS
               MOVE PARTNER-LIST-HIT TO PARTNER-GATED
           END-PERFORM
           IF PARTNER-GATED = "N"
               EXIT PARAGRAPH
           END-IF

      *> Who claims to be sending.
           MOVE "X-Partner-Id" TO HEADER-LOOKUP-NAME
           PERFORM LOOKUP-HTTP-HEADER
           MOVE SPACES TO PARTNER-CLAIMED-ID
           IF HEADER-LOOKUP-FOUND = "Y"
               MOVE FUNCTION TRIM(HEADER-LOOKUP-VALUE)
                   TO PARTNER-CLAIMED-ID
           END-IF
           MOVE 0 TO PARTNER-MATCH-IDX
           IF PARTNER-CLAIMED-ID NOT = SPACES
               PERFORM VARYING PARTNER-IDX FROM 1 BY 1
                   UNTIL PARTNER-IDX > PARTNER-COUNT
                   IF PARTNER-ID(PARTNER-IDX) = PARTNER-CLAIMED-ID
                       MOVE PARTNER-IDX TO PARTNER-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF PARTNER-MATCH-IDX = 0
               MOVE "PARTNER-SIG" TO PARTNER-REFUSAL
               MOVE "unknown or missing X-Partner-Id"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF

      *> From where.
           IF PARTNER-RANGES(PARTNER-MATCH-IDX) NOT = SPACES
               MOVE PARTNER-RANGES(PARTNER-MATCH-IDX) TO PARTNER-LIST
               PERFORM MATCH-PARTNER-RANGES
               IF PARTNER-LIST-HIT = "N"
                   MOVE "PARTNER-SOURCE" TO PARTNER-REFUSAL
                   MOVE "source outside the partner's ranges"
                       TO PARTNER-REFUSAL-WHY
                   MOVE "Y" TO PARTNER-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> The signed headers, all required.
           MOVE "X-Delivery-Id" TO HEADER-LOOKUP-NAME
           PERFORM LOOKUP-HTTP-HEADER
           MOVE SPACES TO PARTNER-DELIVERY
           IF HEADER-LOOKUP-FOUND = "Y"
               MOVE FUNCTION TRIM(HEADER-LOOKUP-VALUE)
                   TO PARTNER-DELIVERY
           END-IF

           MOVE "X-Timestamp" TO HEADER-LOOKUP-NAME
           PERFORM LOOKUP-HTTP-HEADER
           MOVE SPACES TO PARTNER-TS-TEXT
           IF HEADER-LOOKUP-FOUND = "Y"
               MOVE FUNCTION TRIM(HEADER-LOOKUP-VALUE)
                   TO PARTNER-TS-TEXT
           END-IF

           MOVE "X-Signature" TO HEADER-LOOKUP-NAME
           PERFORM LOOKUP-HTTP-HEADER
           MOVE SPACES TO PARTNER-SIG-TEXT
           IF HEADER-LOOKUP-FOUND = "Y"
               MOVE FUNCTION LOWER-CASE(
                   FUNCTION TRIM(HEADER-LOOKUP-VALUE))
                   TO PARTNER-SIG-TEXT
           END-IF
           IF PARTNER-SIG-TEXT(1:7) = "sha256="
               MOVE PARTNER-SIG-TEXT(8:) TO PARTNER-ITEM
               MOVE PARTNER-ITEM TO PARTNER-SIG-TEXT
           END-IF

      *> The delivery id is a field of the seen file, so it may not
      *> carry the separator; the timestamp has to be all digits.
           MOVE 0 TO PARTNER-DIGIT-TALLY
           INSPECT PARTNER-DELIVERY TALLYING PARTNER-DIGIT-TALLY
               FOR ALL "|"
           IF PARTNER-DELIVERY = SPACES OR PARTNER-DIGIT-TALLY > 0
               MOVE "PARTNER-SIG" TO PARTNER-REFUSAL
               MOVE "missing or malformed X-Delivery-Id"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(PARTNER-TS-TEXT))
               TO PARTNER-DIGIT-TALLY
           IF PARTNER-TS-TEXT = SPACES OR
              PARTNER-DIGIT-TALLY > 12 OR
              PARTNER-TS-TEXT(1:PARTNER-DIGIT-TALLY) NOT NUMERIC
               MOVE "PARTNER-SIG" TO PARTNER-REFUSAL
               MOVE "missing or malformed X-Timestamp"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF
           COMPUTE PARTNER-TS = FUNCTION NUMVAL(PARTNER-TS-TEXT)

      *> The MAC, before anything is believed about the request.
           PERFORM COMPUTE-PARTNER-SIGNATURE
           IF PARTNER-SIG-TEXT = SPACES OR
              PARTNER-SIG-TEXT(1:64) NOT = HMAC-HEX OR
              PARTNER-SIG-TEXT(65:) NOT = SPACES
               MOVE "PARTNER-SIG" TO PARTNER-REFUSAL
               MOVE "missing or bad X-Signature"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF

      *> A genuine partner may still only use its own paths.
           MOVE PARTNER-PATHS(PARTNER-MATCH-IDX) TO PARTNER-LIST
           PERFORM MATCH-PARTNER-PATHS
           IF PARTNER-LIST-HIT = "N"
               MOVE "PARTNER-PATH" TO PARTNER-REFUSAL
               MOVE "path not registered for the partner"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING PARTNER-NOW
           IF PARTNER-TS + CONFIG-PARTNER-TOLERANCE < PARTNER-NOW OR
              PARTNER-TS > PARTNER-NOW + CONFIG-PARTNER-TOLERANCE
               MOVE "PARTNER-STALE" TO PARTNER-REFUSAL
               MOVE "X-Timestamp outside the tolerance"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF

      *> Only a lookup here: the id is recorded as accepted by
      *> RECORD-PARTNER-DELIVERY once every later gate has passed,
      *> so a delivery refused by one of them can be retried as is.
           PERFORM ACQUIRE-PARTNER-LOCK
           PERFORM SCAN-PARTNER-SEEN
           PERFORM RELEASE-PARTNER-LOCK
           IF PARTNER-REPLAYED = "Y"
               MOVE "PARTNER-REPLAY" TO PARTNER-REFUSAL
               MOVE "delivery id already accepted"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE PARTNER-ID(PARTNER-MATCH-IDX) TO PARTNER-VERIFIED-ID
           DISPLAY "DEBUG: partner delivery verified: "
               FUNCTION TRIM(PARTNER-VERIFIED-ID) " "
               FUNCTION TRIM(PARTNER-DELIVERY)

           EXIT PARAGRAPH.

       MATCH-PARTNER-PATHS.
      *> PARTNER-LIST-HIT = "Y" when URL-PATH matches one of the
      *> comma-separated patterns in PARTNER-LIST.
           MOVE "N" TO PARTNER-LIST-HIT
           MOVE 1 TO PARTNER-LIST-PTR
           PERFORM UNTIL PARTNER-LIST-PTR > LENGTH OF PARTNER-LIST OR
                         PARTNER-LIST-HIT = "Y"
               MOVE SPACES TO PARTNER-ITEM
               UNSTRING PARTNER-LIST DELIMITED BY ","
                   INTO PARTNER-ITEM
                   WITH POINTER PARTNER-LIST-PTR
               MOVE FUNCTION TRIM(PARTNER-ITEM) TO PARTNER-ITEM
               IF PARTNER-ITEM = SPACES
                   EXIT PERFORM
               END-IF
               MOVE PARTNER-ITEM TO RP-PATTERN
               PERFORM MATCH-PATH-PATTERN
               IF RP-MISMATCH = "N"
                   MOVE "Y" TO PARTNER-LIST-HIT
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MATCH-PARTNER-RANGES.
      *> The same for the client address against the CIDR blocks,
      *> through the IP_ALLOW_FILE matcher.
           MOVE "N" TO PARTNER-LIST-HIT
           IF CLIENT-IS-V6 = "Y"
               MOVE 10 TO IP-CLIENT-FAMILY
               MOVE CLIENT-IP-V6 TO IP-CLIENT-BYTES
           ELSE
               MOVE 2 TO IP-CLIENT-FAMILY
               MOVE LOW-VALUES TO IP-CLIENT-BYTES
               MOVE CLIENT-IP TO IP-CLIENT-BYTES(1:4)
           END-IF

           MOVE 1 TO PARTNER-LIST-PTR
           PERFORM UNTIL PARTNER-LIST-PTR > LENGTH OF PARTNER-LIST OR
                         PARTNER-LIST-HIT = "Y"
               MOVE SPACES TO PARTNER-ITEM
               UNSTRING PARTNER-LIST DELIMITED BY ","
                   INTO PARTNER-ITEM
                   WITH POINTER PARTNER-LIST-PTR
               MOVE FUNCTION TRIM(PARTNER-ITEM) TO PARTNER-ITEM
               IF PARTNER-ITEM = SPACES
                   EXIT PERFORM
               END-IF
               MOVE PARTNER-ITEM TO IPRULE-TEXT
               PERFORM MATCH-IP-RULE
               MOVE IP-RULE-MATCHED TO PARTNER-LIST-HIT
           END-PERFORM
           EXIT PARAGRAPH.

       COMPUTE-PARTNER-SIGNATURE.
      *> HMAC-SHA256 of "<delivery-id>.<timestamp>.<body>" keyed
      *> with the partner's secret, into HMAC-HEX.
           MOVE PARTNER-SECRET(PARTNER-MATCH-IDX) TO HMAC-KEY
           MOVE PARTNER-SECRET-LEN(PARTNER-MATCH-IDX) TO HMAC-KEY-LEN
           PERFORM HMAC-BEGIN

           MOVE SPACES TO SHA-IN-BUF
           MOVE 1 TO PARTNER-LIST-PTR
           STRING FUNCTION TRIM(PARTNER-DELIVERY) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(PARTNER-TS-TEXT) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO SHA-IN-BUF WITH POINTER PARTNER-LIST-PTR
           COMPUTE SHA-IN-LEN = PARTNER-LIST-PTR - 1
           PERFORM SHA-UPDATE

           IF BODY-SPOOLED = "Y"
               MOVE SPACES TO PARTNER-SPOOL-OPEN
               STRING FUNCTION TRIM(BODY-SPOOL-FILE) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO PARTNER-SPOOL-OPEN
               CALL "open" USING BY REFERENCE PARTNER-SPOOL-OPEN,
                                 BY VALUE 0
                                 RETURNING PARTNER-SPOOL-FD
               IF PARTNER-SPOOL-FD < 0
      *> No body to MAC means no MAC to match: leave HMAC-HEX
      *> blank and the comparison fails.
                   DISPLAY "WARN: cannot read spooled body "
                       FUNCTION TRIM(BODY-SPOOL-FILE)
                   MOVE SPACES TO HMAC-HEX
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL 1 = 2
                   CALL "read" USING BY VALUE PARTNER-SPOOL-FD,
                                     BY REFERENCE SHA-IN-BUF,
                                     BY VALUE LENGTH OF SHA-IN-BUF
                                     RETURNING PARTNER-SPOOL-READ
                   IF PARTNER-SPOOL-READ <= 0
                       EXIT PERFORM
                   END-IF
                   MOVE PARTNER-SPOOL-READ TO SHA-IN-LEN
                   PERFORM SHA-UPDATE
               END-PERFORM
               CALL "close" USING BY VALUE PARTNER-SPOOL-FD
                   RETURNING PARTNER-SPOOL-READ
           ELSE
               IF REQUEST-BODY-SIZE > 0
                   MOVE REQUEST-BODY(1:REQUEST-BODY-SIZE)
                       TO SHA-IN-BUF
                   MOVE REQUEST-BODY-SIZE TO SHA-IN-LEN
                   PERFORM SHA-UPDATE
               END-IF
           END-IF

           PERFORM HMAC-FINISH
           EXIT PARAGRAPH.

       RECORD-PARTNER-DELIVERY.
      *> From PROCESS-REQUEST once nothing can refuse the request
      *> any more: the delivery id goes into the seen file, under
      *> the lock and after a second look, since another worker may
      *> have accepted the same delivery since CHECK-PARTNER-WEBHOOK
      *> -- that one is refused as a replay (PARTNER-REFUSED = "Y").
      *> Entries whose timestamp has left the window can no longer
      *> be replayed (the timestamp check refuses them first), so
      *> once enough of them pile up the file is rewritten without
      *> them.
           IF PARTNER-VERIFIED-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-PARTNER-LOCK
           PERFORM SCAN-PARTNER-SEEN

           IF PARTNER-REPLAYED = "Y"
               PERFORM RELEASE-PARTNER-LOCK
               MOVE "PARTNER-REPLAY" TO PARTNER-REFUSAL
               MOVE "delivery id already accepted"
                   TO PARTNER-REFUSAL-WHY
               MOVE "Y" TO PARTNER-REFUSED
               EXIT PARAGRAPH
           END-IF

           IF PARTNER-SEEN-STALE > 500
               PERFORM PRUNE-PARTNER-SEEN
           END-IF

           MOVE PARTNER-TS TO PARTNER-TS-DISP
           MOVE SPACES TO PARTNER-SEEN-RECORD
           STRING PARTNER-TS-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(PARTNER-ID(PARTNER-MATCH-IDX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(PARTNER-DELIVERY) DELIMITED BY SIZE
                  INTO PARTNER-SEEN-RECORD
           OPEN EXTEND PARTNER-SEEN-FILE
           IF PARTNER-SEEN-STATUS = "35"
               OPEN OUTPUT PARTNER-SEEN-FILE
           END-IF
           IF PARTNER-SEEN-STATUS NOT = "00"
               DISPLAY "WARN: cannot write "
                   FUNCTION TRIM(CONFIG-PARTNER-SEEN-FILE)
                   " (status " PARTNER-SEEN-STATUS ")"
           ELSE
               WRITE PARTNER-SEEN-RECORD
               CLOSE PARTNER-SEEN-FILE
           END-IF

           PERFORM RELEASE-PARTNER-LOCK
           EXIT PARAGRAPH.

       SCAN-PARTNER-SEEN.
      *> Caller holds the lock. PARTNER-REPLAYED = "Y" if this
      *> partner's delivery id is in the seen file inside the
      *> window; PARTNER-SEEN-STALE counts the entries outside it.
           MOVE "N" TO PARTNER-REPLAYED
           MOVE 0 TO PARTNER-SEEN-STALE
           IF PARTNER-NOW > CONFIG-PARTNER-TOLERANCE
               COMPUTE PARTNER-SEEN-CUTOFF =
                   PARTNER-NOW - CONFIG-PARTNER-TOLERANCE
           ELSE
               MOVE 0 TO PARTNER-SEEN-CUTOFF
           END-IF

           OPEN INPUT PARTNER-SEEN-FILE
           IF PARTNER-SEEN-STATUS = "00"
               PERFORM UNTIL PARTNER-SEEN-STATUS NOT = "00" OR
                             PARTNER-REPLAYED = "Y"
                   READ PARTNER-SEEN-FILE INTO PARTNER-SEEN-LINE
                       AT END
                           MOVE "10" TO PARTNER-SEEN-STATUS
                       NOT AT END
                           PERFORM CHECK-PARTNER-SEEN-LINE
                   END-READ
               END-PERFORM
               CLOSE PARTNER-SEEN-FILE
           END-IF
           EXIT PARAGRAPH.

       CHECK-PARTNER-SEEN-LINE.
           MOVE SPACES TO PARTNER-SEEN-TS-TEXT
           MOVE SPACES TO PARTNER-SEEN-PARTNER
           MOVE SPACES TO PARTNER-SEEN-DELIVERY
           UNSTRING PARTNER-SEEN-LINE DELIMITED BY "|"
               INTO PARTNER-SEEN-TS-TEXT PARTNER-SEEN-PARTNER
                    PARTNER-SEEN-DELIVERY
           IF FUNCTION TEST-NUMVAL(PARTNER-SEEN-TS-TEXT) NOT = 0
               ADD 1 TO PARTNER-SEEN-STALE
               EXIT PARAGRAPH
           END-IF
           COMPUTE PARTNER-SEEN-TS =
               FUNCTION NUMVAL(PARTNER-SEEN-TS-TEXT)
           IF PARTNER-SEEN-TS < PARTNER-SEEN-CUTOFF
               ADD 1 TO PARTNER-SEEN-STALE
               EXIT PARAGRAPH
           END-IF
           IF PARTNER-SEEN-PARTNER = PARTNER-ID(PARTNER-MATCH-IDX) AND
              PARTNER-SEEN-DELIVERY = PARTNER-DELIVERY
               MOVE "Y" TO PARTNER-REPLAYED
           END-IF
           EXIT PARAGRAPH.

       PRUNE-PARTNER-SEEN.
      *> Copies the live entries to <file>.new and renames it over
      *> the old file; still under the lock.
           MOVE SPACES TO PARTNER-SEEN-NEW-NAME
           STRING FUNCTION TRIM(CONFIG-PARTNER-SEEN-FILE)
                      DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO PARTNER-SEEN-NEW-NAME

           OPEN INPUT PARTNER-SEEN-FILE
           IF PARTNER-SEEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PARTNER-SEEN-NEW-FILE
           IF PARTNER-SEEN-NEW-STATUS NOT = "00"
               CLOSE PARTNER-SEEN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL PARTNER-SEEN-STATUS NOT = "00"
               READ PARTNER-SEEN-FILE INTO PARTNER-SEEN-LINE
                   AT END
                       MOVE "10" TO PARTNER-SEEN-STATUS
                   NOT AT END
                       MOVE SPACES TO PARTNER-SEEN-TS-TEXT
                       UNSTRING PARTNER-SEEN-LINE DELIMITED BY "|"
                           INTO PARTNER-SEEN-TS-TEXT
                       IF FUNCTION TEST-NUMVAL(PARTNER-SEEN-TS-TEXT)
                              = 0
                           COMPUTE PARTNER-SEEN-TS =
                               FUNCTION NUMVAL(PARTNER-SEEN-TS-TEXT)
                           IF PARTNER-SEEN-TS >= PARTNER-SEEN-CUTOFF
                               WRITE PARTNER-SEEN-NEW-RECORD
                                   FROM PARTNER-SEEN-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARTNER-SEEN-FILE
           CLOSE PARTNER-SEEN-NEW-FILE

           MOVE SPACES TO PARTNER-RENAME-FROM
           STRING FUNCTION TRIM(PARTNER-SEEN-NEW-NAME)
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO PARTNER-RENAME-FROM
           MOVE SPACES TO PARTNER-RENAME-TO
           STRING FUNCTION TRIM(CONFIG-PARTNER-SEEN-FILE)
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO PARTNER-RENAME-TO
           CALL "rename" USING BY REFERENCE PARTNER-RENAME-FROM,
                               BY REFERENCE PARTNER-RENAME-TO
                               RETURNING PARTNER-LOCK-RESULT
           EXIT PARAGRAPH.

       ACQUIRE-PARTNER-LOCK.
      *> The ACQUIRE-METRICS-LOCK protocol on
      *> <PARTNER_SEEN_FILE>.lock.
           MOVE SPACES TO PARTNER-LOCK-PATH
           STRING FUNCTION TRIM(CONFIG-PARTNER-SEEN-FILE)
                      DELIMITED BY SIZE
                  ".lock" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO PARTNER-LOCK-PATH

           MOVE 0 TO PARTNER-LOCK-TRIES
           PERFORM UNTIL 1 = 2
               CALL "open" USING BY REFERENCE PARTNER-LOCK-PATH,
                                 BY VALUE 193,
                                 BY VALUE 384
                                 RETURNING PARTNER-LOCK-FD
               IF PARTNER-LOCK-FD >= 0
                   CALL "close" USING BY VALUE PARTNER-LOCK-FD
                       RETURNING PARTNER-LOCK-RESULT
                   EXIT PERFORM
               END-IF

               ADD 1 TO PARTNER-LOCK-TRIES
               IF PARTNER-LOCK-TRIES > 50
                   DISPLAY "WARN: partner seen lock stale, breaking it"
                   CALL "remove" USING
                       BY REFERENCE PARTNER-LOCK-PATH
                       RETURNING PARTNER-LOCK-RESULT
                   MOVE 0 TO PARTNER-LOCK-TRIES
               ELSE
                   CALL "usleep" USING BY VALUE 20000
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-PARTNER-LOCK.
           CALL "remove" USING BY REFERENCE PARTNER-LOCK-PATH
               RETURNING PARTNER-LOCK-RESULT
           EXIT PARAGRAPH.

       SEND-PARTNER-REFUSAL.
      *> rejected.log first, under the refusal's own reason code, so
      *> log_monitor can tell a signature failure from the rest.
           DISPLAY "Partner webhook refused ("
               FUNCTION TRIM(PARTNER-REFUSAL) "): "
               FUNCTION TRIM(PARTNER-REFUSAL-WHY) " "
               FUNCTION TRIM(URL-PATH)
           MOVE PARTNER-REFUSAL TO REJECTED-REASON
           PERFORM LOG-REJECTED-REQUEST

           MOVE SPACES TO ERROR-EXTRA-HEADER
           EVALUATE PARTNER-REFUSAL
               WHEN "PARTNER-SOURCE"
               WHEN "PARTNER-PATH"
                   MOVE "403" TO ERROR-STATUS-CODE
                   MOVE "Forbidden" TO ERROR-STATUS-TEXT
               WHEN "PARTNER-REPLAY"
                   MOVE "409" TO ERROR-STATUS-CODE
                   MOVE "Conflict" TO ERROR-STATUS-TEXT
               WHEN OTHER
                   MOVE "401" TO ERROR-STATUS-CODE
                   MOVE "Unauthorized" TO ERROR-STATUS-TEXT
                   MOVE 'WWW-Authenticate: Signature realm="partners"'
                       TO ERROR-EXTRA-HEADER
           END-EVALUATE
           PERFORM BUILD-ERROR-RESPONSE
           EXIT PARAGRAPH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPLOAD-DELIVER.

      *> Outbound delivery of approved uploads. Once HANDLE-UPLOAD-
      *> REVIEW approves a document (or it is approved on arrival
      *> with review off), this companion sends it on to whoever the
      *> delivery rules say should have it -- the bank, the payroll
      *> bureau, the auditors -- instead of someone downloading and
      *> re-sending it by hand.
      *>
      *> Rules file (DELIVERY_RULES_FILE, default delivery.rules),
      *> one rule per line, rewrite.rules comment conventions:
      *>     uploader|filename-pattern|content-type|destination[|hdr]
      *> Each of the first three is matched without regard to case;
      *> "*" or blank matches anything, a leading "*" matches by
      *> suffix ("*.csv") and a trailing "*" by prefix ("payroll*").
      *> The destination is "dir:<directory>" for a drop directory,
      *> or "http://<ipv4>[:port]/<path>" for a multipart POST; the
      *> optional fifth field is one extra request header sent with
      *> the POST (a partner's "Authorization: Bearer ..." line).
      *> Every rule that matches an upload is a delivery of its own,
      *> so one file can go to the bank and the auditors both.
      *>
      *> Before anything is sent the stored file's checksum is
      *> recomputed against uploads.idx; a mismatch, or an entry
      *> with no checksum, is HELD rather than sent. A file
      *> encrypted at rest is decrypted to a scratch copy (keys
      *> beside ENCRYPTION_KEY_FILE) and that copy is what is
      *> checked and sent; one that will not decrypt is HELD too.
      *> A failed send is retried on the DELIVERY_RETRY_MINUTES
      *> schedule (default 5,15,60,240: the waits before the 2nd,
      *> 3rd, ... attempts) and marked FAILED once the schedule
      *> runs out.
      *>
      *> The receipt for each upload and destination -- status,
      *> attempts, first and last attempt, next retry, last outcome
      *> -- lives in DELIVERY_RECEIPTS (default delivery.receipts):
      *>     id|filename|destination|status|attempts|first|last|
      *>     next|outcome
      *> and every attempt is also appended to DELIVERY_LOG (default
      *> delivery.log). Each pass rewrites the day's status report,
      *> delivery_status_YYYYMMDD.txt (served under /reports), which
      *> lists everything still undelivered; the scheduler's last
      *> run of the day leaves the end-of-day copy.
      *>
      *> The very first run (no receipts file yet) does not send the
      *> approved uploads already in the store -- they were dealt
      *> with by hand -- but records them as SKIPPED; "backfill" on
      *> that run sends them as well.
      *>
      *> Usage:  UPLOAD-DELIVER [pass-count] [backfill]
      *>         UPLOAD-DELIVER report
      *>         UPLOAD-DELIVER retry <upload-id>
      *> A pass count runs that many passes and exits (1 is the cron
      *> shape); with none it loops every DELIVERY_INTERVAL_SECS.
      *> "report" rewrites the status report without sending;
      *> "retry" puts an upload's FAILED, HELD or GONE deliveries
      *> back on the schedule from the start. Exit code 1 when
      *> anything is undelivered past its first attempt, 2 when the
      *> receipts cannot be written, 3 on a usage or setup error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT UPLOAD-IDX-FILE ASSIGN TO UPLOAD-IDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPLOAD-IDX-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO RECEIPTS-IO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO DELIVERY-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD RULES-FILE.
       01 RULES-FILE-RECORD PIC X(700).
       FD UPLOAD-IDX-FILE.
       01 UPLOAD-IDX-RECORD PIC X(512).
       FD RECEIPTS-FILE.
       01 RECEIPTS-RECORD PIC X(600).
       FD DELIVERY-LOG-FILE.
       01 DELIVERY-LOG-RECORD PIC X(600).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       COPY UPLOAD-CHECKSUM-FIELDS.
       COPY FILE-CRYPT-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 STORE-DIR             PIC X(128) VALUE SPACES.
       01 TEMP-DIR              PIC X(128) VALUE "/tmp".
       01 RULES-FILE-NAME       PIC X(128) VALUE "delivery.rules".
       01 RULES-FILE-STATUS     PIC XX.
       01 RULES-LINE            PIC X(700).
       01 RECEIPTS-FILE-NAME    PIC X(128)
           VALUE "delivery.receipts".
       01 RECEIPTS-IO-NAME      PIC X(140).
       01 RECEIPTS-FILE-STATUS  PIC XX.
       01 RECEIPTS-LINE         PIC X(600).
       01 DELIVERY-LOG-NAME     PIC X(128) VALUE "delivery.log".
       01 DELIVERY-LOG-STATUS   PIC XX.
       01 DELIVERY-LOG-LINE     PIC X(600).
       01 UPLOAD-IDX-PATH       PIC X(256).
       01 UPLOAD-IDX-STATUS     PIC XX.
       01 UPLOAD-IDX-LINE       PIC X(512).
       01 REPORT-FILE-NAME      PIC X(128).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(256).
       01 DLV-INTERVAL-SECS     PIC 9(4) COMP-5 VALUE 60.
       01 RETRY-MINUTES-TEXT    PIC X(64) VALUE "5,15,60,240".

      *> Waits before the 2nd, 3rd, ... attempt, in minutes.
       01 RETRY-TABLE-DEF.
           05 RETRY-WAIT OCCURS 12 TIMES PIC 9(5) COMP-5.
       01 RETRY-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01 RETRY-IDX             PIC 9(4) COMP-5.
       01 RETRY-PIECE           PIC X(8).
       01 RETRY-PTR             PIC 9(4) COMP-5.

       01 RULE-TABLE-DEF.
           05 RULE-ENTRY OCCURS 50 TIMES.
               10 RULE-UPLOADER     PIC X(64).
               10 RULE-FILENAME     PIC X(128).
               10 RULE-CTYPE        PIC X(64).
               10 RULE-DEST         PIC X(200).
               10 RULE-HEADER       PIC X(200).
       01 RULE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 RULE-IDX              PIC 9(4) COMP-5.
       01 RULE-FIELD-1          PIC X(64).
       01 RULE-FIELD-2          PIC X(128).
       01 RULE-FIELD-3          PIC X(64).
       01 RULE-FIELD-4          PIC X(200).
       01 RULE-FIELD-5          PIC X(200).

      *> One row per upload and destination: the receipt as saved,
      *> plus what this pass learned about the upload from the index.
       01 DLV-TABLE-MAX         PIC 9(4) COMP-5 VALUE 5000.
       01 DLV-TABLE-DEF.
           05 DLV-ENTRY OCCURS 5000 TIMES.
               10 DLV-ID            PIC X(32).
               10 DLV-FILENAME      PIC X(128).
               10 DLV-DEST          PIC X(200).
               10 DLV-STATUS        PIC X(10).
               10 DLV-ATTEMPTS      PIC 9(4) COMP-5.
               10 DLV-FIRST         PIC 9(10) COMP-5.
               10 DLV-LAST          PIC 9(10) COMP-5.
               10 DLV-NEXT          PIC 9(10) COMP-5.
               10 DLV-OUTCOME       PIC X(80).
               10 DLV-SEEN          PIC X.
               10 DLV-RULE          PIC 9(4) COMP-5.
               10 DLV-CTYPE         PIC X(64).
               10 DLV-CKSUM         PIC X(12).
               10 DLV-TIER          PIC X(8).
               10 DLV-ARCHIVE       PIC X(256).
       01 DLV-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 DLV-IDX               PIC 9(4) COMP-5.
       01 DLV-FOUND             PIC 9(4) COMP-5.
       01 DLV-KEEP              PIC 9(4) COMP-5.
       01 DLV-OVERFLOW          PIC 9(9) COMP-5 VALUE 0.

       01 RCPT-FIELD-ID         PIC X(32).
       01 RCPT-FIELD-FILENAME   PIC X(128).
       01 RCPT-FIELD-DEST       PIC X(200).
       01 RCPT-FIELD-STATUS     PIC X(10).
       01 RCPT-FIELD-ATTEMPTS   PIC X(8).
       01 RCPT-FIELD-FIRST      PIC X(12).
       01 RCPT-FIELD-LAST       PIC X(12).
       01 RCPT-FIELD-NEXT       PIC X(12).
       01 RCPT-FIELD-OUTCOME    PIC X(80).
       01 RCPT-PTR              PIC 9(4) COMP-5.
       01 EPOCH-DISP            PIC 9(10).
       01 ATTEMPTS-DISP         PIC Z(3)9.

       01 ENTRY-ID              PIC X(32).
       01 ENTRY-FILENAME        PIC X(128).
       01 ENTRY-SIZE            PIC X(16).
       01 ENTRY-CTYPE           PIC X(64).
       01 ENTRY-UPLOADER        PIC X(64).
       01 ENTRY-TS              PIC X(12).
       01 ENTRY-CKSUM           PIC X(12).
       01 ENTRY-STATUS          PIC X(16).
       01 ENTRY-REVIEWER        PIC X(64).
       01 ENTRY-REV-TS          PIC X(12).
       01 ENTRY-TIER            PIC X(8).
       01 ENTRY-ARCHIVE         PIC X(256).
       01 ENTRY-ROUTED          PIC X.

      *> Pattern test for the rules: MATCH-PATTERN against
      *> MATCH-SUBJECT, answer in MATCH-RESULT.
       01 MATCH-PATTERN         PIC X(128).
       01 MATCH-SUBJECT         PIC X(128).
       01 MATCH-RESULT          PIC X.
       01 MATCH-PAT-LEN         PIC 9(4) COMP-5.
       01 MATCH-SUBJ-LEN        PIC 9(4) COMP-5.
       01 MATCH-ALL             PIC X.

       01 COMMAND-LINE-ARGS     PIC X(256).
       01 ARG-1                 PIC X(64).
       01 ARG-2                 PIC X(64).
       01 RUN-MODE              PIC X(8) VALUE "deliver".
       01 BACKFILL-WANTED       PIC X VALUE "N".
       01 RETRY-UPLOAD-ID       PIC X(32).
       01 FIRST-RUN             PIC X VALUE "N".
       01 DLV-MAX-PASSES        PIC 9(9) COMP-5 VALUE 0.
       01 DLV-PASSES-DONE       PIC 9(9) COMP-5 VALUE 0.
       01 RECEIPTS-FAILED       PIC X VALUE "N".
       01 NO-RULE-COUNT         PIC 9(9) COMP-5 VALUE 0.

      *> Single-instance lock: a second run (the scheduler's, while
      *> a looping one is up) must not send the same file twice.
       01 LOCK-PATH             PIC X(160).
       01 LOCK-OPEN             PIC X(161).
       01 LOCK-FD               PIC S9(9) COMP-5.
       01 LOCK-PID-TEXT         PIC X(16).
       01 LOCK-PID              PIC 9(9) COMP-5.
       01 LOCK-RESULT           PIC S9(9) COMP-5.

       01 NOW-EPOCH             PIC 9(10) COMP-5.
       01 EPOCH-BASE-DAY        PIC 9(9) COMP-5.
       01 TODAY-UTC             PIC 9(8).
       01 STAMP-EPOCH           PIC 9(10) COMP-5.
       01 STAMP-DATE            PIC 9(8).
       01 STAMP-SECS            PIC 9(5) COMP-5.
       01 STAMP-HH              PIC 9(2).
       01 STAMP-MM              PIC 9(2).
       01 STAMP-SS              PIC 9(2).
       01 STAMP-TEXT            PIC X(19).
       01 STAMP-TEXT-2          PIC X(19).
       01 RUN-DATE-STAMP        PIC X(8).
       01 CURRENT-DATE-FIELDS.
           05 CDF-DATE          PIC X(8).
           05 CDF-TIME          PIC X(13).

      *> One delivery attempt.
       01 SEND-OK               PIC X.
       01 SEND-HELD             PIC X.
       01 SEND-WHY              PIC X(80).
       01 SOURCE-PATH           PIC X(512).
       01 SOURCE-OPEN           PIC X(513).
       01 SOURCE-FD             PIC S9(9) COMP-5.
       01 SOURCE-FILE-INFO.
           05 SOURCE-INFO-SIZE  PIC X(8) COMP-X.
           05 SOURCE-INFO-STAMP PIC X(8).
       01 STAT-RESULT           PIC S9(9) COMP-5.
       01 COPY-BUF              PIC X(4096).
       01 COPY-COUNT            PIC S9(9) COMP-5.
       01 COPY-LEN              PIC 9(9) COMP-5.
       01 IO-RESULT             PIC S9(9) COMP-5.
       01 RECALL-PATH           PIC X(256).
       01 RECALL-COMMAND        PIC X(600).
       01 PROCESS-ID            PIC 9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).

       01 DROP-DIR              PIC X(200).
       01 DROP-NAME             PIC X(128).
       01 DROP-FINAL            PIC X(340).
       01 DROP-FINAL-OPEN       PIC X(341).
       01 DROP-PART-OPEN        PIC X(341).
       01 DROP-FD               PIC S9(9) COMP-5.

       01 POST-REST             PIC X(200).
       01 POST-HOSTPORT         PIC X(80).
       01 POST-HOST             PIC X(64).
       01 POST-PORT-TEXT        PIC X(8).
       01 POST-PATH             PIC X(200).
       01 POST-SLASH-POS        PIC 9(4) COMP-5.
       01 POST-BOUNDARY         PIC X(40).
       01 POST-HEAD-BUF         PIC X(2048).
       01 POST-HEAD-PTR         PIC 9(5) COMP-5.
       01 POST-HEAD-LEN         PIC 9(5) COMP-5.
       01 POST-PART-HEAD        PIC X(512).
       01 POST-PART-HEAD-LEN    PIC 9(5) COMP-5.
       01 POST-PART-TAIL        PIC X(64).
       01 POST-PART-TAIL-LEN    PIC 9(5) COMP-5.
       01 POST-BODY-LEN         PIC 9(12) COMP-5.
       01 POST-LEN-DISP         PIC Z(11)9.
       01 NOW-EPOCH-DISP        PIC 9(10).

       01 SOCK-FD               PIC S9(9) COMP-5.
       01 RETURN-CODE-LOCAL     PIC S9(9) COMP-5.
       01 TARGET-ADDRESS.
           05 TARGET-FAMILY     PIC 9(4) COMP-5 VALUE 2.
           05 TARGET-PORT-NET   PIC 9(4) COMP-5.
           05 TARGET-IP         PIC X(4).
           05 TARGET-RESERVED   PIC X(8) VALUE LOW-VALUES.
       01 TARGET-HOST-NUL       PIC X(65).
      *> SO_RCVTIMEO and SO_SNDTIMEO: a partner that stops reading
      *> fails this attempt instead of hanging the run.
       01 IO-TIMEOUT-VAL.
           05 IO-TIMEOUT-SEC    PIC 9(9) COMP-5 VALUE 30.
           05 IO-TIMEOUT-USEC   PIC 9(9) COMP-5 VALUE 0.
       01 SEND-AREA-LEN         PIC 9(9) COMP-5.
       01 SENT-SO-FAR           PIC 9(9) COMP-5.
       01 SEND-REMAIN           PIC 9(9) COMP-5.
       01 RESPONSE-BUF          PIC X(2048).
       01 RESPONSE-LEN          PIC 9(9) COMP-5.
       01 RECV-CHUNK            PIC X(1024).
       01 RECV-COUNT            PIC S9(9) COMP-5.

       01 CNT-PENDING           PIC 9(9) COMP-5.
       01 CNT-RETRY             PIC 9(9) COMP-5.
       01 CNT-FAILED            PIC 9(9) COMP-5.
       01 CNT-HELD              PIC 9(9) COMP-5.
       01 CNT-GONE              PIC 9(9) COMP-5.
       01 CNT-DELIVERED-TODAY   PIC 9(9) COMP-5.
       01 CNT-DELIVERED         PIC 9(9) COMP-5.
       01 CNT-SKIPPED           PIC 9(9) COMP-5.
       01 PASS-SENT             PIC 9(9) COMP-5.
       01 PASS-FAILED           PIC 9(9) COMP-5.
       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS
           MOVE CDF-DATE TO RUN-DATE-STAMP
           COMPUTE EPOCH-BASE-DAY =
               FUNCTION INTEGER-OF-DATE(19700101)

           PERFORM LOAD-DELIVERY-CONFIG
           PERFORM CRYPT-SET-KEY
           PERFORM PARSE-RETRY-SCHEDULE

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO ARG-1 ARG-2
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-1 ARG-2
           EVALUATE TRUE
               WHEN FUNCTION TRIM(ARG-1) = "report"
                   MOVE "report" TO RUN-MODE
               WHEN FUNCTION TRIM(ARG-1) = "retry"
                   MOVE "retry" TO RUN-MODE
                   MOVE ARG-2 TO RETRY-UPLOAD-ID
                   IF RETRY-UPLOAD-ID = SPACES
                       DISPLAY "Usage: UPLOAD-DELIVER retry "
                           "<upload-id>"
                       MOVE 3 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN FUNCTION TRIM(ARG-1) = "backfill"
                   MOVE "Y" TO BACKFILL-WANTED
               WHEN FUNCTION TRIM(ARG-1) = SPACES
                   CONTINUE
               WHEN FUNCTION TRIM(ARG-1) IS NUMERIC
                   COMPUTE DLV-MAX-PASSES = FUNCTION NUMVAL(ARG-1)
                   IF FUNCTION TRIM(ARG-2) = "backfill"
                       MOVE "Y" TO BACKFILL-WANTED
                   END-IF
               WHEN OTHER
                   DISPLAY "Usage: UPLOAD-DELIVER [pass-count] "
                       "[backfill]"
                   DISPLAY "       UPLOAD-DELIVER report"
                   DISPLAY "       UPLOAD-DELIVER retry <upload-id>"
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF FUNCTION TRIM(STORE-DIR) = SPACES
               DISPLAY "Error: no upload store configured "
                   "(UPLOAD_STORE_DIR)"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO UPLOAD-IDX-PATH
           STRING FUNCTION TRIM(STORE-DIR) DELIMITED BY SIZE
                  "/uploads.idx" DELIMITED BY SIZE
                  INTO UPLOAD-IDX-PATH

           PERFORM LOAD-DELIVERY-RULES
           IF RULE-COUNT = 0
               DISPLAY "Error: no delivery rules in "
                   FUNCTION TRIM(RULES-FILE-NAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACQUIRE-DELIVERY-LOCK
           IF LOCK-RESULT NOT = 0
               DISPLAY "Upload delivery: another run (pid "
                   FUNCTION TRIM(LOCK-PID-TEXT)
                   ") holds " FUNCTION TRIM(LOCK-PATH)
                   ", nothing to do"
               STOP RUN
           END-IF

           PERFORM LOAD-RECEIPTS

           IF RUN-MODE = "retry"
               PERFORM RELEASE-UPLOAD-FOR-RETRY
               PERFORM SAVE-RECEIPTS
               PERFORM RELEASE-DELIVERY-LOCK
               IF DLV-FOUND = 0
                   MOVE 1 TO RETURN-CODE
               END-IF
               IF RECEIPTS-FAILED = "Y"
                   MOVE 2 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           DISPLAY "Upload delivery: " RULE-COUNT " rule(s), "
               DLV-COUNT " receipt(s) on file".

       DELIVERY-LOOP.
           PERFORM RUN-ONE-PASS

           ADD 1 TO DLV-PASSES-DONE
           IF RUN-MODE = "report" OR
              (DLV-MAX-PASSES > 0 AND
               DLV-PASSES-DONE >= DLV-MAX-PASSES)
               PERFORM RELEASE-DELIVERY-LOCK
               IF CNT-RETRY + CNT-FAILED + CNT-HELD + CNT-GONE > 0
                   MOVE 1 TO RETURN-CODE
               END-IF
               IF RECEIPTS-FAILED = "Y"
                   MOVE 2 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           CALL "sleep" USING BY VALUE DLV-INTERVAL-SECS

           GO TO DELIVERY-LOOP.

       RUN-ONE-PASS.
           CALL "time" USING BY VALUE 0 RETURNING NOW-EPOCH
           MOVE NOW-EPOCH TO NOW-EPOCH-DISP
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS
           MOVE CDF-DATE TO RUN-DATE-STAMP
           MOVE 0 TO PASS-SENT
           MOVE 0 TO PASS-FAILED

           PERFORM MATCH-APPROVED-UPLOADS

           IF RUN-MODE = "deliver"
               PERFORM VARYING DLV-IDX FROM 1 BY 1
                   UNTIL DLV-IDX > DLV-COUNT
                   IF (DLV-STATUS(DLV-IDX) = "PENDING" OR
                       DLV-STATUS(DLV-IDX) = "RETRY") AND
                      DLV-NEXT(DLV-IDX) NOT > NOW-EPOCH
                       PERFORM ATTEMPT-DELIVERY
                   END-IF
               END-PERFORM
               PERFORM SAVE-RECEIPTS
           END-IF

           PERFORM WRITE-STATUS-REPORT

           IF PASS-SENT > 0 OR PASS-FAILED > 0
               MOVE PASS-SENT TO COUNT-DISPLAY
               MOVE PASS-FAILED TO COUNT-DISPLAY-2
               DISPLAY "Upload delivery: "
                   FUNCTION TRIM(COUNT-DISPLAY) " delivered, "
                   FUNCTION TRIM(COUNT-DISPLAY-2) " failed this pass"
           END-IF

           EXIT PARAGRAPH.

       MATCH-APPROVED-UPLOADS.
      *> Every approved upload is tried against every rule; a new
      *> upload/destination pair gets a receipt. Receipts nothing in
      *> the index matched this time are settled afterwards.
           MOVE 0 TO NO-RULE-COUNT
           PERFORM VARYING DLV-IDX FROM 1 BY 1
               UNTIL DLV-IDX > DLV-COUNT
               MOVE "N" TO DLV-SEEN(DLV-IDX)
           END-PERFORM

           OPEN INPUT UPLOAD-IDX-FILE
           IF UPLOAD-IDX-STATUS = "00"
               PERFORM UNTIL UPLOAD-IDX-STATUS = "10"
                   READ UPLOAD-IDX-FILE INTO UPLOAD-IDX-LINE
                       AT END
                           MOVE "10" TO UPLOAD-IDX-STATUS
                       NOT AT END
                           PERFORM ROUTE-ONE-UPLOAD
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-IDX-FILE
           END-IF

      *> A delivery still owed whose upload has left the index
      *> (retention purge, or a rule since removed) cannot be made
      *> any more; settled deliveries of such uploads are dropped
      *> from the receipts, and a GONE one after a day on the report.
           MOVE 0 TO DLV-KEEP
           PERFORM VARYING DLV-IDX FROM 1 BY 1
               UNTIL DLV-IDX > DLV-COUNT
               IF DLV-SEEN(DLV-IDX) = "N"
                   EVALUATE DLV-STATUS(DLV-IDX)
                       WHEN "PENDING"
                       WHEN "RETRY"
                       WHEN "HELD"
                       WHEN "FAILED"
                           MOVE "GONE" TO DLV-STATUS(DLV-IDX)
                           MOVE "upload purged or no longer routed"
                               TO DLV-OUTCOME(DLV-IDX)
                           MOVE NOW-EPOCH TO DLV-LAST(DLV-IDX)
                           MOVE 0 TO DLV-NEXT(DLV-IDX)
                           ADD 1 TO DLV-KEEP
                           IF DLV-KEEP NOT = DLV-IDX
                               MOVE DLV-ENTRY(DLV-IDX)
                                   TO DLV-ENTRY(DLV-KEEP)
                           END-IF
                       WHEN "GONE"
                           IF DLV-LAST(DLV-IDX) + 86400 > NOW-EPOCH
                               ADD 1 TO DLV-KEEP
                               IF DLV-KEEP NOT = DLV-IDX
                                   MOVE DLV-ENTRY(DLV-IDX)
                                       TO DLV-ENTRY(DLV-KEEP)
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   ADD 1 TO DLV-KEEP
                   IF DLV-KEEP NOT = DLV-IDX
                       MOVE DLV-ENTRY(DLV-IDX) TO DLV-ENTRY(DLV-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE DLV-KEEP TO DLV-COUNT

           EXIT PARAGRAPH.

       ROUTE-ONE-UPLOAD.
           MOVE SPACES TO ENTRY-ID ENTRY-FILENAME ENTRY-SIZE
               ENTRY-CTYPE ENTRY-UPLOADER ENTRY-CKSUM ENTRY-STATUS
               ENTRY-TIER ENTRY-ARCHIVE
           UNSTRING UPLOAD-IDX-LINE DELIMITED BY "|"
               INTO ENTRY-ID ENTRY-FILENAME ENTRY-SIZE ENTRY-CTYPE
                    ENTRY-UPLOADER ENTRY-TS ENTRY-CKSUM
                    ENTRY-STATUS ENTRY-REVIEWER ENTRY-REV-TS
                    ENTRY-TIER ENTRY-ARCHIVE

           IF FUNCTION TRIM(ENTRY-ID) = SPACES OR
              FUNCTION TRIM(ENTRY-STATUS) NOT = "APPROVED"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ENTRY-ROUTED
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               PERFORM TEST-RULE-AGAINST-ENTRY
               IF MATCH-RESULT = "Y"
                   MOVE "Y" TO ENTRY-ROUTED
                   PERFORM NOTE-ROUTED-DELIVERY
               END-IF
           END-PERFORM

           IF ENTRY-ROUTED = "N"
               ADD 1 TO NO-RULE-COUNT
           END-IF

           EXIT PARAGRAPH.

       TEST-RULE-AGAINST-ENTRY.
           MOVE RULE-UPLOADER(RULE-IDX) TO MATCH-PATTERN
           MOVE ENTRY-UPLOADER TO MATCH-SUBJECT
           PERFORM MATCH-DELIVERY-PATTERN
           IF MATCH-RESULT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE RULE-FILENAME(RULE-IDX) TO MATCH-PATTERN
           MOVE ENTRY-FILENAME TO MATCH-SUBJECT
           PERFORM MATCH-DELIVERY-PATTERN
           IF MATCH-RESULT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE RULE-CTYPE(RULE-IDX) TO MATCH-PATTERN
           MOVE ENTRY-CTYPE TO MATCH-SUBJECT
           PERFORM MATCH-DELIVERY-PATTERN
           EXIT PARAGRAPH.

       MATCH-DELIVERY-PATTERN.
           MOVE "N" TO MATCH-RESULT
           MOVE FUNCTION LOWER-CASE(MATCH-PATTERN) TO MATCH-PATTERN
           MOVE FUNCTION LOWER-CASE(MATCH-SUBJECT) TO MATCH-SUBJECT
           MOVE FUNCTION TRIM(MATCH-PATTERN) TO MATCH-PATTERN
           MOVE FUNCTION TRIM(MATCH-SUBJECT) TO MATCH-SUBJECT

           IF MATCH-PATTERN = SPACES OR MATCH-PATTERN = "*"
               MOVE "Y" TO MATCH-RESULT
               EXIT PARAGRAPH
           END-IF

           COMPUTE MATCH-PAT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(MATCH-PATTERN))
           IF MATCH-SUBJECT = SPACES
               MOVE 0 TO MATCH-SUBJ-LEN
           ELSE
               COMPUTE MATCH-SUBJ-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(MATCH-SUBJECT))
           END-IF

           EVALUATE TRUE
               WHEN MATCH-PATTERN(MATCH-PAT-LEN:1) = "*"
                   IF MATCH-SUBJ-LEN >= MATCH-PAT-LEN - 1 AND
                      MATCH-SUBJECT(1:MATCH-PAT-LEN - 1) =
                          MATCH-PATTERN(1:MATCH-PAT-LEN - 1)
                       MOVE "Y" TO MATCH-RESULT
                   END-IF
               WHEN MATCH-PATTERN(1:1) = "*"
                   IF MATCH-SUBJ-LEN >= MATCH-PAT-LEN - 1 AND
                      MATCH-SUBJECT(MATCH-SUBJ-LEN - MATCH-PAT-LEN
                          + 2:MATCH-PAT-LEN - 1) =
                          MATCH-PATTERN(2:MATCH-PAT-LEN - 1)
                       MOVE "Y" TO MATCH-RESULT
                   END-IF
               WHEN MATCH-PATTERN = MATCH-SUBJECT
                   MOVE "Y" TO MATCH-RESULT
           END-EVALUATE

           EXIT PARAGRAPH.

       NOTE-ROUTED-DELIVERY.
           MOVE 0 TO DLV-FOUND
           PERFORM VARYING DLV-IDX FROM 1 BY 1
               UNTIL DLV-IDX > DLV-COUNT
               IF DLV-ID(DLV-IDX) = ENTRY-ID AND
                  DLV-DEST(DLV-IDX) = RULE-DEST(RULE-IDX)
                   MOVE DLV-IDX TO DLV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF DLV-FOUND = 0
               IF DLV-COUNT >= DLV-TABLE-MAX
                   ADD 1 TO DLV-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DLV-COUNT
               MOVE DLV-COUNT TO DLV-FOUND
               MOVE ENTRY-ID TO DLV-ID(DLV-FOUND)
               MOVE RULE-DEST(RULE-IDX) TO DLV-DEST(DLV-FOUND)
               MOVE 0 TO DLV-ATTEMPTS(DLV-FOUND)
               MOVE 0 TO DLV-FIRST(DLV-FOUND)
               MOVE 0 TO DLV-LAST(DLV-FOUND)
               MOVE 0 TO DLV-NEXT(DLV-FOUND)
               IF FIRST-RUN = "Y" AND BACKFILL-WANTED = "N"
                   MOVE "SKIPPED" TO DLV-STATUS(DLV-FOUND)
                   MOVE "approved before delivery began"
                       TO DLV-OUTCOME(DLV-FOUND)
               ELSE
                   MOVE "PENDING" TO DLV-STATUS(DLV-FOUND)
                   MOVE "waiting for first attempt"
                       TO DLV-OUTCOME(DLV-FOUND)
               END-IF
           END-IF

           MOVE "Y" TO DLV-SEEN(DLV-FOUND)
           MOVE RULE-IDX TO DLV-RULE(DLV-FOUND)
           MOVE ENTRY-FILENAME TO DLV-FILENAME(DLV-FOUND)
           MOVE ENTRY-CTYPE TO DLV-CTYPE(DLV-FOUND)
           MOVE ENTRY-CKSUM TO DLV-CKSUM(DLV-FOUND)
           MOVE ENTRY-TIER TO DLV-TIER(DLV-FOUND)
           MOVE ENTRY-ARCHIVE TO DLV-ARCHIVE(DLV-FOUND)

           EXIT PARAGRAPH.

       ATTEMPT-DELIVERY.
           MOVE "N" TO SEND-OK
           MOVE "N" TO SEND-HELD
           MOVE SPACES TO SEND-WHY
           ADD 1 TO DLV-ATTEMPTS(DLV-IDX)
           MOVE NOW-EPOCH TO DLV-LAST(DLV-IDX)
           IF DLV-FIRST(DLV-IDX) = 0
               MOVE NOW-EPOCH TO DLV-FIRST(DLV-IDX)
           END-IF

           MOVE SPACES TO RECALL-PATH
           IF FUNCTION TRIM(DLV-TIER(DLV-IDX)) = "ARCHIVE"
               PERFORM RECALL-ARCHIVED-UPLOAD
               MOVE RECALL-PATH TO SOURCE-PATH
           ELSE
               MOVE SPACES TO SOURCE-PATH
               STRING FUNCTION TRIM(STORE-DIR) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(DLV-ID(DLV-IDX)) DELIMITED BY SIZE
                      INTO SOURCE-PATH
           END-IF

           MOVE SOURCE-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-OPEN-FOR-READ
           EVALUATE CRYPT-RESULT
               WHEN "OK"
                   MOVE CRYPT-READ-PATH TO SOURCE-PATH
                   PERFORM VERIFY-SOURCE-CHECKSUM
               WHEN "NOKEY"
                   MOVE "Y" TO SEND-HELD
                   STRING "encrypted under key " DELIMITED BY SIZE
                          FUNCTION TRIM(CRYPT-FILE-KEY-ID)
                              DELIMITED BY SIZE
                          ", not on hand" DELIMITED BY SIZE
                          INTO SEND-WHY
               WHEN "FAILED"
                   MOVE "Y" TO SEND-HELD
                   MOVE "stored file would not decrypt" TO SEND-WHY
               WHEN OTHER
                   PERFORM VERIFY-SOURCE-CHECKSUM
           END-EVALUATE

           IF SEND-HELD = "N" AND SEND-WHY = SPACES
               EVALUATE TRUE
                   WHEN DLV-DEST(DLV-IDX)(1:4) = "dir:"
                       PERFORM DELIVER-TO-DIRECTORY
                   WHEN DLV-DEST(DLV-IDX)(1:7) = "http://"
                       PERFORM DELIVER-BY-POST
                   WHEN OTHER
                       MOVE "Y" TO SEND-HELD
                       MOVE "destination not understood"
                           TO SEND-WHY
               END-EVALUATE
           END-IF

           PERFORM REMOVE-RECALL-COPY
           PERFORM CRYPT-RELEASE

           EVALUATE TRUE
               WHEN SEND-OK = "Y"
                   MOVE "DELIVERED" TO DLV-STATUS(DLV-IDX)
                   MOVE SEND-WHY TO DLV-OUTCOME(DLV-IDX)
                   MOVE 0 TO DLV-NEXT(DLV-IDX)
                   ADD 1 TO PASS-SENT
               WHEN SEND-HELD = "Y"
                   MOVE "HELD" TO DLV-STATUS(DLV-IDX)
                   MOVE SEND-WHY TO DLV-OUTCOME(DLV-IDX)
                   MOVE 0 TO DLV-NEXT(DLV-IDX)
                   ADD 1 TO PASS-FAILED
               WHEN DLV-ATTEMPTS(DLV-IDX) > RETRY-COUNT
                   MOVE "FAILED" TO DLV-STATUS(DLV-IDX)
                   MOVE SEND-WHY TO DLV-OUTCOME(DLV-IDX)
                   MOVE 0 TO DLV-NEXT(DLV-IDX)
                   ADD 1 TO PASS-FAILED
               WHEN OTHER
                   MOVE "RETRY" TO DLV-STATUS(DLV-IDX)
                   MOVE SEND-WHY TO DLV-OUTCOME(DLV-IDX)
                   MOVE DLV-ATTEMPTS(DLV-IDX) TO RETRY-IDX
                   COMPUTE DLV-NEXT(DLV-IDX) =
                       NOW-EPOCH + RETRY-WAIT(RETRY-IDX) * 60
                   ADD 1 TO PASS-FAILED
           END-EVALUATE

           PERFORM WRITE-DELIVERY-LOG-LINE

           EXIT PARAGRAPH.

       VERIFY-SOURCE-CHECKSUM.
      *> The checksum recorded when the file arrived must still hold
      *> for the bytes about to leave; anything else is held for a
      *> person to look at, not retried.
           IF FUNCTION TRIM(DLV-CKSUM(DLV-IDX)) = SPACES
               MOVE "Y" TO SEND-HELD
               MOVE "no stored checksum to verify against"
                   TO SEND-WHY
               EXIT PARAGRAPH
           END-IF

           MOVE SOURCE-PATH TO CK-FILE-PATH
           PERFORM CHECKSUM-STORED-FILE
           IF CK-FILE-OK = "N"
               MOVE "stored file not readable" TO SEND-WHY
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CK-VALUE-DISP) NOT =
              FUNCTION TRIM(DLV-CKSUM(DLV-IDX))
               MOVE "Y" TO SEND-HELD
               STRING "checksum mismatch: stored " DELIMITED BY SIZE
                      FUNCTION TRIM(DLV-CKSUM(DLV-IDX))
                          DELIMITED BY SIZE
                      " computed " DELIMITED BY SIZE
                      CK-VALUE-DISP DELIMITED BY SIZE
                      INTO SEND-WHY
           END-IF

           EXIT PARAGRAPH.

       DELIVER-TO-DIRECTORY.
      *> The file lands under its original name, written as a
      *> dot-prefixed .part file and renamed, so a partner's pickup
      *> job never sees half a file. A name already waiting in the
      *> drop is not overwritten; the attempt fails and retries once
      *> the partner has collected it.
           MOVE DLV-DEST(DLV-IDX)(5:) TO DROP-DIR
           MOVE FUNCTION TRIM(DROP-DIR) TO DROP-DIR
           MOVE DLV-FILENAME(DLV-IDX) TO DROP-NAME
           IF DROP-NAME = SPACES
               MOVE DLV-ID(DLV-IDX) TO DROP-NAME
           END-IF
      *> The name is the uploader's: no path separators, and no
      *> leading dot that would hide it or climb out of the drop.
           INSPECT DROP-NAME REPLACING ALL "/" BY "_"
           IF DROP-NAME(1:1) = "."
               MOVE "_" TO DROP-NAME(1:1)
           END-IF

           MOVE SPACES TO DROP-FINAL
           STRING FUNCTION TRIM(DROP-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(DROP-NAME) DELIMITED BY SIZE
                  INTO DROP-FINAL
           MOVE SPACES TO DROP-FINAL-OPEN
           STRING FUNCTION TRIM(DROP-FINAL) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO DROP-FINAL-OPEN
           MOVE SPACES TO DROP-PART-OPEN
           STRING FUNCTION TRIM(DROP-DIR) DELIMITED BY SIZE
                  "/." DELIMITED BY SIZE
                  FUNCTION TRIM(DROP-NAME) DELIMITED BY SIZE
                  ".part" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO DROP-PART-OPEN

           CALL "CBL_CHECK_FILE_EXIST" USING DROP-FINAL,
                   SOURCE-FILE-INFO
               RETURNING STAT-RESULT
           IF STAT-RESULT = 0
               MOVE "name already waiting in the drop" TO SEND-WHY
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-SOURCE-FILE
           IF SOURCE-FD < 0
               EXIT PARAGRAPH
           END-IF

      *> O_WRONLY+O_CREAT+O_TRUNC, mode 0644: the partner's job
      *> reads what lands here.
           CALL "open" USING BY REFERENCE DROP-PART-OPEN,
                             BY VALUE 577,
                             BY VALUE 420
                             RETURNING DROP-FD
           IF DROP-FD < 0
               MOVE "drop directory not writable" TO SEND-WHY
               CALL "close" USING BY VALUE SOURCE-FD
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO SEND-OK
           PERFORM UNTIL 1 = 2
               CALL "read" USING BY VALUE SOURCE-FD,
                                 BY REFERENCE COPY-BUF,
                                 BY VALUE LENGTH OF COPY-BUF
                                 RETURNING COPY-COUNT
               IF COPY-COUNT <= 0
                   EXIT PERFORM
               END-IF
               MOVE COPY-COUNT TO COPY-LEN
               CALL "write" USING BY VALUE DROP-FD,
                   BY REFERENCE COPY-BUF,
                   BY VALUE COPY-LEN
                   RETURNING IO-RESULT
               IF IO-RESULT NOT = COPY-COUNT
                   MOVE "N" TO SEND-OK
                   MOVE "write to drop failed" TO SEND-WHY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF COPY-COUNT < 0
               MOVE "N" TO SEND-OK
               MOVE "stored file read failed" TO SEND-WHY
           END-IF

           CALL "close" USING BY VALUE SOURCE-FD
           CALL "close" USING BY VALUE DROP-FD

           IF SEND-OK = "Y"
               CALL "rename" USING BY REFERENCE DROP-PART-OPEN,
                                   BY REFERENCE DROP-FINAL-OPEN
                                   RETURNING IO-RESULT
               IF IO-RESULT NOT = 0
                   MOVE "N" TO SEND-OK
                   MOVE "rename into drop failed" TO SEND-WHY
               END-IF
           END-IF

           IF SEND-OK = "Y"
               STRING "dropped as " DELIMITED BY SIZE
                      FUNCTION TRIM(DROP-NAME) DELIMITED BY SIZE
                      INTO SEND-WHY
           ELSE
               CALL "remove" USING BY REFERENCE DROP-PART-OPEN
                   RETURNING IO-RESULT
           END-IF

           EXIT PARAGRAPH.

       DELIVER-BY-POST.
      *> http://<ipv4>[:port]/<path> -- addresses, not names, as in
      *> the fleet nodes file; the file goes as one multipart part,
      *> with its upload id and checksum in headers so the partner
      *> can verify what arrived.
           MOVE DLV-DEST(DLV-IDX)(8:) TO POST-REST
           MOVE 0 TO POST-SLASH-POS
           INSPECT POST-REST TALLYING POST-SLASH-POS
               FOR CHARACTERS BEFORE INITIAL "/"
           MOVE SPACES TO POST-HOSTPORT
           MOVE "/" TO POST-PATH
           IF POST-SLASH-POS > 0
               MOVE POST-REST(1:POST-SLASH-POS) TO POST-HOSTPORT
           END-IF
           IF POST-SLASH-POS < LENGTH OF POST-REST
               MOVE POST-REST(POST-SLASH-POS + 1:) TO POST-PATH
           END-IF
           MOVE SPACES TO POST-HOST POST-PORT-TEXT
           UNSTRING POST-HOSTPORT DELIMITED BY ":"
               INTO POST-HOST POST-PORT-TEXT
           IF FUNCTION TRIM(POST-PORT-TEXT) = SPACES
               MOVE "80" TO POST-PORT-TEXT
           END-IF

           MOVE SPACES TO TARGET-HOST-NUL
           STRING FUNCTION TRIM(POST-HOST) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO TARGET-HOST-NUL
           CALL "inet_pton" USING BY VALUE 2,
                                   BY REFERENCE TARGET-HOST-NUL,
                                   BY REFERENCE TARGET-IP
                                   RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL NOT = 1
               MOVE "Y" TO SEND-HELD
               MOVE "destination address not IPv4" TO SEND-WHY
               EXIT PARAGRAPH
           END-IF
           COMPUTE TARGET-PORT-NET = FUNCTION NUMVAL(POST-PORT-TEXT)
           CALL "htons" USING BY VALUE TARGET-PORT-NET
               RETURNING TARGET-PORT-NET

           CALL "CBL_CHECK_FILE_EXIST" USING SOURCE-PATH,
                   SOURCE-FILE-INFO
               RETURNING STAT-RESULT
           IF STAT-RESULT NOT = 0
               MOVE "stored file not readable" TO SEND-WHY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO POST-BOUNDARY
           STRING "----delivery" DELIMITED BY SIZE
                  NOW-EPOCH-DISP DELIMITED BY SIZE
                  INTO POST-BOUNDARY

           MOVE SPACES TO POST-PART-HEAD
           MOVE 1 TO POST-HEAD-PTR
           STRING "--" DELIMITED BY SIZE
                  FUNCTION TRIM(POST-BOUNDARY) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  'Content-Disposition: form-data; name="file"; '
                      DELIMITED BY SIZE
                  'filename="' DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-FILENAME(DLV-IDX))
                      DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO POST-PART-HEAD
                  WITH POINTER POST-HEAD-PTR
           IF FUNCTION TRIM(DLV-CTYPE(DLV-IDX)) NOT = SPACES
               STRING "Content-Type: " DELIMITED BY SIZE
                      FUNCTION TRIM(DLV-CTYPE(DLV-IDX))
                          DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      INTO POST-PART-HEAD
                      WITH POINTER POST-HEAD-PTR
           END-IF
           STRING X"0D0A" DELIMITED BY SIZE
                  INTO POST-PART-HEAD
                  WITH POINTER POST-HEAD-PTR
           COMPUTE POST-PART-HEAD-LEN = POST-HEAD-PTR - 1

           MOVE SPACES TO POST-PART-TAIL
           MOVE 1 TO POST-HEAD-PTR
           STRING X"0D0A" DELIMITED BY SIZE
                  "--" DELIMITED BY SIZE
                  FUNCTION TRIM(POST-BOUNDARY) DELIMITED BY SIZE
                  "--" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO POST-PART-TAIL
                  WITH POINTER POST-HEAD-PTR
           COMPUTE POST-PART-TAIL-LEN = POST-HEAD-PTR - 1

           COMPUTE POST-BODY-LEN = POST-PART-HEAD-LEN +
               SOURCE-INFO-SIZE + POST-PART-TAIL-LEN
           MOVE POST-BODY-LEN TO POST-LEN-DISP

           MOVE SPACES TO POST-HEAD-BUF
           MOVE 1 TO POST-HEAD-PTR
           STRING "POST " DELIMITED BY SIZE
                  FUNCTION TRIM(POST-PATH) DELIMITED BY SIZE
                  " HTTP/1.1" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Host: " DELIMITED BY SIZE
                  FUNCTION TRIM(POST-HOSTPORT) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: multipart/form-data; boundary="
                      DELIMITED BY SIZE
                  FUNCTION TRIM(POST-BOUNDARY) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(POST-LEN-DISP) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "X-Upload-Id: " DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-ID(DLV-IDX)) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "X-Upload-Checksum: " DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-CKSUM(DLV-IDX)) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO POST-HEAD-BUF
                  WITH POINTER POST-HEAD-PTR
           IF FUNCTION TRIM(RULE-HEADER(DLV-RULE(DLV-IDX)))
                  NOT = SPACES
               STRING FUNCTION TRIM(RULE-HEADER(DLV-RULE(DLV-IDX)))
                          DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      INTO POST-HEAD-BUF
                      WITH POINTER POST-HEAD-PTR
           END-IF
           STRING "Connection: close" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO POST-HEAD-BUF
                  WITH POINTER POST-HEAD-PTR
           COMPUTE POST-HEAD-LEN = POST-HEAD-PTR - 1

           CALL "socket" USING BY VALUE 2, 1, 0 RETURNING SOCK-FD
           IF SOCK-FD < 0
               MOVE "socket failed" TO SEND-WHY
               EXIT PARAGRAPH
           END-IF
           CALL "setsockopt" USING BY VALUE SOCK-FD,
                                   BY VALUE 1,
                                   BY VALUE 20,
                                   BY REFERENCE IO-TIMEOUT-VAL,
                                   BY VALUE LENGTH OF IO-TIMEOUT-VAL
                                   RETURNING RETURN-CODE-LOCAL
           CALL "setsockopt" USING BY VALUE SOCK-FD,
                                   BY VALUE 1,
                                   BY VALUE 21,
                                   BY REFERENCE IO-TIMEOUT-VAL,
                                   BY VALUE LENGTH OF IO-TIMEOUT-VAL
                                   RETURNING RETURN-CODE-LOCAL
           CALL "connect" USING BY VALUE SOCK-FD,
                                BY CONTENT TARGET-ADDRESS,
                                BY VALUE LENGTH OF TARGET-ADDRESS
                                RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL < 0
               MOVE "no connection" TO SEND-WHY
               CALL "close" USING BY VALUE SOCK-FD
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO SEND-OK
           MOVE POST-HEAD-BUF TO COPY-BUF
           MOVE POST-HEAD-LEN TO SEND-AREA-LEN
           PERFORM SEND-COPY-BUF
           IF SEND-OK = "Y"
               MOVE POST-PART-HEAD TO COPY-BUF
               MOVE POST-PART-HEAD-LEN TO SEND-AREA-LEN
               PERFORM SEND-COPY-BUF
           END-IF
           IF SEND-OK = "Y"
               PERFORM OPEN-SOURCE-FILE
               IF SOURCE-FD < 0
                   MOVE "N" TO SEND-OK
               END-IF
           END-IF
           IF SEND-OK = "Y"
               PERFORM UNTIL 1 = 2
                   CALL "read" USING BY VALUE SOURCE-FD,
                                     BY REFERENCE COPY-BUF,
                                     BY VALUE LENGTH OF COPY-BUF
                                     RETURNING COPY-COUNT
                   IF COPY-COUNT <= 0
                       EXIT PERFORM
                   END-IF
                   MOVE COPY-COUNT TO SEND-AREA-LEN
                   PERFORM SEND-COPY-BUF
                   IF SEND-OK = "N"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CALL "close" USING BY VALUE SOURCE-FD
           END-IF
           IF SEND-OK = "Y"
               MOVE POST-PART-TAIL TO COPY-BUF
               MOVE POST-PART-TAIL-LEN TO SEND-AREA-LEN
               PERFORM SEND-COPY-BUF
           END-IF

           MOVE 0 TO RESPONSE-LEN
           MOVE SPACES TO RESPONSE-BUF
           IF SEND-OK = "Y"
               PERFORM UNTIL 1 = 2
                   CALL "recv" USING BY VALUE SOCK-FD,
                                     BY REFERENCE RECV-CHUNK,
                                     BY VALUE LENGTH OF RECV-CHUNK,
                                     BY VALUE 0
                                     RETURNING RECV-COUNT
                   IF RECV-COUNT <= 0
                       EXIT PERFORM
                   END-IF
                   IF RESPONSE-LEN + RECV-COUNT <=
                           LENGTH OF RESPONSE-BUF
                       MOVE RECV-CHUNK(1:RECV-COUNT) TO
                           RESPONSE-BUF(RESPONSE-LEN + 1:
                               RECV-COUNT)
                       ADD RECV-COUNT TO RESPONSE-LEN
                   END-IF
               END-PERFORM
           END-IF
           CALL "close" USING BY VALUE SOCK-FD

           IF SEND-OK = "N"
               IF SEND-WHY = SPACES
                   MOVE "send failed" TO SEND-WHY
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RESPONSE-LEN < 13 OR
                    RESPONSE-BUF(1:5) NOT = "HTTP/"
                   MOVE "N" TO SEND-OK
                   MOVE "no response" TO SEND-WHY
               WHEN RESPONSE-BUF(10:1) = "2"
                   STRING "HTTP " DELIMITED BY SIZE
                          RESPONSE-BUF(10:3) DELIMITED BY SIZE
                          INTO SEND-WHY
               WHEN OTHER
                   MOVE "N" TO SEND-OK
                   STRING "HTTP " DELIMITED BY SIZE
                          RESPONSE-BUF(10:3) DELIMITED BY SIZE
                          INTO SEND-WHY
           END-EVALUATE

           EXIT PARAGRAPH.

       SEND-COPY-BUF.
           MOVE 0 TO SENT-SO-FAR
           PERFORM UNTIL SENT-SO-FAR >= SEND-AREA-LEN
               COMPUTE SEND-REMAIN = SEND-AREA-LEN - SENT-SO-FAR
               CALL "send" USING BY VALUE SOCK-FD
                   BY REFERENCE COPY-BUF(SENT-SO-FAR + 1:SEND-REMAIN)
                   BY VALUE SEND-REMAIN
                   BY VALUE 0
                   RETURNING RETURN-CODE-LOCAL
               IF RETURN-CODE-LOCAL <= 0
                   MOVE "N" TO SEND-OK
                   MOVE "send failed" TO SEND-WHY
                   EXIT PERFORM
               END-IF
               ADD RETURN-CODE-LOCAL TO SENT-SO-FAR
           END-PERFORM
           EXIT PARAGRAPH.

       OPEN-SOURCE-FILE.
           MOVE SPACES TO SOURCE-OPEN
           STRING FUNCTION TRIM(SOURCE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SOURCE-OPEN
           CALL "open" USING BY REFERENCE SOURCE-OPEN,
                             BY VALUE 0
                             RETURNING SOURCE-FD
           IF SOURCE-FD < 0
               MOVE "stored file not readable" TO SEND-WHY
           END-IF
           EXIT PARAGRAPH.

       RECALL-ARCHIVED-UPLOAD.
      *> As UPLOAD-VERIFY: a failed decompression leaves no scratch
      *> file, which the checksum step then reports.
           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY

           MOVE SPACES TO RECALL-PATH
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/deliver_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-ID(DLV-IDX)) DELIMITED BY SIZE
                  INTO RECALL-PATH

           MOVE SPACES TO RECALL-COMMAND
           STRING "gzip -dc " DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-ARCHIVE(DLV-IDX))
                      DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  " 2>/dev/null || rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RECALL-COMMAND
           CALL "system" USING RECALL-COMMAND

           EXIT PARAGRAPH.

       REMOVE-RECALL-COPY.
           IF RECALL-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECALL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RECALL-COMMAND
           CALL "system" USING RECALL-COMMAND
           EXIT PARAGRAPH.

       RELEASE-UPLOAD-FOR-RETRY.
           MOVE 0 TO DLV-FOUND
           PERFORM VARYING DLV-IDX FROM 1 BY 1
               UNTIL DLV-IDX > DLV-COUNT
               IF DLV-ID(DLV-IDX) = RETRY-UPLOAD-ID AND
                  (DLV-STATUS(DLV-IDX) = "FAILED" OR
                   DLV-STATUS(DLV-IDX) = "HELD" OR
                   DLV-STATUS(DLV-IDX) = "GONE" OR
                   DLV-STATUS(DLV-IDX) = "SKIPPED")
                   MOVE "RETRY" TO DLV-STATUS(DLV-IDX)
                   MOVE 0 TO DLV-ATTEMPTS(DLV-IDX)
                   MOVE 0 TO DLV-NEXT(DLV-IDX)
                   MOVE "released for retry by operator"
                       TO DLV-OUTCOME(DLV-IDX)
                   ADD 1 TO DLV-FOUND
               END-IF
           END-PERFORM

           MOVE DLV-FOUND TO COUNT-DISPLAY
           DISPLAY "Upload delivery: " FUNCTION TRIM(COUNT-DISPLAY)
               " delivery(ies) of " FUNCTION TRIM(RETRY-UPLOAD-ID)
               " back on the schedule"

           EXIT PARAGRAPH.

       WRITE-DELIVERY-LOG-LINE.
           MOVE NOW-EPOCH TO STAMP-EPOCH
           PERFORM FORMAT-EPOCH-STAMP
           MOVE DLV-ATTEMPTS(DLV-IDX) TO ATTEMPTS-DISP
           MOVE SPACES TO DELIVERY-LOG-LINE
           STRING STAMP-TEXT DELIMITED BY SIZE
                  " id=" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-ID(DLV-IDX)) DELIMITED BY SIZE
                  " dest=" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-DEST(DLV-IDX)) DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-STATUS(DLV-IDX)) DELIMITED BY SIZE
                  " attempt=" DELIMITED BY SIZE
                  FUNCTION TRIM(ATTEMPTS-DISP) DELIMITED BY SIZE
                  " outcome=" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-OUTCOME(DLV-IDX))
                      DELIMITED BY SIZE
                  INTO DELIVERY-LOG-LINE

           OPEN EXTEND DELIVERY-LOG-FILE
           IF DELIVERY-LOG-STATUS = "35"
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           WRITE DELIVERY-LOG-RECORD FROM DELIVERY-LOG-LINE
           CLOSE DELIVERY-LOG-FILE
           DISPLAY FUNCTION TRIM(DELIVERY-LOG-LINE)

           EXIT PARAGRAPH.

       WRITE-STATUS-REPORT.
           MOVE 0 TO CNT-PENDING CNT-RETRY CNT-FAILED CNT-HELD
               CNT-GONE CNT-DELIVERED-TODAY CNT-DELIVERED CNT-SKIPPED
           MOVE NOW-EPOCH TO STAMP-EPOCH
           PERFORM FORMAT-EPOCH-STAMP
           MOVE STAMP-DATE TO TODAY-UTC

           MOVE SPACES TO REPORT-FILE-NAME
           STRING "delivery_status_" DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "WARN: cannot write "
                   FUNCTION TRIM(REPORT-FILE-NAME) " (status "
                   REPORT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "UPLOAD DELIVERY STATUS  run date " DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  "  as of " DELIMITED BY SIZE
                  STAMP-TEXT DELIMITED BY SIZE
                  " UTC" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE "UNDELIVERED" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  status     upload id  file  destination  "
                      DELIMITED BY SIZE
                  "attempts  last attempt  next retry  last outcome"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           PERFORM VARYING DLV-IDX FROM 1 BY 1
               UNTIL DLV-IDX > DLV-COUNT
               EVALUATE DLV-STATUS(DLV-IDX)
                   WHEN "PENDING"
                       ADD 1 TO CNT-PENDING
                       PERFORM WRITE-UNDELIVERED-LINE
                   WHEN "RETRY"
                       ADD 1 TO CNT-RETRY
                       PERFORM WRITE-UNDELIVERED-LINE
                   WHEN "FAILED"
                       ADD 1 TO CNT-FAILED
                       PERFORM WRITE-UNDELIVERED-LINE
                   WHEN "HELD"
                       ADD 1 TO CNT-HELD
                       PERFORM WRITE-UNDELIVERED-LINE
                   WHEN "GONE"
                       ADD 1 TO CNT-GONE
                       PERFORM WRITE-UNDELIVERED-LINE
                   WHEN "DELIVERED"
                       ADD 1 TO CNT-DELIVERED
                   WHEN "SKIPPED"
                       ADD 1 TO CNT-SKIPPED
               END-EVALUATE
           END-PERFORM
           IF CNT-PENDING + CNT-RETRY + CNT-FAILED + CNT-HELD +
              CNT-GONE = 0
               MOVE "  (nothing outstanding)" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "DELIVERED TODAY" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           PERFORM VARYING DLV-IDX FROM 1 BY 1
               UNTIL DLV-IDX > DLV-COUNT
               IF DLV-STATUS(DLV-IDX) = "DELIVERED"
                   MOVE DLV-LAST(DLV-IDX) TO STAMP-EPOCH
                   PERFORM FORMAT-EPOCH-STAMP
                   IF STAMP-DATE = TODAY-UTC
                       ADD 1 TO CNT-DELIVERED-TODAY
                       MOVE DLV-ATTEMPTS(DLV-IDX) TO ATTEMPTS-DISP
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM(DLV-ID(DLV-IDX))
                                  DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              FUNCTION TRIM(DLV-FILENAME(DLV-IDX))
                                  DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              FUNCTION TRIM(DLV-DEST(DLV-IDX))
                                  DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              STAMP-TEXT DELIMITED BY SIZE
                              "  attempts=" DELIMITED BY SIZE
                              FUNCTION TRIM(ATTEMPTS-DISP)
                                  DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              FUNCTION TRIM(DLV-OUTCOME(DLV-IDX))
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE REPORT-RECORD FROM REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF CNT-DELIVERED-TODAY = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           COMPUTE COUNT-DISPLAY = CNT-PENDING + CNT-RETRY +
               CNT-FAILED + CNT-HELD + CNT-GONE
           MOVE "undelivered:" TO REPORT-LINE
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "  waiting first attempt:" TO REPORT-LINE
           MOVE CNT-PENDING TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "  retrying:" TO REPORT-LINE
           MOVE CNT-RETRY TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "  failed (retries used up):" TO REPORT-LINE
           MOVE CNT-FAILED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "  held (checksum):" TO REPORT-LINE
           MOVE CNT-HELD TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "  gone before delivery:" TO REPORT-LINE
           MOVE CNT-GONE TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "delivered today:" TO REPORT-LINE
           MOVE CNT-DELIVERED-TODAY TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "delivered, receipts on file:" TO REPORT-LINE
           MOVE CNT-DELIVERED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "skipped (before delivery):" TO REPORT-LINE
           MOVE CNT-SKIPPED TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "approved, no rule matches:" TO REPORT-LINE
           MOVE NO-RULE-COUNT TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF DLV-OVERFLOW > 0
               MOVE "not tracked (table full):" TO REPORT-LINE
               MOVE DLV-OVERFLOW TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO REPORT-LINE(33:9)
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           CLOSE REPORT-FILE

           EXIT PARAGRAPH.

       WRITE-UNDELIVERED-LINE.
           MOVE DLV-ATTEMPTS(DLV-IDX) TO ATTEMPTS-DISP
           MOVE "-" TO STAMP-TEXT-2
           IF DLV-LAST(DLV-IDX) > 0
               MOVE DLV-LAST(DLV-IDX) TO STAMP-EPOCH
               PERFORM FORMAT-EPOCH-STAMP
               MOVE STAMP-TEXT TO STAMP-TEXT-2
           END-IF
           MOVE "-" TO STAMP-TEXT
           IF DLV-STATUS(DLV-IDX) = "PENDING" OR
              DLV-STATUS(DLV-IDX) = "RETRY"
               MOVE "next pass" TO STAMP-TEXT
               IF DLV-NEXT(DLV-IDX) > NOW-EPOCH
                   MOVE DLV-NEXT(DLV-IDX) TO STAMP-EPOCH
                   PERFORM FORMAT-EPOCH-STAMP
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  DLV-STATUS(DLV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-ID(DLV-IDX)) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-FILENAME(DLV-IDX))
                      DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-DEST(DLV-IDX)) DELIMITED BY SIZE
                  "  attempts=" DELIMITED BY SIZE
                  FUNCTION TRIM(ATTEMPTS-DISP) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(STAMP-TEXT-2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(STAMP-TEXT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-OUTCOME(DLV-IDX))
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           EXIT PARAGRAPH.

       FORMAT-EPOCH-STAMP.
      *> Epoch seconds to "YYYY-MM-DD hh:mm:ss", UTC.
           COMPUTE STAMP-DATE = FUNCTION DATE-OF-INTEGER(
               EPOCH-BASE-DAY + STAMP-EPOCH / 86400)
           COMPUTE STAMP-SECS = FUNCTION MOD(STAMP-EPOCH, 86400)
           COMPUTE STAMP-HH = STAMP-SECS / 3600
           COMPUTE STAMP-MM = FUNCTION MOD(STAMP-SECS, 3600) / 60
           COMPUTE STAMP-SS = FUNCTION MOD(STAMP-SECS, 60)
           MOVE SPACES TO STAMP-TEXT
           STRING STAMP-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  STAMP-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  STAMP-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAMP-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-SS DELIMITED BY SIZE
                  INTO STAMP-TEXT
           EXIT PARAGRAPH.

       LOAD-RECEIPTS.
           MOVE RECEIPTS-FILE-NAME TO RECEIPTS-IO-NAME
           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTS-FILE-STATUS = "35"
               MOVE "Y" TO FIRST-RUN
               EXIT PARAGRAPH
           END-IF
           IF RECEIPTS-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot read "
                   FUNCTION TRIM(RECEIPTS-FILE-NAME) " (status "
                   RECEIPTS-FILE-STATUS ")"
               PERFORM RELEASE-DELIVERY-LOCK
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL RECEIPTS-FILE-STATUS = "10"
               READ RECEIPTS-FILE INTO RECEIPTS-LINE
                   AT END
                       MOVE "10" TO RECEIPTS-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-RECEIPT-LINE
               END-READ
           END-PERFORM

           CLOSE RECEIPTS-FILE

           EXIT PARAGRAPH.

       APPLY-RECEIPT-LINE.
           IF RECEIPTS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RCPT-FIELD-ID RCPT-FIELD-FILENAME
               RCPT-FIELD-DEST RCPT-FIELD-STATUS RCPT-FIELD-ATTEMPTS
               RCPT-FIELD-FIRST RCPT-FIELD-LAST RCPT-FIELD-NEXT
               RCPT-FIELD-OUTCOME
           UNSTRING RECEIPTS-LINE DELIMITED BY "|"
               INTO RCPT-FIELD-ID RCPT-FIELD-FILENAME RCPT-FIELD-DEST
                    RCPT-FIELD-STATUS RCPT-FIELD-ATTEMPTS
                    RCPT-FIELD-FIRST RCPT-FIELD-LAST RCPT-FIELD-NEXT
                    RCPT-FIELD-OUTCOME
           IF RCPT-FIELD-ID = SPACES OR RCPT-FIELD-DEST = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DLV-COUNT >= DLV-TABLE-MAX
               ADD 1 TO DLV-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DLV-COUNT
           MOVE DLV-COUNT TO DLV-IDX
           INITIALIZE DLV-ENTRY(DLV-IDX)
           MOVE RCPT-FIELD-ID TO DLV-ID(DLV-IDX)
           MOVE RCPT-FIELD-FILENAME TO DLV-FILENAME(DLV-IDX)
           MOVE RCPT-FIELD-DEST TO DLV-DEST(DLV-IDX)
           MOVE RCPT-FIELD-STATUS TO DLV-STATUS(DLV-IDX)
           COMPUTE DLV-ATTEMPTS(DLV-IDX) =
               FUNCTION NUMVAL(RCPT-FIELD-ATTEMPTS)
           COMPUTE DLV-FIRST(DLV-IDX) =
               FUNCTION NUMVAL(RCPT-FIELD-FIRST)
           COMPUTE DLV-LAST(DLV-IDX) =
               FUNCTION NUMVAL(RCPT-FIELD-LAST)
           COMPUTE DLV-NEXT(DLV-IDX) =
               FUNCTION NUMVAL(RCPT-FIELD-NEXT)
           MOVE RCPT-FIELD-OUTCOME TO DLV-OUTCOME(DLV-IDX)

           EXIT PARAGRAPH.

       SAVE-RECEIPTS.
      *> Rewritten whole through a .tmp file and renamed, so a crash
      *> mid-write leaves the previous receipts intact.
           MOVE SPACES TO RECEIPTS-IO-NAME
           STRING FUNCTION TRIM(RECEIPTS-FILE-NAME) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO RECEIPTS-IO-NAME
           OPEN OUTPUT RECEIPTS-FILE
           IF RECEIPTS-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write "
                   FUNCTION TRIM(RECEIPTS-IO-NAME) " (status "
                   RECEIPTS-FILE-STATUS ")"
               MOVE "Y" TO RECEIPTS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DLV-IDX FROM 1 BY 1
               UNTIL DLV-IDX > DLV-COUNT
               PERFORM BUILD-RECEIPT-LINE
               WRITE RECEIPTS-RECORD FROM RECEIPTS-LINE
           END-PERFORM

           CLOSE RECEIPTS-FILE

           MOVE SPACES TO RECALL-COMMAND
           STRING "mv " DELIMITED BY SIZE
                  FUNCTION TRIM(RECEIPTS-IO-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(RECEIPTS-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RECALL-COMMAND
           CALL "system" USING RECALL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "Error: cannot replace "
                   FUNCTION TRIM(RECEIPTS-FILE-NAME)
               MOVE "Y" TO RECEIPTS-FAILED
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO FIRST-RUN

           EXIT PARAGRAPH.

       BUILD-RECEIPT-LINE.
           MOVE SPACES TO RECEIPTS-LINE
           MOVE 1 TO RCPT-PTR
           MOVE DLV-ATTEMPTS(DLV-IDX) TO ATTEMPTS-DISP
           STRING FUNCTION TRIM(DLV-ID(DLV-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-FILENAME(DLV-IDX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-DEST(DLV-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-STATUS(DLV-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(ATTEMPTS-DISP) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO RECEIPTS-LINE WITH POINTER RCPT-PTR
           MOVE DLV-FIRST(DLV-IDX) TO EPOCH-DISP
           STRING EPOCH-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO RECEIPTS-LINE WITH POINTER RCPT-PTR
           MOVE DLV-LAST(DLV-IDX) TO EPOCH-DISP
           STRING EPOCH-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO RECEIPTS-LINE WITH POINTER RCPT-PTR
           MOVE DLV-NEXT(DLV-IDX) TO EPOCH-DISP
           STRING EPOCH-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DLV-OUTCOME(DLV-IDX))
                      DELIMITED BY SIZE
                  INTO RECEIPTS-LINE WITH POINTER RCPT-PTR
           EXIT PARAGRAPH.

       ACQUIRE-DELIVERY-LOCK.
      *> <receipts>.lock holds the owning pid. O_CREAT+O_EXCL is the
      *> lock; one left by a process that no longer exists is
      *> removed and taken over. LOCK-RESULT 0 means we hold it.
           MOVE SPACES TO LOCK-PATH
           STRING FUNCTION TRIM(RECEIPTS-FILE-NAME) DELIMITED BY SIZE
                  ".lock" DELIMITED BY SIZE
                  INTO LOCK-PATH
           MOVE SPACES TO LOCK-OPEN
           STRING FUNCTION TRIM(LOCK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOCK-OPEN
           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY

           PERFORM 2 TIMES
               CALL "open" USING BY REFERENCE LOCK-OPEN,
                                 BY VALUE 193,
                                 BY VALUE 420
                                 RETURNING LOCK-FD
               IF LOCK-FD >= 0
                   CALL "write" USING BY VALUE LOCK-FD,
                       BY REFERENCE PROCESS-ID-DISPLAY,
                       BY VALUE LENGTH OF PROCESS-ID-DISPLAY
                       RETURNING LOCK-RESULT
                   CALL "close" USING BY VALUE LOCK-FD
                   MOVE 0 TO LOCK-RESULT
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO LOCK-PID-TEXT
               CALL "open" USING BY REFERENCE LOCK-OPEN,
                                 BY VALUE 0
                                 RETURNING LOCK-FD
               IF LOCK-FD >= 0
                   CALL "read" USING BY VALUE LOCK-FD,
                       BY REFERENCE LOCK-PID-TEXT,
                       BY VALUE LENGTH OF LOCK-PID-TEXT
                       RETURNING LOCK-RESULT
                   CALL "close" USING BY VALUE LOCK-FD
               END-IF
               INSPECT LOCK-PID-TEXT REPLACING ALL X"0A" BY SPACE
                                               ALL LOW-VALUE BY SPACE
               MOVE 1 TO LOCK-RESULT
               IF LOCK-PID-TEXT NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(LOCK-PID-TEXT) = 0
                   COMPUTE LOCK-PID = FUNCTION NUMVAL(LOCK-PID-TEXT)
                   CALL "kill" USING BY VALUE LOCK-PID,
                                     BY VALUE 0
                                     RETURNING LOCK-RESULT
                   IF LOCK-RESULT = 0
                       MOVE 1 TO LOCK-RESULT
                       EXIT PERFORM
                   END-IF
               END-IF
               DISPLAY "Upload delivery: stale lock "
                   FUNCTION TRIM(LOCK-PATH) " removed"
               CALL "remove" USING BY REFERENCE LOCK-OPEN
                   RETURNING LOCK-RESULT
               MOVE 1 TO LOCK-RESULT
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-DELIVERY-LOCK.
           CALL "remove" USING BY REFERENCE LOCK-OPEN
               RETURNING LOCK-RESULT
           EXIT PARAGRAPH.

       LOAD-DELIVERY-RULES.
           OPEN INPUT RULES-FILE
           IF RULES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RULES-FILE-STATUS = "10"
               READ RULES-FILE INTO RULES-LINE
                   AT END
                       MOVE "10" TO RULES-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-RULES-LINE
               END-READ
           END-PERFORM

           CLOSE RULES-FILE

           EXIT PARAGRAPH.

       APPLY-RULES-LINE.
           MOVE FUNCTION TRIM(RULES-LINE) TO RULES-LINE
           IF RULES-LINE = SPACES OR RULES-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RULE-FIELD-1 RULE-FIELD-2 RULE-FIELD-3
               RULE-FIELD-4 RULE-FIELD-5
           UNSTRING RULES-LINE DELIMITED BY "|"
               INTO RULE-FIELD-1 RULE-FIELD-2 RULE-FIELD-3
                    RULE-FIELD-4 RULE-FIELD-5
           MOVE FUNCTION TRIM(RULE-FIELD-4) TO RULE-FIELD-4

           IF RULE-FIELD-4(1:4) NOT = "dir:" AND
              RULE-FIELD-4(1:7) NOT = "http://"
               DISPLAY "WARN: delivery rule ignored, destination "
                   "must be dir:... or http://...: "
                   FUNCTION TRIM(RULES-LINE)
               EXIT PARAGRAPH
           END-IF
           IF RULE-COUNT >= 50
               DISPLAY "WARN: more than 50 delivery rules, ignoring "
                   FUNCTION TRIM(RULES-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO RULE-COUNT
           MOVE FUNCTION TRIM(RULE-FIELD-1) TO RULE-UPLOADER(RULE-COUNT)
           MOVE FUNCTION TRIM(RULE-FIELD-2) TO RULE-FILENAME(RULE-COUNT)
           MOVE FUNCTION TRIM(RULE-FIELD-3) TO RULE-CTYPE(RULE-COUNT)
           MOVE RULE-FIELD-4 TO RULE-DEST(RULE-COUNT)
           MOVE FUNCTION TRIM(RULE-FIELD-5) TO RULE-HEADER(RULE-COUNT)

           EXIT PARAGRAPH.

       PARSE-RETRY-SCHEDULE.
           MOVE 0 TO RETRY-COUNT
           MOVE 1 TO RETRY-PTR
           PERFORM UNTIL RETRY-PTR > LENGTH OF RETRY-MINUTES-TEXT OR
                         RETRY-COUNT >= 12
               MOVE SPACES TO RETRY-PIECE
               UNSTRING RETRY-MINUTES-TEXT DELIMITED BY ","
                   INTO RETRY-PIECE WITH POINTER RETRY-PTR
               IF FUNCTION TRIM(RETRY-PIECE) = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO RETRY-COUNT
               COMPUTE RETRY-WAIT(RETRY-COUNT) =
                   FUNCTION NUMVAL(RETRY-PIECE)
           END-PERFORM
           EXIT PARAGRAPH.

       LOAD-DELIVERY-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-DELIVERY-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-DELIVERY-CONFIG-LINE.
           MOVE FUNCTION TRIM(CONFIG-LINE) TO CONFIG-LINE

           IF CONFIG-LINE = SPACES OR CONFIG-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CONFIG-EQ-POS
           INSPECT CONFIG-LINE TALLYING CONFIG-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="

           IF CONFIG-EQ-POS = 0 OR
               CONFIG-EQ-POS >= FUNCTION LENGTH(CONFIG-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VAL
           MOVE CONFIG-LINE(1:CONFIG-EQ-POS) TO CONFIG-KEY
           MOVE CONFIG-LINE(CONFIG-EQ-POS + 2:) TO CONFIG-VAL
           MOVE FUNCTION TRIM(CONFIG-KEY) TO CONFIG-KEY
           MOVE FUNCTION TRIM(CONFIG-VAL) TO CONFIG-VAL

           EVALUATE CONFIG-KEY
               WHEN "UPLOAD_STORE_DIR"
                   MOVE CONFIG-VAL TO STORE-DIR
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CRYPT-KEY-FILE
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
                   MOVE CONFIG-VAL TO TEMP-DIR
               WHEN "DELIVERY_RULES_FILE"
                   MOVE CONFIG-VAL TO RULES-FILE-NAME
               WHEN "DELIVERY_RECEIPTS"
                   MOVE CONFIG-VAL TO RECEIPTS-FILE-NAME
               WHEN "DELIVERY_LOG"
                   MOVE CONFIG-VAL TO DELIVERY-LOG-NAME
               WHEN "DELIVERY_INTERVAL_SECS"
                   COMPUTE DLV-INTERVAL-SECS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "DELIVERY_RETRY_MINUTES"
                   MOVE CONFIG-VAL TO RETRY-MINUTES-TEXT
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY UPLOAD-CHECKSUM.
       COPY FILE-CRYPT.

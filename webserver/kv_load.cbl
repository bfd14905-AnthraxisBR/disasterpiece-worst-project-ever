       IDENTIFICATION DIVISION.
       PROGRAM-ID. KV-LOAD.

      *> Batch transaction loader for the /kv store: applies a
      *> sequential file of add/change/delete records to kvstore.dat
      *> with the same record locking, version numbering, history
      *> (KV-HIST) and change feed (KV-CHANGE) as a write through
      *> ROUTE-KV, so month-end reference data no longer goes in
      *> through a shell loop around kv_cli.
      *>
      *> Usage:  KV-LOAD <transaction-file> [fresh]
      *> One transaction per line:
      *>     A|<key>|<value>     add (the key must not exist)
      *>     C|<key>|<value>     change (the key must exist)
      *>     D|<key>             delete (the key must exist)
      *> The value is everything after the second "|". Blank lines
      *> and "#" comments are skipped. Each record is edited first
      *> -- action code, key present, at most 64 characters and no
      *> blanks, value present and at most 1024 characters, numeric
      *> where the key starts with one of KV_NUMERIC_PREFIXES from
      *> server.conf -- and a record that fails (or finds the key
      *> in the wrong state) goes to <transaction-file>.rej as
      *>     record-no|reason-code|reason|original line
      *> The edit report, with control totals read/applied/rejected
      *> by action, lands in kv_load_YYYYMMDD.txt.
      *>
      *> Restart: the position is checkpointed to
      *> <transaction-file>.ckpt after every record, together with
      *> the running totals. Before a record touches the store the
      *> checkpoint names it as pending with the version the key
      *> will be left at, so a rerun after an abend resumes after
      *> the last finished record and can tell whether the one in
      *> flight reached the store -- nothing is applied twice. A
      *> finished file is marked complete and a rerun does nothing;
      *> "fresh" ignores any checkpoint and starts from record 1.
      *> Exit codes: 0 all applied, 1 some rejected, 2 stopped on a
      *> store error or lock contention (rerun to resume), 3 usage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KV-STORE-FILE-CONTROL.
           COPY KV-HIST-FILE-CONTROL.
           COPY KV-CHANGE-FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO TRAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT CKPT-FILE ASSIGN TO CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY KV-STORE-FD.
       COPY KV-HIST-FD.
       COPY KV-CHANGE-FD.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD TRAN-FILE.
       01 TRAN-RECORD PIC X(1200).
       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(1300).
       FD CKPT-FILE.
       01 CKPT-RECORD PIC X(256).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       COPY KV-STORE-FIELDS.
       COPY KV-HIST-FIELDS.
       COPY KV-CHANGE-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

      *> KV_NUMERIC_PREFIXES: comma-separated key prefixes whose
      *> values must be numbers (rate codes, limits, counters).
       01 NUMERIC-PREFIX-LIST   PIC X(192) VALUE SPACES.
       01 NUMERIC-PREFIX-TABLE.
           05 NUMERIC-PREFIX OCCURS 20 TIMES PIC X(64).
       01 NUMERIC-PREFIX-COUNT  PIC 9(4) COMP-5 VALUE 0.
       01 NUMERIC-PREFIX-IDX    PIC 9(4) COMP-5.
       01 NUMERIC-PREFIX-LEN    PIC 9(4) COMP-5.
       01 NUMERIC-PREFIX-PTR    PIC 9(4) COMP-5.
       01 NUMERIC-REQUIRED      PIC X.

       01 COMMAND-LINE-ARGS     PIC X(512).
       01 ARG-MODE              PIC X(16).
       01 TRAN-FILE-NAME        PIC X(256) VALUE SPACES.
       01 TRAN-FILE-STATUS      PIC XX.
       01 TRAN-LINE             PIC X(1200).
       01 REJECT-FILE-NAME      PIC X(256).
       01 REJECT-FILE-STATUS    PIC XX.
       01 REJECT-LINE           PIC X(1300).
       01 CKPT-FILE-NAME        PIC X(256).
       01 CKPT-FILE-STATUS      PIC XX.
       01 REPORT-FILE-NAME      PIC X(256).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(256).
       01 RUN-DATE-STAMP        PIC X(8).

      *> The checkpoint record: position, the record in flight (if
      *> any), and the running control totals, rewritten whole
      *> after every record. Totals are kept in this image so a
      *> resumed run reports the whole file, not just its tail.
      *> Rows of CKPT-ACTION-TOTALS: 1 add, 2 change, 3 delete,
      *> 4 unrecognized action code.
       01 CKPT-IMAGE.
           05 CKPT-STATE            PIC X(8).
           05 CKPT-RECNO            PIC 9(9).
           05 CKPT-PEND-ACTION      PIC X.
           05 CKPT-PEND-VERSION     PIC 9(9).
           05 CKPT-PEND-KEY         PIC X(64).
           05 CKPT-SKIPPED          PIC 9(9).
           05 CKPT-ACTION-TOTALS OCCURS 4 TIMES.
               10 CKPT-READ         PIC 9(9).
               10 CKPT-APPLIED      PIC 9(9).
               10 CKPT-REJECTED     PIC 9(9).
       01 CKPT-RESUMING         PIC X VALUE "N".
       01 CKPT-RESUME-AFTER     PIC 9(9) VALUE 0.
       01 CKPT-RESUME-STATE     PIC X(8) VALUE SPACES.
       01 CKPT-RESUME-ACTION    PIC X.
       01 CKPT-RESUME-VERSION   PIC 9(9).
       01 CKPT-RESUME-KEY       PIC X(64).

       01 LOAD-RECNO            PIC 9(9) COMP-5 VALUE 0.
       01 LOAD-RECNO-DISP       PIC 9(9).
       01 LOAD-STOPPED          PIC X VALUE "N".
       01 LOAD-NOW              PIC 9(10) COMP-5.

      *> The record being processed.
       01 TRAN-ACTION-TXT       PIC X(8).
       01 TRAN-ACTION           PIC X.
       01 TRAN-ROW              PIC 9(4) COMP-5.
       01 TRAN-KEY-TXT          PIC X(80).
       01 TRAN-KEY-LEN          PIC 9(4) COMP-5.
       01 TRAN-KEY              PIC X(64).
       01 TRAN-VALUE            PIC X(1200).
       01 TRAN-VALUE-LEN        PIC 9(4) COMP-5.
       01 TRAN-POINTER          PIC 9(5) COMP-5.
       01 TRAN-BLANKS           PIC 9(4) COMP-5.
       01 TRAN-DIGITS           PIC 9(4) COMP-5.
       01 TRAN-POINTS           PIC 9(4) COMP-5.
       01 TRAN-POS              PIC 9(4) COMP-5.
       01 TRAN-NUMERIC-OK       PIC X.

       01 REJECT-CODE           PIC X(3).
       01 REJECT-REASON         PIC X(40).

      *> Store verb state; the retry discipline is kv_cli's (twenty
      *> 20 ms waits on status 51/99), but a store that stays busy
      *> stops the run for a restart rather than rejecting a good
      *> record.
       01 LOAD-OP-RETRY         PIC X.
       01 LOAD-OP-TRIES         PIC 9(4) COMP-5.
       01 LOAD-EXISTS           PIC X.
       01 LOAD-LIVE             PIC X.
       01 LOAD-OLD-VALUE        PIC X(1024).
       01 LOAD-OLD-VERSION      PIC 9(9) COMP-5.
       01 LOAD-NEW-VERSION      PIC 9(9) COMP-5.
       01 LOAD-PENDING-APPLIED  PIC X.

       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.
       01 COUNT-DISPLAY-3       PIC Z(8)9.
       01 TOTAL-READ            PIC 9(9) COMP-5.
       01 TOTAL-APPLIED         PIC 9(9) COMP-5.
       01 TOTAL-REJECTED        PIC 9(9) COMP-5.
       01 ACTION-LABEL          PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-STAMP

           PERFORM LOAD-LOADER-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO ARG-MODE
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO TRAN-FILE-NAME ARG-MODE

           IF FUNCTION TRIM(TRAN-FILE-NAME) = SPACES OR
              (FUNCTION TRIM(ARG-MODE) NOT = SPACES AND
               FUNCTION TRIM(ARG-MODE) NOT = "fresh")
               DISPLAY "Usage: kv_load <transaction-file> [fresh]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CKPT-FILE-NAME
           STRING FUNCTION TRIM(TRAN-FILE-NAME) DELIMITED BY SIZE
                  ".ckpt" DELIMITED BY SIZE
                  INTO CKPT-FILE-NAME
           MOVE SPACES TO REJECT-FILE-NAME
           STRING FUNCTION TRIM(TRAN-FILE-NAME) DELIMITED BY SIZE
                  ".rej" DELIMITED BY SIZE
                  INTO REJECT-FILE-NAME
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "kv_load_" DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME

           PERFORM RESET-CHECKPOINT-IMAGE
           IF FUNCTION TRIM(ARG-MODE) NOT = "fresh"
               PERFORM READ-CHECKPOINT
           END-IF

           IF CKPT-RESUME-STATE = "COMPLETE"
               DISPLAY "KV load: " FUNCTION TRIM(TRAN-FILE-NAME)
                   " was already loaded completely (checkpoint "
                   FUNCTION TRIM(CKPT-FILE-NAME)
                   "); rerun with fresh to load it again"
               STOP RUN
           END-IF

           OPEN INPUT TRAN-FILE
           IF TRAN-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot read transaction file "
                   FUNCTION TRIM(TRAN-FILE-NAME)
                   " (status " TRAN-FILE-STATUS ")"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O KV-FILE
           IF KV-STORE-FILE-STATUS = "35"
               OPEN OUTPUT KV-FILE
               CLOSE KV-FILE
               OPEN I-O KV-FILE
           END-IF
           IF KV-STORE-FILE-STATUS NOT = "00"
               DISPLAY "Error: kv store unavailable (status "
                   KV-STORE-FILE-STATUS ")"
               CLOSE TRAN-FILE
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CKPT-RESUMING = "Y"
               OPEN EXTEND REJECT-FILE
               IF REJECT-FILE-STATUS = "35"
                   OPEN OUTPUT REJECT-FILE
               END-IF
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "KV TRANSACTION LOAD  run date " DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  "  file " DELIMITED BY SIZE
                  FUNCTION TRIM(TRAN-FILE-NAME) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF CKPT-RESUMING = "Y"
               MOVE CKPT-RESUME-AFTER TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "RESUMED after record " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " -- earlier rejects are in " DELIMITED BY SIZE
                      FUNCTION TRIM(REJECT-FILE-NAME)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE "RUNNING" TO CKPT-STATE
           PERFORM UNTIL TRAN-FILE-STATUS = "10" OR
                         LOAD-STOPPED = "Y"
               READ TRAN-FILE INTO TRAN-LINE
                   AT END
                       MOVE "10" TO TRAN-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LOAD-RECNO
                       IF LOAD-RECNO > CKPT-RESUME-AFTER
                           PERFORM PROCESS-TRAN-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRAN-FILE
           CLOSE KV-FILE
           CLOSE REJECT-FILE

           IF LOAD-STOPPED = "N"
               MOVE "COMPLETE" TO CKPT-STATE
               MOVE SPACES TO CKPT-PEND-ACTION
               MOVE 0 TO CKPT-PEND-VERSION
               MOVE SPACES TO CKPT-PEND-KEY
               PERFORM WRITE-CHECKPOINT
           END-IF

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "KV load report written: "
               FUNCTION TRIM(REPORT-FILE-NAME)

           EVALUATE TRUE
               WHEN LOAD-STOPPED = "Y"
                   MOVE 2 TO RETURN-CODE
               WHEN TOTAL-REJECTED > 0
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       PROCESS-TRAN-RECORD.
           MOVE LOAD-RECNO TO LOAD-RECNO-DISP
           INSPECT TRAN-LINE REPLACING ALL X"0D" BY " "

           IF TRAN-LINE = SPACES OR
              FUNCTION TRIM(TRAN-LINE)(1:1) = "#"
               ADD 1 TO CKPT-SKIPPED
               MOVE LOAD-RECNO TO CKPT-RECNO
               EXIT PARAGRAPH
           END-IF

           PERFORM EDIT-TRAN-RECORD
           IF REJECT-CODE NOT = SPACES
               PERFORM REJECT-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF

      *> The record that was in flight when the previous run died:
      *> if the store already shows its effect, count it and move
      *> on instead of applying it again.
           IF CKPT-RESUMING = "Y" AND
              CKPT-RESUME-STATE = "PENDING" AND
              LOAD-RECNO = CKPT-RESUME-AFTER + 1 AND
              CKPT-RESUME-KEY = TRAN-KEY AND
              CKPT-RESUME-ACTION = TRAN-ACTION
               PERFORM CHECK-PENDING-APPLIED
               MOVE SPACES TO CKPT-RESUME-STATE
               IF LOAD-PENDING-APPLIED = "Y"
                   ADD 1 TO CKPT-APPLIED(TRAN-ROW)
                   PERFORM FINISH-TRAN-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO LOAD-OP-TRIES
           MOVE "Y" TO LOAD-OP-RETRY
           PERFORM UNTIL LOAD-OP-RETRY = "N"
               PERFORM APPLY-TRAN-ONCE
               IF LOAD-OP-RETRY = "Y"
                   ADD 1 TO LOAD-OP-TRIES
                   IF LOAD-OP-TRIES > 20
                       DISPLAY "Error: store busy at record "
                           LOAD-RECNO-DISP " (lock contention)"
                       MOVE "Y" TO LOAD-STOPPED
                       MOVE "N" TO LOAD-OP-RETRY
                   ELSE
                       CALL "usleep" USING BY VALUE 20000
                   END-IF
               END-IF
           END-PERFORM

           IF LOAD-STOPPED = "Y"
               PERFORM WRITE-STOP-LINE
               EXIT PARAGRAPH
           END-IF

           IF REJECT-CODE NOT = SPACES
               PERFORM REJECT-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CKPT-APPLIED(TRAN-ROW)
           PERFORM FINISH-TRAN-RECORD

           EXIT PARAGRAPH.

       EDIT-TRAN-RECORD.
      *> Field edits that need no store access. TRAN-ROW picks the
      *> control-total row; an unknown action code counts on row 4.
           MOVE SPACES TO REJECT-CODE
           MOVE SPACES TO TRAN-ACTION-TXT
           MOVE SPACES TO TRAN-KEY-TXT
           MOVE SPACES TO TRAN-VALUE
           MOVE 0 TO TRAN-KEY-LEN
           MOVE 1 TO TRAN-POINTER
           UNSTRING TRAN-LINE DELIMITED BY "|"
               INTO TRAN-ACTION-TXT
                    TRAN-KEY-TXT COUNT IN TRAN-KEY-LEN
               WITH POINTER TRAN-POINTER
           IF TRAN-POINTER <= FUNCTION LENGTH(TRAN-LINE)
               MOVE TRAN-LINE(TRAN-POINTER:) TO TRAN-VALUE
           END-IF

           MOVE FUNCTION TRIM(TRAN-ACTION-TXT) TO TRAN-ACTION-TXT
           MOVE TRAN-ACTION-TXT(1:1) TO TRAN-ACTION
           EVALUATE TRUE
               WHEN TRAN-ACTION-TXT = "A"
                   MOVE 1 TO TRAN-ROW
               WHEN TRAN-ACTION-TXT = "C"
                   MOVE 2 TO TRAN-ROW
               WHEN TRAN-ACTION-TXT = "D"
                   MOVE 3 TO TRAN-ROW
               WHEN OTHER
                   MOVE 4 TO TRAN-ROW
           END-EVALUATE
           ADD 1 TO CKPT-READ(TRAN-ROW)

           MOVE SPACES TO TRAN-KEY
           MOVE TRAN-KEY-TXT TO TRAN-KEY

           IF TRAN-ROW = 4
               MOVE "R01" TO REJECT-CODE
               MOVE "INVALID ACTION CODE" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF TRAN-KEY-TXT = SPACES
               MOVE "R02" TO REJECT-CODE
               MOVE "KEY MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF TRAN-KEY-LEN > 64
               MOVE "R03" TO REJECT-CODE
               MOVE "KEY LONGER THAN 64" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TRAN-BLANKS
           INSPECT TRAN-KEY-TXT(1:TRAN-KEY-LEN)
               TALLYING TRAN-BLANKS FOR ALL " "
           IF TRAN-BLANKS > 0
               MOVE "R04" TO REJECT-CODE
               MOVE "KEY CONTAINS BLANKS" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF TRAN-ACTION = "D"
               EXIT PARAGRAPH
           END-IF

           IF TRAN-VALUE = SPACES
               MOVE "R05" TO REJECT-CODE
               MOVE "VALUE MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE TRAN-VALUE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(TRAN-VALUE TRAILING))
           IF TRAN-VALUE-LEN > 1024
               MOVE "R06" TO REJECT-CODE
               MOVE "VALUE LONGER THAN 1024" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-NUMERIC-PREFIX
           IF NUMERIC-REQUIRED = "Y"
               PERFORM CHECK-NUMERIC-VALUE
               IF TRAN-NUMERIC-OK = "N"
                   MOVE "R07" TO REJECT-CODE
                   MOVE "VALUE NOT NUMERIC FOR KEY PREFIX"
                       TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXIT PARAGRAPH.

       CHECK-NUMERIC-PREFIX.
           MOVE "N" TO NUMERIC-REQUIRED
           PERFORM VARYING NUMERIC-PREFIX-IDX FROM 1 BY 1
               UNTIL NUMERIC-PREFIX-IDX > NUMERIC-PREFIX-COUNT
               COMPUTE NUMERIC-PREFIX-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(NUMERIC-PREFIX(NUMERIC-PREFIX-IDX)))
               IF TRAN-KEY(1:NUMERIC-PREFIX-LEN) =
                  NUMERIC-PREFIX(NUMERIC-PREFIX-IDX)
                      (1:NUMERIC-PREFIX-LEN)
                   MOVE "Y" TO NUMERIC-REQUIRED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       CHECK-NUMERIC-VALUE.
      *> An optional sign, digits, at most one decimal point, and
      *> at least one digit; surrounding blanks are allowed.
           MOVE "Y" TO TRAN-NUMERIC-OK
           MOVE 0 TO TRAN-DIGITS
           MOVE 0 TO TRAN-POINTS
           MOVE FUNCTION TRIM(TRAN-VALUE) TO TRAN-VALUE
           COMPUTE TRAN-VALUE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(TRAN-VALUE))
           PERFORM VARYING TRAN-POS FROM 1 BY 1
               UNTIL TRAN-POS > TRAN-VALUE-LEN
               EVALUATE TRUE
                   WHEN TRAN-VALUE(TRAN-POS:1) >= "0" AND
                        TRAN-VALUE(TRAN-POS:1) <= "9"
                       ADD 1 TO TRAN-DIGITS
                   WHEN TRAN-VALUE(TRAN-POS:1) = "."
                       ADD 1 TO TRAN-POINTS
                   WHEN TRAN-POS = 1 AND
                        (TRAN-VALUE(1:1) = "-" OR
                         TRAN-VALUE(1:1) = "+")
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO TRAN-NUMERIC-OK
               END-EVALUATE
           END-PERFORM
           IF TRAN-DIGITS = 0 OR TRAN-POINTS > 1
               MOVE "N" TO TRAN-NUMERIC-OK
           END-IF
           EXIT PARAGRAPH.

       APPLY-TRAN-ONCE.
      *> One attempt under the record lock: read, check the key is
      *> in the state the action needs, mark the record pending in
      *> the checkpoint with the version it will leave, then write.
      *> History and the change feed follow a successful write, the
      *> order ROUTE-KV keeps.
           MOVE "N" TO LOAD-OP-RETRY
           MOVE "N" TO LOAD-EXISTS
           MOVE "N" TO LOAD-LIVE
           MOVE 0 TO LOAD-OLD-VERSION
           MOVE SPACES TO LOAD-OLD-VALUE
           CALL "time" USING BY VALUE 0 RETURNING LOAD-NOW

           MOVE TRAN-KEY TO KV-KEY
           READ KV-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00"
                   MOVE "Y" TO LOAD-EXISTS
                   MOVE KV-VALUE TO LOAD-OLD-VALUE
                   IF KV-VERSION IS NUMERIC
                       MOVE KV-VERSION TO LOAD-OLD-VERSION
                   END-IF
                   IF KV-EXPIRES-TS = 0 OR LOAD-NOW <= KV-EXPIRES-TS
                       MOVE "Y" TO LOAD-LIVE
                   END-IF
               WHEN KV-STORE-FILE-STATUS = "23"
                   CONTINUE
               WHEN KV-STORE-FILE-STATUS = "51" OR
                    KV-STORE-FILE-STATUS = "99"
                   MOVE "Y" TO LOAD-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error: read failed at record "
                       LOAD-RECNO-DISP " (status "
                       KV-STORE-FILE-STATUS ")"
                   MOVE "Y" TO LOAD-STOPPED
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE TRUE
               WHEN TRAN-ACTION = "A" AND LOAD-LIVE = "Y"
                   MOVE "R08" TO REJECT-CODE
                   MOVE "KEY ALREADY EXISTS" TO REJECT-REASON
                   EXIT PARAGRAPH
               WHEN TRAN-ACTION NOT = "A" AND LOAD-LIVE = "N"
                   MOVE "R09" TO REJECT-CODE
                   MOVE "KEY NOT FOUND" TO REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE TRUE
               WHEN TRAN-ACTION = "D"
                   MOVE LOAD-OLD-VERSION TO LOAD-NEW-VERSION
               WHEN LOAD-EXISTS = "Y"
                   COMPUTE LOAD-NEW-VERSION = LOAD-OLD-VERSION + 1
               WHEN OTHER
                   MOVE TRAN-KEY TO KV-HIST-FOR-KEY
                   PERFORM NEXT-KV-CREATE-VERSION
                   MOVE KV-HIST-NEW-VERSION TO LOAD-NEW-VERSION
           END-EVALUATE

           MOVE "PENDING" TO CKPT-STATE
           MOVE TRAN-ACTION TO CKPT-PEND-ACTION
           MOVE LOAD-NEW-VERSION TO CKPT-PEND-VERSION
           MOVE TRAN-KEY TO CKPT-PEND-KEY
           PERFORM WRITE-CHECKPOINT

           IF TRAN-ACTION = "D"
               DELETE KV-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE TRAN-KEY TO KV-KEY
               MOVE 0 TO KV-EXPIRES-TS
               MOVE TRAN-VALUE(1:1024) TO KV-VALUE
               MOVE LOAD-NEW-VERSION TO KV-VERSION
               IF LOAD-EXISTS = "Y"
                   REWRITE KV-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE KV-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00" OR
                    KV-STORE-FILE-STATUS = "02"
                   CONTINUE
               WHEN KV-STORE-FILE-STATUS = "22" OR
                    KV-STORE-FILE-STATUS = "51" OR
                    KV-STORE-FILE-STATUS = "99"
      *> 22: a server child created the key between our READ and
      *> WRITE -- rerun the attempt against the record that now
      *> exists (an add then rejects as a duplicate).
                   MOVE "Y" TO LOAD-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error: store write failed at record "
                       LOAD-RECNO-DISP " (status "
                       KV-STORE-FILE-STATUS ")"
                   MOVE "Y" TO LOAD-STOPPED
                   EXIT PARAGRAPH
           END-EVALUATE

           IF LOAD-EXISTS = "Y"
               MOVE TRAN-KEY TO KV-HIST-FOR-KEY
               MOVE LOAD-OLD-VALUE TO KV-HIST-OLD-VALUE
               MOVE LOAD-OLD-VERSION TO KV-HIST-OLD-VERSION
               MOVE LOAD-NOW TO KV-HIST-NOW
               PERFORM APPEND-KV-HISTORY
           END-IF

           EVALUATE TRUE
               WHEN TRAN-ACTION = "D"
                   MOVE "delete" TO KV-CHANGE-OP
                   MOVE SPACES TO KV-CHANGE-VALUE
               WHEN LOAD-EXISTS = "Y"
                   MOVE "update" TO KV-CHANGE-OP
                   MOVE KV-VALUE TO KV-CHANGE-VALUE
               WHEN OTHER
                   MOVE "create" TO KV-CHANGE-OP
                   MOVE KV-VALUE TO KV-CHANGE-VALUE
           END-EVALUATE
           MOVE TRAN-KEY TO KV-CHANGE-KEY
           MOVE LOAD-NEW-VERSION TO KV-CHANGE-VERSION
           MOVE "kv_load" TO KV-CHANGE-RID
           PERFORM RECORD-KV-CHANGE

           EXIT PARAGRAPH.

       CHECK-PENDING-APPLIED.
      *> A pending add or change reached the store if the key now
      *> sits at the version the checkpoint promised; a pending
      *> delete did if the key is gone or has moved past the version
      *> it was to remove.
           MOVE "N" TO LOAD-PENDING-APPLIED
           MOVE TRAN-KEY TO KV-KEY
           READ KV-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN TRAN-ACTION = "D"
                   IF KV-STORE-FILE-STATUS = "23"
                       MOVE "Y" TO LOAD-PENDING-APPLIED
                   END-IF
                   IF KV-STORE-FILE-STATUS = "00" AND
                      KV-VERSION IS NUMERIC AND
                      KV-VERSION NOT = CKPT-RESUME-VERSION
                       MOVE "Y" TO LOAD-PENDING-APPLIED
                   END-IF
               WHEN OTHER
                   IF KV-STORE-FILE-STATUS = "00" AND
                      KV-VERSION IS NUMERIC AND
                      KV-VERSION = CKPT-RESUME-VERSION
                       MOVE "Y" TO LOAD-PENDING-APPLIED
                   END-IF
           END-EVALUATE

           IF LOAD-PENDING-APPLIED = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "APPLIED  rec " DELIMITED BY SIZE
                      LOAD-RECNO-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(TRAN-KEY) DELIMITED BY SIZE
                      "  (reached the store before the restart)"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           EXIT PARAGRAPH.

       FINISH-TRAN-RECORD.
           MOVE "RUNNING" TO CKPT-STATE
           MOVE LOAD-RECNO TO CKPT-RECNO
           MOVE SPACES TO CKPT-PEND-ACTION
           MOVE 0 TO CKPT-PEND-VERSION
           MOVE SPACES TO CKPT-PEND-KEY
           PERFORM WRITE-CHECKPOINT
           EXIT PARAGRAPH.

       REJECT-TRAN-RECORD.
           ADD 1 TO CKPT-REJECTED(TRAN-ROW)

           MOVE SPACES TO REJECT-LINE
           STRING LOAD-RECNO-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  REJECT-CODE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-REASON) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(TRAN-LINE TRAILING) DELIMITED BY SIZE
                  INTO REJECT-LINE
           WRITE REJECT-RECORD FROM REJECT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "REJECT   rec " DELIMITED BY SIZE
                  LOAD-RECNO-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REJECT-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(TRAN-KEY-TXT) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           PERFORM FINISH-TRAN-RECORD
           EXIT PARAGRAPH.

       WRITE-STOP-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "STOPPED  rec " DELIMITED BY SIZE
                  LOAD-RECNO-DISP DELIMITED BY SIZE
                  "  store error or lock contention -- rerun to "
                      DELIMITED BY SIZE
                  "resume here" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       RESET-CHECKPOINT-IMAGE.
           MOVE "RUNNING" TO CKPT-STATE
           MOVE 0 TO CKPT-RECNO
           MOVE SPACES TO CKPT-PEND-ACTION
           MOVE 0 TO CKPT-PEND-VERSION
           MOVE SPACES TO CKPT-PEND-KEY
           MOVE 0 TO CKPT-SKIPPED
           PERFORM VARYING TRAN-ROW FROM 1 BY 1 UNTIL TRAN-ROW > 4
               MOVE 0 TO CKPT-READ(TRAN-ROW)
               MOVE 0 TO CKPT-APPLIED(TRAN-ROW)
               MOVE 0 TO CKPT-REJECTED(TRAN-ROW)
           END-PERFORM
           EXIT PARAGRAPH.

       READ-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF CKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ CKPT-FILE
               AT END
                   MOVE SPACES TO CKPT-RECORD
           END-READ
           CLOSE CKPT-FILE

           IF CKPT-RECORD(9:9) IS NOT NUMERIC
               DISPLAY "WARN: checkpoint " FUNCTION TRIM(CKPT-FILE-NAME)
                   " unreadable, starting from record 1"
               EXIT PARAGRAPH
           END-IF

           MOVE CKPT-RECORD TO CKPT-IMAGE
           MOVE CKPT-STATE TO CKPT-RESUME-STATE
           MOVE CKPT-RECNO TO CKPT-RESUME-AFTER
           MOVE CKPT-PEND-ACTION TO CKPT-RESUME-ACTION
           MOVE CKPT-PEND-VERSION TO CKPT-RESUME-VERSION
           MOVE CKPT-PEND-KEY TO CKPT-RESUME-KEY
      *> The record left pending was counted as read when it was
      *> edited; it is edited (and counted) again on the rerun.
           IF CKPT-RESUME-STATE = "PENDING"
               EVALUATE CKPT-RESUME-ACTION
                   WHEN "A"
                       SUBTRACT 1 FROM CKPT-READ(1)
                   WHEN "C"
                       SUBTRACT 1 FROM CKPT-READ(2)
                   WHEN "D"
                       SUBTRACT 1 FROM CKPT-READ(3)
               END-EVALUATE
           END-IF
           IF CKPT-RESUME-STATE NOT = "COMPLETE"
               MOVE "Y" TO CKPT-RESUMING
               MOVE CKPT-RESUME-AFTER TO LOAD-RECNO-DISP
               DISPLAY "KV load: resuming "
                   FUNCTION TRIM(TRAN-FILE-NAME)
                   " after record " LOAD-RECNO-DISP
           END-IF

           EXIT PARAGRAPH.

       WRITE-CHECKPOINT.
      *> Rewritten whole each time; the image is one short line.
           OPEN OUTPUT CKPT-FILE
           IF CKPT-FILE-STATUS NOT = "00"
               DISPLAY "WARN: cannot write checkpoint "
                   FUNCTION TRIM(CKPT-FILE-NAME)
                   " (status " CKPT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CKPT-RECORD
           MOVE CKPT-IMAGE TO CKPT-RECORD
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE
           EXIT PARAGRAPH.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "CONTROL TOTALS          READ   APPLIED  REJECTED"
               TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE 0 TO TOTAL-READ
           MOVE 0 TO TOTAL-APPLIED
           MOVE 0 TO TOTAL-REJECTED
           PERFORM VARYING TRAN-ROW FROM 1 BY 1 UNTIL TRAN-ROW > 4
               EVALUATE TRAN-ROW
                   WHEN 1
                       MOVE "add" TO ACTION-LABEL
                   WHEN 2
                       MOVE "change" TO ACTION-LABEL
                   WHEN 3
                       MOVE "delete" TO ACTION-LABEL
                   WHEN OTHER
                       MOVE "invalid" TO ACTION-LABEL
               END-EVALUATE
               MOVE CKPT-READ(TRAN-ROW) TO COUNT-DISPLAY
               MOVE CKPT-APPLIED(TRAN-ROW) TO COUNT-DISPLAY-2
               MOVE CKPT-REJECTED(TRAN-ROW) TO COUNT-DISPLAY-3
               ADD CKPT-READ(TRAN-ROW) TO TOTAL-READ
               ADD CKPT-APPLIED(TRAN-ROW) TO TOTAL-APPLIED
               ADD CKPT-REJECTED(TRAN-ROW) TO TOTAL-REJECTED
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      ACTION-LABEL DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COUNT-DISPLAY-2 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COUNT-DISPLAY-3 DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-PERFORM

           MOVE TOTAL-READ TO COUNT-DISPLAY
           MOVE TOTAL-APPLIED TO COUNT-DISPLAY-2
           MOVE TOTAL-REJECTED TO COUNT-DISPLAY-3
           MOVE "total" TO ACTION-LABEL
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  ACTION-LABEL DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-DISPLAY-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-DISPLAY-3 DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE CKPT-SKIPPED TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  blank/comment lines skipped: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF LOAD-STOPPED = "Y"
               STRING "RUN STOPPED -- checkpoint kept in "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(CKPT-FILE-NAME) DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "RUN COMPLETE -- rejects in " DELIMITED BY SIZE
                      FUNCTION TRIM(REJECT-FILE-NAME)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       LOAD-LOADER-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-LOADER-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           IF NUMERIC-PREFIX-LIST NOT = SPACES
               MOVE 1 TO NUMERIC-PREFIX-PTR
               PERFORM UNTIL NUMERIC-PREFIX-PTR >
                             FUNCTION LENGTH(NUMERIC-PREFIX-LIST)
                          OR NUMERIC-PREFIX-COUNT >= 20
                   ADD 1 TO NUMERIC-PREFIX-COUNT
                   MOVE SPACES TO NUMERIC-PREFIX(NUMERIC-PREFIX-COUNT)
                   UNSTRING NUMERIC-PREFIX-LIST DELIMITED BY ","
                       INTO NUMERIC-PREFIX(NUMERIC-PREFIX-COUNT)
                       WITH POINTER NUMERIC-PREFIX-PTR
                   MOVE FUNCTION TRIM(
                       NUMERIC-PREFIX(NUMERIC-PREFIX-COUNT))
                       TO NUMERIC-PREFIX(NUMERIC-PREFIX-COUNT)
                   IF NUMERIC-PREFIX(NUMERIC-PREFIX-COUNT) = SPACES
                       SUBTRACT 1 FROM NUMERIC-PREFIX-COUNT
                   END-IF
               END-PERFORM
           END-IF

           EXIT PARAGRAPH.

       APPLY-LOADER-CONFIG-LINE.
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

           IF CONFIG-KEY = "KV_HISTORY_KEEP"
               COMPUTE KV-HIST-KEEP = FUNCTION NUMVAL(CONFIG-VAL)
           END-IF
           IF CONFIG-KEY = "KV_NUMERIC_PREFIXES"
               MOVE CONFIG-VAL TO NUMERIC-PREFIX-LIST
           END-IF

           EXIT PARAGRAPH.

       COPY KV-HIST.
       COPY KV-CHANGE.

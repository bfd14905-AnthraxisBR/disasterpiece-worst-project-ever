       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.

      *> Applies the retention policy across every store the server
      *> and its batch companions leave behind, and writes a purge
      *> certificate -- what was disposed of, when, under which rule,
      *> with counts and bytes -- for records management to sign.
      *>
      *> Retention policy (RETENTION_POLICY in server.conf, default
      *> retention.policy), one rule per data class, rewrite.rules
      *> comment-and-blank-line conventions:
      *>     class|days|action
      *> days is the retention period (whole days, 1 or more) and
      *> action what happens to anything older:
      *>     delete     removed
      *>     archive    moved under RETENTION_ARCHIVE_DIR/<class>/
      *>     compress   gzipped under RETENTION_ARCHIVE_DIR/<class>/
      *>                and removed from the store
      *>     keep       kept indefinitely (days is ignored) -- the
      *>                recorded decision that a class is never purged
      *> The classes:
      *>     reports          dated batch reports in REPORTS_DIR (the
      *>                      /reports types; purge certificates are
      *>                      never purged)
      *>     traces           trace_<request-id>.txt files in TEMP_DIR
      *>     backups          backup_* checkpoint sets, kv_backup_*.dat
      *>     log-archives     rotated <log>.<YYYYMMDD>-<hhmmss> archives
      *>                      of ACCESS_LOG, REJECTED_LOG, TIMING_LOG
      *>                      and RATE_LIMIT_LOG
      *>     journal-archive  journal.archive lines in JOURNAL_DIR, with
      *>                      their archived body files
      *>     mirror-log       MIRROR_LOG lines
      *>     kv-history       kvstore.hist versions
      *>     uploads          upload store entries (index line and
      *>                      stored file) in UPLOAD_STORE_DIR
      *> Files age by modification time, lines and entries by the
      *> time they carry. A class with no rule is left alone and the
      *> certificate says so. The limits the server applies by
      *> itself (UPLOAD_RETAIN_DAYS, SESSION_MAX_AGE_SECS,
      *> LOG_RETAIN_COUNT, KV_HISTORY_KEEP and the rest) still apply;
      *> the certificate lists them beside the policy so the sign-off
      *> sees everything that bounds retention in one place.
      *>
      *> Usage:  RETENTION-PURGE [preview]
      *> "preview" writes the certificate of what would go without
      *> disposing of anything. The certificate lands in
      *> purge_cert_YYYYMMDD-hhmmss.txt. Run it in the batch window:
      *> the journal and kv history are rewritten under their locks,
      *> the upload index and mirror log are not locked. Exit code 1
      *> when any disposal failed, 2 when the certificate cannot be
      *> written, 3 when there is no retention policy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT RETENTION-FILE ASSIGN TO RETENTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENTION-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT LINE-IN-FILE ASSIGN TO LINE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINE-IN-STATUS.
           SELECT LINE-OUT-FILE ASSIGN TO LINE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINE-OUT-STATUS.
           SELECT LINE-GONE-FILE ASSIGN TO LINE-GONE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINE-GONE-STATUS.
           COPY KV-HIST-FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD RETENTION-FILE.
       01 RETENTION-RECORD PIC X(256).
       FD LIST-FILE.
       01 LIST-FILE-RECORD PIC X(1024).
       FD CERT-FILE.
       01 CERT-RECORD PIC X(512).
       FD LINE-IN-FILE.
       01 LINE-IN-RECORD PIC X(2048).
       FD LINE-OUT-FILE.
       01 LINE-OUT-RECORD PIC X(2048).
       FD LINE-GONE-FILE.
       01 LINE-GONE-RECORD PIC X(2048).
       COPY KV-HIST-FD.

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

      *> Where each class lives: server.conf, with the server's own
      *> defaults.
       01 RETENTION-FILE-NAME   PIC X(256) VALUE "retention.policy".
       01 RETENTION-ARCHIVE-DIR PIC X(128)
           VALUE "retention_archive".
       01 REPORTS-DIR           PIC X(128) VALUE SPACES.
       01 TEMP-DIR              PIC X(128) VALUE "/tmp".
       01 JOURNAL-DIR           PIC X(128) VALUE SPACES.
       01 UPLOAD-STORE-DIR      PIC X(128) VALUE SPACES.
       01 MIRROR-LOG-NAME       PIC X(128) VALUE "mirror.log".
       01 ACCESS-LOG-NAME       PIC X(128) VALUE "access.log".
       01 REJECTED-LOG-NAME     PIC X(128) VALUE "rejected.log".
       01 TIMING-LOG-NAME       PIC X(128) VALUE "timing.log".
       01 RATE-LIMIT-LOG-NAME   PIC X(128) VALUE "rate_limit.log".

      *> Retention the server and other batch programs apply
      *> themselves, listed on the certificate as configured.
       01 SET-UPLOAD-RETAIN     PIC X(16) VALUE "30".
       01 SET-REJECT-RETAIN     PIC X(16) VALUE "7".
       01 SET-UPLOAD-ARCHIVE    PIC X(16) VALUE "0".
       01 SET-SESSION-MAX-AGE   PIC X(16) VALUE "86400".
       01 SET-LOG-RETAIN        PIC X(16) VALUE "7".
       01 SET-KV-HISTORY-KEEP   PIC X(16) VALUE "5".
       01 SET-JOB-RETAIN        PIC X(16) VALUE "86400".
       01 SET-TRACE-MAX         PIC X(16) VALUE "100".

      *> The data classes, in the order they are purged.
       01 CLASS-VALUES.
           05 FILLER PIC X(16) VALUE "reports".
           05 FILLER PIC X(16) VALUE "traces".
           05 FILLER PIC X(16) VALUE "backups".
           05 FILLER PIC X(16) VALUE "log-archives".
           05 FILLER PIC X(16) VALUE "journal-archive".
           05 FILLER PIC X(16) VALUE "mirror-log".
           05 FILLER PIC X(16) VALUE "kv-history".
           05 FILLER PIC X(16) VALUE "uploads".
       01 CLASS-TABLE REDEFINES CLASS-VALUES.
           05 CLASS-NAME OCCURS 8 TIMES PIC X(16).
       01 CLASS-COUNT           PIC 9(4) COMP-5 VALUE 8.
       01 CLASS-IDX             PIC 9(4) COMP-5.

      *> Per class: the rule that governs it (line 0 = none) and
      *> what this run disposed of under it.
       01 CLASS-RESULTS.
           05 CLASS-RESULT OCCURS 8 TIMES.
               10 CLASS-RULE-LINE     PIC 9(6) COMP-5.
               10 CLASS-DAYS          PIC 9(6) COMP-5.
               10 CLASS-ACTION        PIC X(8).
               10 CLASS-RULE-TEXT     PIC X(96).
               10 CLASS-ITEMS         PIC 9(9) COMP-5.
               10 CLASS-BYTES         PIC 9(15) COMP-5.
               10 CLASS-FAILED        PIC 9(9) COMP-5.

       01 RETENTION-FILE-STATUS PIC XX.
       01 RETENTION-LINE        PIC X(256).
       01 RETENTION-LINE-NO     PIC 9(6) COMP-5 VALUE 0.
       01 RULE-CLASS-TXT        PIC X(32).
       01 RULE-DAYS-TXT         PIC X(16).
       01 RULE-ACTION-TXT       PIC X(16).
       01 RULE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 RULE-IGNORED          PIC 9(4) COMP-5 VALUE 0.
       01 RULE-FOUND            PIC 9(4) COMP-5.

       01 RUN-ARG               PIC X(64).
       01 PURGE-PREVIEW         PIC X VALUE "N".
       01 PURGE-NOW             PIC 9(10) COMP-5.
       01 RUN-STAMP             PIC X(21).
       01 RUN-ID                PIC X(15).
       01 TODAY-INT             PIC 9(8) COMP-5.
       01 EPOCH-BASE-INT        PIC 9(8) COMP-5.
       01 CUTOFF-EPOCH          PIC 9(10) COMP-5.
       01 CUTOFF-DATE           PIC 9(8).
       01 PROCESS-ID            PIC S9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).

      *> The certificate.
       01 CERT-FILE-NAME        PIC X(128).
       01 CERT-FILE-STATUS      PIC XX.
       01 CERT-LINE             PIC X(512).
       01 CERT-PTR              PIC 9(4) COMP-5.
       01 NUM-DISP              PIC Z(14)9.
       01 NUM-DISP-2            PIC Z(14)9.
       01 NUM-DISP-3            PIC Z(8)9.
       01 DATE-DISP             PIC X(10).
       01 DATE-DISP-2           PIC X(10).
       01 SUMMARY-COL           PIC X(32).
       01 TOTAL-ITEMS           PIC 9(9) COMP-5 VALUE 0.
       01 TOTAL-BYTES           PIC 9(15) COMP-5 VALUE 0.
       01 TOTAL-FAILED          PIC 9(9) COMP-5 VALUE 0.

      *> File classes: a find listing of candidates, one
      *> "type|bytes|mtime|path" line each.
       01 LIST-FILE-NAME        PIC X(256).
       01 LIST-FILE-STATUS      PIC XX.
       01 LIST-LINE             PIC X(1024).
       01 FIND-WHERE            PIC X(1024).
       01 FIND-PTR              PIC 9(4) COMP-5.
       01 LOG-PATH              PIC X(128).

      *> The item being disposed of.
       01 ITEM-TYPE             PIC X(4).
       01 ITEM-SIZE-TXT         PIC X(20).
       01 ITEM-MTIME-TXT        PIC X(20).
       01 ITEM-PATH             PIC X(512).
       01 ITEM-BASE             PIC X(256).
       01 ITEM-PARENT           PIC X(512).
       01 ITEM-IS-DIR           PIC X.
       01 ITEM-BYTES            PIC 9(15) COMP-5.
       01 ITEM-MTIME            PIC 9(10) COMP-5.
       01 ITEM-LEN              PIC 9(4) COMP-5.
       01 ITEM-SLASH            PIC 9(4) COMP-5.
       01 ITEM-IDX              PIC 9(4) COMP-5.
       01 ITEM-OK               PIC X.
       01 ITEM-LABEL            PIC X(300).
       01 ACTION-DONE-TXT       PIC X(16).
       01 ARCHIVE-CLASS-DIR     PIC X(160).
       01 STAT-PATH             PIC X(512).
       01 STAT-RESULT           PIC 9(9) COMP-X.
       01 STAT-INFO.
           05 STAT-SIZE         PIC X(8) COMP-X.
           05 STAT-MOD-DAY      PIC X COMP-X.
           05 STAT-MOD-MON      PIC X COMP-X.
           05 STAT-MOD-YEAR     PIC XX COMP-X.
           05 STAT-MOD-HOUR     PIC X COMP-X.
           05 STAT-MOD-MIN      PIC X COMP-X.
           05 STAT-MOD-SEC      PIC X COMP-X.
           05 STAT-MOD-HSEC     PIC X COMP-X.
       01 DU-FILE-NAME          PIC X(256).

      *> Line classes: the file being rewritten, its survivors, and
      *> the expired lines kept aside for archive or compress.
       01 LINE-IN-NAME          PIC X(256).
       01 LINE-OUT-NAME         PIC X(264).
       01 LINE-GONE-NAME        PIC X(300).
       01 LINE-IN-STATUS        PIC XX.
       01 LINE-OUT-STATUS       PIC XX.
       01 LINE-GONE-STATUS      PIC XX.
       01 LINE-TEXT             PIC X(2048).
      *> E epoch before the first "|", K epoch in columns 1-10 (kv
      *> history), D date in columns 1-8 (CURRENT-DATE stamped logs).
       01 LINE-AGE-FORM         PIC X.
       01 LINE-IS-JOURNAL       PIC X VALUE "N".
       01 LINE-FIELD-1          PIC X(20).
       01 LINE-FIELD-2          PIC X(64).
       01 LINE-EPOCH            PIC 9(10) COMP-5.
       01 LINE-DATE             PIC 9(8).
       01 LINE-AGE-KNOWN        PIC X.
       01 LINE-EXPIRED          PIC X.
       01 LINE-GONE-COUNT       PIC 9(9) COMP-5.
       01 LINE-GONE-BYTES       PIC 9(15) COMP-5.
       01 LINE-FIRST-DATE       PIC 9(8).
       01 LINE-LAST-DATE        PIC 9(8).
       01 LINE-KEPT-COUNT       PIC 9(9) COMP-5.
       01 BODY-COUNT            PIC 9(9) COMP-5.
       01 BODY-BYTES            PIC 9(15) COMP-5.
       01 BODY-FAILED           PIC 9(9) COMP-5.

      *> Upload index columns (UPLOAD-STORE layout).
       01 UPLOAD-IDX-PATH       PIC X(256).
       01 UP-ID                 PIC X(64).
       01 UP-FILENAME           PIC X(256).
       01 UP-SIZE               PIC X(20).
       01 UP-CTYPE              PIC X(64).
       01 UP-UPLOADER           PIC X(64).
       01 UP-TS-TXT             PIC X(20).
       01 UP-CKSUM              PIC X(64).
       01 UP-STATUS             PIC X(16).
       01 UP-REVIEWER           PIC X(64).
       01 UP-REV-TS             PIC X(20).
       01 UP-TIER               PIC X(16).
       01 UP-ARCHIVE            PIC X(256).

       01 SHELL-COMMAND         PIC X(2048).
       01 RETURN-CODE-LOCAL     PIC S9(9) COMP-5.
       01 SHELL-LINE            PIC X(64).

       COPY REPORTS-FIELDS.
       COPY KV-HIST-FIELDS.
       COPY LOG-CHAIN-FIELDS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-PURGE-CONFIG

           ACCEPT RUN-ARG FROM COMMAND-LINE
           IF FUNCTION TRIM(RUN-ARG) = "preview"
               MOVE "Y" TO PURGE-PREVIEW
           END-IF

           INITIALIZE CLASS-RESULTS
           PERFORM LOAD-RETENTION-POLICY
           IF RETENTION-FILE-STATUS = "35" OR
              RETENTION-FILE-STATUS = "05"
               DISPLAY "Purge: no retention policy "
                   FUNCTION TRIM(RETENTION-FILE-NAME)
                   ", nothing disposed."
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING PURGE-NOW
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE SPACES TO RUN-ID
           STRING RUN-STAMP(1:8) "-" RUN-STAMP(9:6)
                      DELIMITED BY SIZE
                  INTO RUN-ID
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(RUN-STAMP(1:8)))
           COMPUTE EPOCH-BASE-INT =
               FUNCTION INTEGER-OF-DATE(19700101)

           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/retention_purge_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".list" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME
           MOVE SPACES TO DU-FILE-NAME
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/retention_purge_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".du" DELIMITED BY SIZE
                  INTO DU-FILE-NAME

           MOVE SPACES TO CERT-FILE-NAME
           STRING "purge_cert_" DELIMITED BY SIZE
                  RUN-ID DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO CERT-FILE-NAME
           OPEN OUTPUT CERT-FILE
           IF CERT-FILE-STATUS NOT = "00"
               DISPLAY "Purge: cannot write "
                   FUNCTION TRIM(CERT-FILE-NAME)
                   " (status " CERT-FILE-STATUS "), nothing disposed."
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-CERT-HEADER

           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-COUNT
               PERFORM PURGE-ONE-CLASS
               ADD CLASS-ITEMS(CLASS-IDX) TO TOTAL-ITEMS
               ADD CLASS-BYTES(CLASS-IDX) TO TOTAL-BYTES
               ADD CLASS-FAILED(CLASS-IDX) TO TOTAL-FAILED
           END-PERFORM

           PERFORM WRITE-CERT-SUMMARY
           CLOSE CERT-FILE

           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DU-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           MOVE TOTAL-ITEMS TO NUM-DISP
           MOVE TOTAL-BYTES TO NUM-DISP-2
           IF PURGE-PREVIEW = "Y"
               DISPLAY "Purge preview: " FUNCTION TRIM(NUM-DISP)
                   " item(s), " FUNCTION TRIM(NUM-DISP-2)
                   " byte(s) due; see "
                   FUNCTION TRIM(CERT-FILE-NAME)
           ELSE
               DISPLAY "Purge: " FUNCTION TRIM(NUM-DISP)
                   " item(s), " FUNCTION TRIM(NUM-DISP-2)
                   " byte(s) disposed; certificate "
                   FUNCTION TRIM(CERT-FILE-NAME)
           END-IF

           IF TOTAL-FAILED > 0
               MOVE TOTAL-FAILED TO NUM-DISP
               DISPLAY "Purge: " FUNCTION TRIM(NUM-DISP)
                   " disposal(s) FAILED"
               MOVE 1 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-RETENTION-POLICY.
           OPEN INPUT RETENTION-FILE
           IF RETENTION-FILE-STATUS = "35" OR
              RETENTION-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RETENTION-FILE-STATUS = "10"
               READ RETENTION-FILE INTO RETENTION-LINE
                   AT END
                       MOVE "10" TO RETENTION-FILE-STATUS
                   NOT AT END
                       ADD 1 TO RETENTION-LINE-NO
                       PERFORM APPLY-RETENTION-LINE
               END-READ
           END-PERFORM

           CLOSE RETENTION-FILE

           EXIT PARAGRAPH.

       APPLY-RETENTION-LINE.
      *> A rule that cannot be read is ignored -- the class keeps its
      *> data -- and counted on the certificate; the first rule for
      *> a class wins.
           MOVE FUNCTION TRIM(RETENTION-LINE) TO RETENTION-LINE

           IF RETENTION-LINE = SPACES OR RETENTION-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RULE-CLASS-TXT
           MOVE SPACES TO RULE-DAYS-TXT
           MOVE SPACES TO RULE-ACTION-TXT
           UNSTRING RETENTION-LINE DELIMITED BY "|"
               INTO RULE-CLASS-TXT RULE-DAYS-TXT RULE-ACTION-TXT
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(RULE-CLASS-TXT))
               TO RULE-CLASS-TXT
           MOVE FUNCTION TRIM(RULE-DAYS-TXT) TO RULE-DAYS-TXT
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(RULE-ACTION-TXT))
               TO RULE-ACTION-TXT

           MOVE 0 TO RULE-FOUND
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-COUNT
               IF CLASS-NAME(CLASS-IDX) = RULE-CLASS-TXT
                   MOVE CLASS-IDX TO RULE-FOUND
               END-IF
           END-PERFORM
           IF RULE-FOUND = 0
               DISPLAY "WARN: retention rule for unknown class "
                   "ignored: " FUNCTION TRIM(RETENTION-LINE)
               ADD 1 TO RULE-IGNORED
               EXIT PARAGRAPH
           END-IF
           IF CLASS-RULE-LINE(RULE-FOUND) > 0
               DISPLAY "WARN: second retention rule for "
                   FUNCTION TRIM(RULE-CLASS-TXT) " ignored: "
                   FUNCTION TRIM(RETENTION-LINE)
               ADD 1 TO RULE-IGNORED
               EXIT PARAGRAPH
           END-IF

           EVALUATE RULE-ACTION-TXT
               WHEN "delete"
               WHEN "archive"
               WHEN "compress"
                   IF FUNCTION TEST-NUMVAL(RULE-DAYS-TXT) NOT = 0
                       DISPLAY "WARN: retention rule with bad days "
                           "ignored: " FUNCTION TRIM(RETENTION-LINE)
                       ADD 1 TO RULE-IGNORED
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION NUMVAL(RULE-DAYS-TXT) < 1 OR
                      FUNCTION NUMVAL(RULE-DAYS-TXT) > 99999
                       DISPLAY "WARN: retention rule with bad days "
                           "ignored: " FUNCTION TRIM(RETENTION-LINE)
                       ADD 1 TO RULE-IGNORED
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE CLASS-DAYS(RULE-FOUND) =
                       FUNCTION NUMVAL(RULE-DAYS-TXT)
               WHEN "keep"
                   MOVE 0 TO CLASS-DAYS(RULE-FOUND)
               WHEN OTHER
                   DISPLAY "WARN: retention rule with unknown action "
                       "ignored: " FUNCTION TRIM(RETENTION-LINE)
                   ADD 1 TO RULE-IGNORED
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO RULE-COUNT
           MOVE RETENTION-LINE-NO TO CLASS-RULE-LINE(RULE-FOUND)
           MOVE RULE-ACTION-TXT TO CLASS-ACTION(RULE-FOUND)
           MOVE RETENTION-LINE TO CLASS-RULE-TEXT(RULE-FOUND)

           EXIT PARAGRAPH.

       WRITE-CERT-HEADER.
           IF PURGE-PREVIEW = "Y"
               MOVE "PURGE PREVIEW -- nothing was disposed of"
                   TO CERT-LINE
           ELSE
               MOVE "PURGE CERTIFICATE" TO CERT-LINE
           END-IF
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO CERT-LINE
           STRING "Run:      " DELIMITED BY SIZE
                  RUN-STAMP(1:4) "-" RUN-STAMP(5:2) "-"
                  RUN-STAMP(7:2) " " RUN-STAMP(9:2) ":"
                  RUN-STAMP(11:2) ":" RUN-STAMP(13:2)
                      DELIMITED BY SIZE
                  INTO CERT-LINE
           PERFORM WRITE-CERT-LINE

           MOVE RULE-COUNT TO NUM-DISP
           MOVE SPACES TO CERT-LINE
           MOVE 1 TO CERT-PTR
           STRING "Policy:   " DELIMITED BY SIZE
                  FUNCTION TRIM(RETENTION-FILE-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  " rule(s)" DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR
           IF RULE-IGNORED > 0
               MOVE RULE-IGNORED TO NUM-DISP
               STRING ", " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                      " line(s) IGNORED as unreadable"
                          DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
           END-IF
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO CERT-LINE
           STRING "Archive:  " DELIMITED BY SIZE
                  FUNCTION TRIM(RETENTION-ARCHIVE-DIR)
                      DELIMITED BY SIZE
                  INTO CERT-LINE
           PERFORM WRITE-CERT-LINE

           EXIT PARAGRAPH.

       PURGE-ONE-CLASS.
           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "Class " DELIMITED BY SIZE
                  FUNCTION TRIM(CLASS-NAME(CLASS-IDX))
                      DELIMITED BY SIZE
                  INTO CERT-LINE
           PERFORM WRITE-CERT-LINE

           IF CLASS-RULE-LINE(CLASS-IDX) = 0
               MOVE "  no rule -- kept, nothing disposed of"
                   TO CERT-LINE
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE CLASS-RULE-LINE(CLASS-IDX) TO NUM-DISP
           MOVE SPACES TO CERT-LINE
           MOVE 1 TO CERT-PTR
           STRING "  rule line " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(CLASS-RULE-TEXT(CLASS-IDX))
                      DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR

           IF CLASS-ACTION(CLASS-IDX) = "keep"
               STRING " -- kept indefinitely" DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF

      *> Anything last touched before the cutoff goes.
           IF CLASS-DAYS(CLASS-IDX) * 86400 >= PURGE-NOW
               MOVE 0 TO CUTOFF-EPOCH
           ELSE
               COMPUTE CUTOFF-EPOCH =
                   PURGE-NOW - CLASS-DAYS(CLASS-IDX) * 86400
           END-IF
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               TODAY-INT - CLASS-DAYS(CLASS-IDX))
           MOVE CUTOFF-DATE TO LINE-DATE
           PERFORM FORMAT-LINE-DATE
           STRING " -- older than " DELIMITED BY SIZE
                  DATE-DISP DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO ARCHIVE-CLASS-DIR
           STRING FUNCTION TRIM(RETENTION-ARCHIVE-DIR)
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(CLASS-NAME(CLASS-IDX))
                      DELIMITED BY SIZE
                  INTO ARCHIVE-CLASS-DIR
           EVALUATE CLASS-ACTION(CLASS-IDX)
               WHEN "delete"
                   MOVE "deleted" TO ACTION-DONE-TXT
               WHEN "archive"
                   MOVE "archived" TO ACTION-DONE-TXT
               WHEN "compress"
                   MOVE "compressed" TO ACTION-DONE-TXT
           END-EVALUATE
           IF PURGE-PREVIEW = "Y"
               MOVE SPACES TO ACTION-DONE-TXT
               STRING "would " DELIMITED BY SIZE
                      CLASS-ACTION(CLASS-IDX) DELIMITED BY SPACE
                      INTO ACTION-DONE-TXT
           END-IF

           EVALUATE CLASS-NAME(CLASS-IDX)
               WHEN "reports"
                   PERFORM PURGE-REPORT-FILES
               WHEN "traces"
                   PERFORM PURGE-TRACE-FILES
               WHEN "backups"
                   PERFORM PURGE-BACKUP-SETS
               WHEN "log-archives"
                   PERFORM PURGE-LOG-ARCHIVES
               WHEN "journal-archive"
                   PERFORM PURGE-JOURNAL-ARCHIVE
               WHEN "mirror-log"
                   PERFORM PURGE-MIRROR-LOG
               WHEN "kv-history"
                   PERFORM PURGE-KV-HISTORY
               WHEN "uploads"
                   PERFORM PURGE-UPLOAD-STORE
           END-EVALUATE

           MOVE CLASS-ITEMS(CLASS-IDX) TO NUM-DISP
           MOVE CLASS-BYTES(CLASS-IDX) TO NUM-DISP-2
           MOVE SPACES TO CERT-LINE
           MOVE 1 TO CERT-PTR
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  " item(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP-2) DELIMITED BY SIZE
                  " byte(s) " DELIMITED BY SIZE
                  FUNCTION TRIM(ACTION-DONE-TXT) DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR
           IF CLASS-FAILED(CLASS-IDX) > 0
               MOVE CLASS-FAILED(CLASS-IDX) TO NUM-DISP
               STRING ", " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                      " FAILED and kept" DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
           END-IF
           PERFORM WRITE-CERT-LINE

           EXIT PARAGRAPH.

       PURGE-REPORT-FILES.
      *> Every dated /reports type -- a prefix ending in "_" -- except
      *> the purge certificates themselves.
           MOVE SPACES TO FIND-WHERE
           MOVE 1 TO FIND-PTR
           IF FUNCTION TRIM(REPORTS-DIR) = SPACES
               STRING ". " DELIMITED BY SIZE
                      INTO FIND-WHERE WITH POINTER FIND-PTR
           ELSE
               STRING FUNCTION TRIM(REPORTS-DIR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO FIND-WHERE WITH POINTER FIND-PTR
           END-IF
           STRING "-maxdepth 1 -type f \(" DELIMITED BY SIZE
                  INTO FIND-WHERE WITH POINTER FIND-PTR
           MOVE 0 TO ITEM-IDX
           PERFORM VARYING RPT-TYPE-IDX FROM 1 BY 1
                   UNTIL RPT-TYPE-IDX > RPT-TYPE-COUNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   RPT-TYPE-PREFIX(RPT-TYPE-IDX))) TO ITEM-LEN
               IF RPT-TYPE-PREFIX(RPT-TYPE-IDX)(ITEM-LEN:1) = "_"
                  AND RPT-TYPE-PREFIX(RPT-TYPE-IDX) NOT =
                      "purge_cert_"
                   IF ITEM-IDX > 0
                       STRING " -o" DELIMITED BY SIZE
                              INTO FIND-WHERE WITH POINTER FIND-PTR
                   END-IF
                   ADD 1 TO ITEM-IDX
                   STRING " -name '" DELIMITED BY SIZE
                          FUNCTION TRIM(RPT-TYPE-PREFIX(RPT-TYPE-IDX))
                              DELIMITED BY SIZE
                          "*" DELIMITED BY SIZE
                          FUNCTION TRIM(RPT-TYPE-SUFFIX(RPT-TYPE-IDX))
                              DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO FIND-WHERE WITH POINTER FIND-PTR
               END-IF
           END-PERFORM
           STRING " \)" DELIMITED BY SIZE
                  INTO FIND-WHERE WITH POINTER FIND-PTR
           PERFORM PURGE-LISTED-FILES
           EXIT PARAGRAPH.

       PURGE-TRACE-FILES.
           MOVE SPACES TO FIND-WHERE
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  " -maxdepth 1 -type f -name 'trace_*.txt'"
                      DELIMITED BY SIZE
                  INTO FIND-WHERE
           PERFORM PURGE-LISTED-FILES
           EXIT PARAGRAPH.

       PURGE-BACKUP-SETS.
      *> CHECKPOINT-BACKUP sets (directories) and KV-BACKUP files,
      *> both beside the server.
           MOVE SPACES TO FIND-WHERE
           STRING ". -maxdepth 1 \( -type d -name 'backup_*' -o "
                      DELIMITED BY SIZE
                  "-type f -name 'kv_backup_*.dat' \)"
                      DELIMITED BY SIZE
                  INTO FIND-WHERE
           PERFORM PURGE-LISTED-FILES
           EXIT PARAGRAPH.

       PURGE-LOG-ARCHIVES.
      *> Only the dated archives LOG-ROTATION leaves; the live logs
      *> are never touched.
           MOVE ACCESS-LOG-NAME TO LOG-PATH
           PERFORM PURGE-ONE-LOG-ARCHIVES
           MOVE REJECTED-LOG-NAME TO LOG-PATH
           PERFORM PURGE-ONE-LOG-ARCHIVES
           MOVE TIMING-LOG-NAME TO LOG-PATH
           PERFORM PURGE-ONE-LOG-ARCHIVES
           MOVE RATE-LIMIT-LOG-NAME TO LOG-PATH
           PERFORM PURGE-ONE-LOG-ARCHIVES
           EXIT PARAGRAPH.

       PURGE-ONE-LOG-ARCHIVES.
           IF FUNCTION TRIM(LOG-PATH) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LOG-PATH TO ITEM-PATH
           PERFORM SPLIT-ITEM-PATH
           MOVE SPACES TO FIND-WHERE
           STRING FUNCTION TRIM(ITEM-PARENT) DELIMITED BY SIZE
                  " -maxdepth 1 -type f -name '" DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-BASE) DELIMITED BY SIZE
                  ".[0-9]*'" DELIMITED BY SIZE
                  INTO FIND-WHERE
           PERFORM PURGE-LISTED-FILES
           EXIT PARAGRAPH.

       PURGE-LISTED-FILES.
      *> FIND-WHERE in: the find arguments naming the candidates.
           MOVE SPACES TO SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
                  FUNCTION TRIM(FIND-WHERE) DELIMITED BY SIZE
                  " -printf '%y|%s|%Ts|%p\n' > " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-FILE-STATUS = "10"
               READ LIST-FILE INTO LIST-LINE
                   AT END
                       MOVE "10" TO LIST-FILE-STATUS
                   NOT AT END
                       PERFORM CONSIDER-LISTED-FILE
               END-READ
           END-PERFORM
           CLOSE LIST-FILE

           EXIT PARAGRAPH.

       CONSIDER-LISTED-FILE.
           MOVE SPACES TO ITEM-TYPE
           MOVE SPACES TO ITEM-SIZE-TXT
           MOVE SPACES TO ITEM-MTIME-TXT
           MOVE SPACES TO ITEM-PATH
           UNSTRING LIST-LINE DELIMITED BY "|"
               INTO ITEM-TYPE ITEM-SIZE-TXT ITEM-MTIME-TXT ITEM-PATH
           IF FUNCTION TRIM(ITEM-PATH) = SPACES OR
              FUNCTION TEST-NUMVAL(ITEM-MTIME-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ITEM-MTIME = FUNCTION NUMVAL(ITEM-MTIME-TXT)
           IF ITEM-MTIME >= CUTOFF-EPOCH
               EXIT PARAGRAPH
           END-IF

           IF ITEM-TYPE = "d"
               MOVE "Y" TO ITEM-IS-DIR
               PERFORM MEASURE-DIRECTORY
           ELSE
               MOVE "N" TO ITEM-IS-DIR
               MOVE 0 TO ITEM-BYTES
               IF FUNCTION TEST-NUMVAL(ITEM-SIZE-TXT) = 0
                   COMPUTE ITEM-BYTES = FUNCTION NUMVAL(ITEM-SIZE-TXT)
               END-IF
           END-IF

           PERFORM DISPOSE-ITEM
           MOVE ITEM-PATH TO ITEM-LABEL
           PERFORM RECORD-ITEM-OUTCOME

           EXIT PARAGRAPH.

       MEASURE-DIRECTORY.
           MOVE 0 TO ITEM-BYTES
           MOVE SPACES TO SHELL-COMMAND
           STRING "du -sb " DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-PATH) DELIMITED BY SIZE
                  " 2>/dev/null | cut -f1 > " DELIMITED BY SIZE
                  FUNCTION TRIM(DU-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

      *> The listing file is open; the du answer comes back through
      *> the line-input file, which no file class uses.
           MOVE DU-FILE-NAME TO LINE-IN-NAME
           OPEN INPUT LINE-IN-FILE
           IF LINE-IN-STATUS = "00"
               MOVE SPACES TO SHELL-LINE
               READ LINE-IN-FILE INTO SHELL-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE LINE-IN-FILE
               IF FUNCTION TEST-NUMVAL(SHELL-LINE) = 0
                   COMPUTE ITEM-BYTES = FUNCTION NUMVAL(SHELL-LINE)
               END-IF
           END-IF

           EXIT PARAGRAPH.

       SPLIT-ITEM-PATH.
      *> ITEM-PATH into ITEM-PARENT (or ".") and ITEM-BASE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ITEM-PATH)) TO ITEM-LEN
           MOVE 0 TO ITEM-SLASH
           PERFORM VARYING ITEM-IDX FROM ITEM-LEN BY -1
                   UNTIL ITEM-IDX < 1 OR ITEM-SLASH > 0
               IF ITEM-PATH(ITEM-IDX:1) = "/"
                   MOVE ITEM-IDX TO ITEM-SLASH
               END-IF
           END-PERFORM
           MOVE SPACES TO ITEM-PARENT
           MOVE SPACES TO ITEM-BASE
           EVALUATE TRUE
               WHEN ITEM-SLASH = 0
                   MOVE "." TO ITEM-PARENT
                   MOVE ITEM-PATH TO ITEM-BASE
               WHEN ITEM-SLASH = 1
                   MOVE "/" TO ITEM-PARENT
                   MOVE ITEM-PATH(2:) TO ITEM-BASE
               WHEN OTHER
                   MOVE ITEM-PATH(1:ITEM-SLASH - 1) TO ITEM-PARENT
                   MOVE ITEM-PATH(ITEM-SLASH + 1:) TO ITEM-BASE
           END-EVALUATE
           EXIT PARAGRAPH.

       DISPOSE-ITEM.
      *> ITEM-PATH and ITEM-IS-DIR in; applies the class action and
      *> sets ITEM-OK. The item counts as gone only when the command
      *> succeeded and the path no longer exists; a preview only
      *> says what would happen.
           MOVE "Y" TO ITEM-OK
           IF PURGE-PREVIEW = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-ITEM-PATH
           MOVE SPACES TO SHELL-COMMAND
           EVALUATE TRUE
               WHEN CLASS-ACTION(CLASS-IDX) = "delete"
                   STRING "rm -rf " DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-PATH) DELIMITED BY SIZE
                          INTO SHELL-COMMAND
               WHEN CLASS-ACTION(CLASS-IDX) = "archive"
                   STRING "mkdir -p " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          " && mv " DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-PATH) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          INTO SHELL-COMMAND
               WHEN ITEM-IS-DIR = "Y"
                   STRING "mkdir -p " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          " && tar czf " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-BASE) DELIMITED BY SIZE
                          ".tar.gz -C " DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-PARENT) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-BASE) DELIMITED BY SIZE
                          " && rm -rf " DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-PATH) DELIMITED BY SIZE
                          INTO SHELL-COMMAND
               WHEN OTHER
                   STRING "mkdir -p " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          " && gzip -c " DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-PATH) DELIMITED BY SIZE
                          " > " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-BASE) DELIMITED BY SIZE
                          ".gz && rm -f " DELIMITED BY SIZE
                          FUNCTION TRIM(ITEM-PATH) DELIMITED BY SIZE
                          INTO SHELL-COMMAND
           END-EVALUATE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SHELL-COMMAND))
               TO ITEM-LEN
           MOVE " 2>/dev/null" TO SHELL-COMMAND(ITEM-LEN + 1:12)
           MOVE X"00" TO SHELL-COMMAND(ITEM-LEN + 13:1)
           CALL "system" USING SHELL-COMMAND
               RETURNING RETURN-CODE-LOCAL

           MOVE ITEM-PATH TO STAT-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STAT-PATH, STAT-INFO
               RETURNING STAT-RESULT
           IF RETURN-CODE-LOCAL NOT = 0 OR STAT-RESULT = 0
               MOVE "N" TO ITEM-OK
           END-IF

           EXIT PARAGRAPH.

       RECORD-ITEM-OUTCOME.
      *> One certificate line per item: time, outcome, what, bytes.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE ITEM-BYTES TO NUM-DISP
           MOVE SPACES TO CERT-LINE
           MOVE 1 TO CERT-PTR
           STRING "  " RUN-STAMP(9:2) ":" RUN-STAMP(11:2) ":"
                  RUN-STAMP(13:2) "  " DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR
           IF ITEM-OK = "Y"
               ADD 1 TO CLASS-ITEMS(CLASS-IDX)
               ADD ITEM-BYTES TO CLASS-BYTES(CLASS-IDX)
               STRING ACTION-DONE-TXT DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
           ELSE
               ADD 1 TO CLASS-FAILED(CLASS-IDX)
               STRING "FAILED          " DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
           END-IF
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-LABEL) DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  " bytes)" DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR
           PERFORM WRITE-CERT-LINE
           EXIT PARAGRAPH.

       PURGE-JOURNAL-ARCHIVE.
      *> Lines CHECKPOINT-BACKUP archived, oldest first, and the body
      *> files archived with them; rewritten under the journal's
      *> chain lock. LOG-VERIFY takes the chain up at the first line
      *> still kept.
           IF FUNCTION TRIM(JOURNAL-DIR) = SPACES
               MOVE "  no JOURNAL_DIR configured" TO CERT-LINE
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINE-IN-NAME
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/journal.archive" DELIMITED BY SIZE
                  INTO LINE-IN-NAME
           MOVE SPACES TO LOG-CHAIN-LOCK-PATH
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/journal.idx.chain.lock" DELIMITED BY SIZE
                  INTO LOG-CHAIN-LOCK-PATH

           MOVE "E" TO LINE-AGE-FORM
           MOVE "Y" TO LINE-IS-JOURNAL
           PERFORM ACQUIRE-LOG-CHAIN-LOCK
           PERFORM PURGE-LINE-FILE
           PERFORM RELEASE-LOG-CHAIN-LOCK
           MOVE "N" TO LINE-IS-JOURNAL

           IF BODY-COUNT > 0 OR BODY-FAILED > 0
               ADD BODY-COUNT TO CLASS-ITEMS(CLASS-IDX)
               ADD BODY-BYTES TO CLASS-BYTES(CLASS-IDX)
               ADD BODY-FAILED TO CLASS-FAILED(CLASS-IDX)
               MOVE BODY-COUNT TO NUM-DISP
               MOVE BODY-BYTES TO NUM-DISP-2
               MOVE SPACES TO CERT-LINE
               MOVE 1 TO CERT-PTR
               STRING "  " RUN-STAMP(9:2) ":" RUN-STAMP(11:2) ":"
                      RUN-STAMP(13:2) "  " DELIMITED BY SIZE
                      ACTION-DONE-TXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                      "/archive: " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                      " body file(s)  (" DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP-2) DELIMITED BY SIZE
                      " bytes)" DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
               IF BODY-FAILED > 0
                   MOVE BODY-FAILED TO NUM-DISP
                   STRING ", " DELIMITED BY SIZE
                          FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                          " FAILED" DELIMITED BY SIZE
                          INTO CERT-LINE WITH POINTER CERT-PTR
               END-IF
               PERFORM WRITE-CERT-LINE
           END-IF

           EXIT PARAGRAPH.

       PURGE-MIRROR-LOG.
           MOVE MIRROR-LOG-NAME TO LINE-IN-NAME
           MOVE "D" TO LINE-AGE-FORM
           PERFORM PURGE-LINE-FILE
           EXIT PARAGRAPH.

       PURGE-KV-HISTORY.
      *> Versions older than the cutoff, under the history lock the
      *> kv writers take. A key re-created after its whole history
      *> has gone starts its versions again at 1.
           MOVE KV-HIST-FILE-NAME TO LINE-IN-NAME
           MOVE "K" TO LINE-AGE-FORM
           PERFORM ACQUIRE-KV-HIST-LOCK
           PERFORM PURGE-LINE-FILE
           PERFORM RELEASE-KV-HIST-LOCK
           EXIT PARAGRAPH.

       PURGE-LINE-FILE.
      *> LINE-IN-NAME and LINE-AGE-FORM in. Survivors go to a fresh
      *> copy that replaces the file; expired lines are dropped, or
      *> for archive and compress kept in RETENTION_ARCHIVE_DIR/
      *> <class>/<file>.<run>. Lines whose age cannot be read stay.
           MOVE 0 TO LINE-GONE-COUNT
           MOVE 0 TO LINE-GONE-BYTES
           MOVE 0 TO LINE-KEPT-COUNT
           MOVE 0 TO LINE-FIRST-DATE
           MOVE 0 TO LINE-LAST-DATE
           MOVE 0 TO BODY-COUNT
           MOVE 0 TO BODY-BYTES
           MOVE 0 TO BODY-FAILED

           OPEN INPUT LINE-IN-FILE
           IF LINE-IN-STATUS NOT = "00"
               MOVE SPACES TO CERT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-IN-NAME) DELIMITED BY SIZE
                      " not present" DELIMITED BY SIZE
                      INTO CERT-LINE
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINE-OUT-NAME
           STRING FUNCTION TRIM(LINE-IN-NAME) DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO LINE-OUT-NAME
           MOVE LINE-IN-NAME TO ITEM-PATH
           PERFORM SPLIT-ITEM-PATH
           MOVE SPACES TO LINE-GONE-NAME
           STRING FUNCTION TRIM(ARCHIVE-CLASS-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-BASE) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  RUN-ID DELIMITED BY SIZE
                  INTO LINE-GONE-NAME

           IF PURGE-PREVIEW = "N"
               OPEN OUTPUT LINE-OUT-FILE
               IF CLASS-ACTION(CLASS-IDX) NOT = "delete"
                   MOVE SPACES TO SHELL-COMMAND
                   STRING "mkdir -p " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO SHELL-COMMAND
                   CALL "system" USING SHELL-COMMAND
                   OPEN OUTPUT LINE-GONE-FILE
               END-IF
           END-IF

           PERFORM UNTIL LINE-IN-STATUS = "10"
               READ LINE-IN-FILE INTO LINE-TEXT
                   AT END
                       MOVE "10" TO LINE-IN-STATUS
                   NOT AT END
                       PERFORM CONSIDER-LINE
               END-READ
           END-PERFORM

           CLOSE LINE-IN-FILE
           IF PURGE-PREVIEW = "N"
               CLOSE LINE-OUT-FILE
               IF CLASS-ACTION(CLASS-IDX) NOT = "delete"
                   CLOSE LINE-GONE-FILE
               END-IF
               PERFORM REPLACE-LINE-FILE
           END-IF

           IF LINE-GONE-COUNT > 0
               ADD 1 TO CLASS-ITEMS(CLASS-IDX)
               ADD LINE-GONE-BYTES TO CLASS-BYTES(CLASS-IDX)
               MOVE LINE-GONE-COUNT TO NUM-DISP
               MOVE LINE-GONE-BYTES TO NUM-DISP-2
               MOVE LINE-FIRST-DATE TO LINE-DATE
               PERFORM FORMAT-LINE-DATE
               MOVE DATE-DISP TO DATE-DISP-2
               MOVE LINE-LAST-DATE TO LINE-DATE
               PERFORM FORMAT-LINE-DATE
               MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
               MOVE SPACES TO CERT-LINE
               STRING "  " RUN-STAMP(9:2) ":" RUN-STAMP(11:2) ":"
                      RUN-STAMP(13:2) "  " DELIMITED BY SIZE
                      ACTION-DONE-TXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-IN-NAME) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                      " line(s) dated " DELIMITED BY SIZE
                      DATE-DISP-2 DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      DATE-DISP DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP-2) DELIMITED BY SIZE
                      " bytes)" DELIMITED BY SIZE
                      INTO CERT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF

           EXIT PARAGRAPH.

       CONSIDER-LINE.
           MOVE "N" TO LINE-AGE-KNOWN
           MOVE "N" TO LINE-EXPIRED
           EVALUATE LINE-AGE-FORM
               WHEN "E"
                   MOVE SPACES TO LINE-FIELD-1
                   MOVE SPACES TO LINE-FIELD-2
                   UNSTRING LINE-TEXT DELIMITED BY "|"
                       INTO LINE-FIELD-1 LINE-FIELD-2
                   IF FUNCTION TRIM(LINE-FIELD-1) NOT = SPACES AND
                      FUNCTION TEST-NUMVAL(LINE-FIELD-1) = 0
                       COMPUTE LINE-EPOCH =
                           FUNCTION NUMVAL(LINE-FIELD-1)
                       PERFORM SET-LINE-DATE-FROM-EPOCH
                   END-IF
               WHEN "K"
                   IF LINE-TEXT(1:10) IS NUMERIC
                       MOVE LINE-TEXT(1:10) TO LINE-EPOCH
                       PERFORM SET-LINE-DATE-FROM-EPOCH
                   END-IF
               WHEN "D"
                   IF LINE-TEXT(1:8) IS NUMERIC
                       MOVE LINE-TEXT(1:8) TO LINE-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(LINE-DATE) = 0
                           MOVE "Y" TO LINE-AGE-KNOWN
                           IF LINE-DATE < CUTOFF-DATE
                               MOVE "Y" TO LINE-EXPIRED
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE

           IF LINE-EXPIRED = "N"
               ADD 1 TO LINE-KEPT-COUNT
               IF PURGE-PREVIEW = "N"
                   WRITE LINE-OUT-RECORD FROM LINE-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF LINE-IS-JOURNAL = "Y"
               PERFORM DISPOSE-JOURNAL-BODY
           END-IF

           ADD 1 TO LINE-GONE-COUNT
           COMPUTE LINE-GONE-BYTES = LINE-GONE-BYTES +
               FUNCTION LENGTH(FUNCTION TRIM(LINE-TEXT TRAILING)) + 1
           IF LINE-FIRST-DATE = 0
               MOVE LINE-DATE TO LINE-FIRST-DATE
           END-IF
           MOVE LINE-DATE TO LINE-LAST-DATE
           IF PURGE-PREVIEW = "N" AND
              CLASS-ACTION(CLASS-IDX) NOT = "delete"
               WRITE LINE-GONE-RECORD FROM LINE-TEXT
           END-IF

           EXIT PARAGRAPH.

       SET-LINE-DATE-FROM-EPOCH.
           MOVE "Y" TO LINE-AGE-KNOWN
           COMPUTE LINE-DATE = FUNCTION DATE-OF-INTEGER(
               EPOCH-BASE-INT + LINE-EPOCH / 86400)
           IF LINE-EPOCH < CUTOFF-EPOCH
               MOVE "Y" TO LINE-EXPIRED
           END-IF
           EXIT PARAGRAPH.

       DISPOSE-JOURNAL-BODY.
      *> The entry's body file, when it still has one, goes the same
      *> way as its line.
           MOVE SPACES TO ITEM-PATH
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/archive/body_" DELIMITED BY SIZE
                  FUNCTION TRIM(LINE-FIELD-2) DELIMITED BY SIZE
                  ".bin" DELIMITED BY SIZE
                  INTO ITEM-PATH
           MOVE ITEM-PATH TO STAT-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STAT-PATH, STAT-INFO
               RETURNING STAT-RESULT
           IF STAT-RESULT NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE STAT-SIZE TO ITEM-BYTES
           MOVE "N" TO ITEM-IS-DIR
           PERFORM DISPOSE-ITEM
           IF ITEM-OK = "Y"
               ADD 1 TO BODY-COUNT
               ADD ITEM-BYTES TO BODY-BYTES
           ELSE
               ADD 1 TO BODY-FAILED
           END-IF
           EXIT PARAGRAPH.

       REPLACE-LINE-FILE.
      *> Nothing expired leaves the file exactly as it was.
           MOVE SPACES TO SHELL-COMMAND
           IF LINE-GONE-COUNT = 0
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-OUT-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-GONE-NAME) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "system" USING SHELL-COMMAND
               EXIT PARAGRAPH
           END-IF

           STRING "mv " DELIMITED BY SIZE
                  FUNCTION TRIM(LINE-OUT-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(LINE-IN-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
               RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL NOT = 0
               ADD 1 TO CLASS-FAILED(CLASS-IDX)
               MOVE SPACES TO CERT-LINE
               STRING "  FAILED to replace " DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-IN-NAME) DELIMITED BY SIZE
                      " -- nothing removed from it" DELIMITED BY SIZE
                      INTO CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE 0 TO LINE-GONE-COUNT
               EXIT PARAGRAPH
           END-IF

           IF CLASS-ACTION(CLASS-IDX) = "compress"
               MOVE SPACES TO SHELL-COMMAND
               STRING "gzip -f " DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-GONE-NAME) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "system" USING SHELL-COMMAND
           END-IF

           EXIT PARAGRAPH.

       PURGE-UPLOAD-STORE.
      *> Entries older than the cutoff by upload time lose their
      *> stored file (whichever tier holds it) and their index line;
      *> an entry whose file cannot be disposed of keeps its line.
      *> Archive and compress keep the index lines beside the files.
           IF FUNCTION TRIM(UPLOAD-STORE-DIR) = SPACES
               MOVE "  no UPLOAD_STORE_DIR configured" TO CERT-LINE
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO UPLOAD-IDX-PATH
           STRING FUNCTION TRIM(UPLOAD-STORE-DIR) DELIMITED BY SIZE
                  "/uploads.idx" DELIMITED BY SIZE
                  INTO UPLOAD-IDX-PATH
           MOVE UPLOAD-IDX-PATH TO LINE-IN-NAME
           MOVE 0 TO LINE-GONE-COUNT

           OPEN INPUT LINE-IN-FILE
           IF LINE-IN-STATUS NOT = "00"
               MOVE SPACES TO CERT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-IN-NAME) DELIMITED BY SIZE
                      " not present" DELIMITED BY SIZE
                      INTO CERT-LINE
               PERFORM WRITE-CERT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINE-OUT-NAME
           STRING FUNCTION TRIM(LINE-IN-NAME) DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO LINE-OUT-NAME
           MOVE SPACES TO LINE-GONE-NAME
           STRING FUNCTION TRIM(ARCHIVE-CLASS-DIR) DELIMITED BY SIZE
                  "/uploads.idx." DELIMITED BY SIZE
                  RUN-ID DELIMITED BY SIZE
                  INTO LINE-GONE-NAME
           IF PURGE-PREVIEW = "N"
               OPEN OUTPUT LINE-OUT-FILE
               IF CLASS-ACTION(CLASS-IDX) NOT = "delete"
                   MOVE SPACES TO SHELL-COMMAND
                   STRING "mkdir -p " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCHIVE-CLASS-DIR)
                              DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO SHELL-COMMAND
                   CALL "system" USING SHELL-COMMAND
                   OPEN OUTPUT LINE-GONE-FILE
               END-IF
           END-IF

           PERFORM UNTIL LINE-IN-STATUS = "10"
               READ LINE-IN-FILE INTO LINE-TEXT
                   AT END
                       MOVE "10" TO LINE-IN-STATUS
                   NOT AT END
                       PERFORM CONSIDER-UPLOAD-ENTRY
               END-READ
           END-PERFORM

           CLOSE LINE-IN-FILE
           IF PURGE-PREVIEW = "N"
               CLOSE LINE-OUT-FILE
               IF CLASS-ACTION(CLASS-IDX) NOT = "delete"
                   CLOSE LINE-GONE-FILE
               END-IF
      *> The index copy kept aside is plain text whatever the action.
               IF CLASS-ACTION(CLASS-IDX) = "compress"
                   MOVE "archive" TO CLASS-ACTION(CLASS-IDX)
                   PERFORM REPLACE-LINE-FILE
                   MOVE "compress" TO CLASS-ACTION(CLASS-IDX)
               ELSE
                   PERFORM REPLACE-LINE-FILE
               END-IF
           END-IF

           EXIT PARAGRAPH.

       CONSIDER-UPLOAD-ENTRY.
      *> The trailing columns are optional on older lines; clear
      *> them all first.
           MOVE SPACES TO UP-ID UP-FILENAME UP-SIZE UP-CTYPE
               UP-UPLOADER UP-TS-TXT UP-CKSUM UP-STATUS UP-REVIEWER
               UP-REV-TS UP-TIER UP-ARCHIVE
           UNSTRING LINE-TEXT DELIMITED BY "|"
               INTO UP-ID UP-FILENAME UP-SIZE UP-CTYPE UP-UPLOADER
                    UP-TS-TXT UP-CKSUM UP-STATUS UP-REVIEWER
                    UP-REV-TS UP-TIER UP-ARCHIVE

           MOVE "N" TO LINE-EXPIRED
           IF FUNCTION TRIM(UP-TS-TXT) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(UP-TS-TXT) = 0
               IF FUNCTION NUMVAL(UP-TS-TXT) < CUTOFF-EPOCH
                   MOVE "Y" TO LINE-EXPIRED
               END-IF
           END-IF
           IF LINE-EXPIRED = "N"
               IF PURGE-PREVIEW = "N"
                   WRITE LINE-OUT-RECORD FROM LINE-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ITEM-PATH
           IF FUNCTION TRIM(UP-TIER) = "ARCHIVE"
               MOVE UP-ARCHIVE TO ITEM-PATH
           ELSE
               STRING FUNCTION TRIM(UPLOAD-STORE-DIR)
                          DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(UP-ID) DELIMITED BY SIZE
                      INTO ITEM-PATH
           END-IF
           MOVE "N" TO ITEM-IS-DIR
           MOVE 0 TO ITEM-BYTES
           MOVE ITEM-PATH TO STAT-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STAT-PATH, STAT-INFO
               RETURNING STAT-RESULT
           IF STAT-RESULT = 0
               MOVE STAT-SIZE TO ITEM-BYTES
               PERFORM DISPOSE-ITEM
           ELSE
      *> Already gone from disk: only the index line is left.
               MOVE "Y" TO ITEM-OK
           END-IF

           MOVE SPACES TO ITEM-LABEL
           STRING "upload " DELIMITED BY SIZE
                  FUNCTION TRIM(UP-ID) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(UP-FILENAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(UP-UPLOADER) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ITEM-LABEL
           PERFORM RECORD-ITEM-OUTCOME

           IF ITEM-OK = "N"
               IF PURGE-PREVIEW = "N"
                   WRITE LINE-OUT-RECORD FROM LINE-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LINE-GONE-COUNT
           IF PURGE-PREVIEW = "N" AND
              CLASS-ACTION(CLASS-IDX) NOT = "delete"
               WRITE LINE-GONE-RECORD FROM LINE-TEXT
           END-IF

           EXIT PARAGRAPH.

       FORMAT-LINE-DATE.
           MOVE SPACES TO DATE-DISP
           STRING LINE-DATE(1:4) "-" LINE-DATE(5:2) "-"
                  LINE-DATE(7:2) DELIMITED BY SIZE
                  INTO DATE-DISP
           EXIT PARAGRAPH.

       WRITE-CERT-SUMMARY.
           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "Summary" TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           MOVE "class" TO CERT-LINE(3:5)
           MOVE "rule" TO CERT-LINE(21:4)
           MOVE "retain" TO CERT-LINE(27:6)
           MOVE "action" TO CERT-LINE(35:6)
           MOVE "items" TO CERT-LINE(47:5)
           MOVE "bytes" TO CERT-LINE(62:5)
           MOVE "failed" TO CERT-LINE(69:6)
           PERFORM WRITE-CERT-LINE

           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-COUNT
               MOVE SPACES TO CERT-LINE
               MOVE "  " TO CERT-LINE(1:2)
               MOVE CLASS-NAME(CLASS-IDX) TO CERT-LINE(3:16)
               IF CLASS-RULE-LINE(CLASS-IDX) = 0
                   MOVE "     -        -  no rule" TO CERT-LINE(19:24)
               ELSE
                   MOVE CLASS-RULE-LINE(CLASS-IDX) TO NUM-DISP-3
                   MOVE NUM-DISP-3(4:6) TO CERT-LINE(19:6)
                   IF CLASS-ACTION(CLASS-IDX) = "keep"
                       MOVE "        -" TO CERT-LINE(25:9)
                   ELSE
                       MOVE CLASS-DAYS(CLASS-IDX) TO NUM-DISP-3
                       MOVE NUM-DISP-3(3:7) TO CERT-LINE(25:7)
                       MOVE "d" TO CERT-LINE(32:1)
                   END-IF
                   MOVE CLASS-ACTION(CLASS-IDX) TO CERT-LINE(35:8)
                   MOVE CLASS-ITEMS(CLASS-IDX) TO NUM-DISP-3
                   MOVE NUM-DISP-3 TO CERT-LINE(43:9)
                   MOVE CLASS-BYTES(CLASS-IDX) TO NUM-DISP
                   MOVE NUM-DISP TO CERT-LINE(52:15)
                   MOVE CLASS-FAILED(CLASS-IDX) TO NUM-DISP-3
                   MOVE NUM-DISP-3(2:8) TO CERT-LINE(67:8)
               END-IF
               PERFORM WRITE-CERT-LINE
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "Retention applied elsewhere (server.conf)"
               TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "UPLOAD_RETAIN_DAYS" TO SUMMARY-COL
           MOVE SET-UPLOAD-RETAIN TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE
           MOVE "UPLOAD_REJECT_RETAIN_DAYS" TO SUMMARY-COL
           MOVE SET-REJECT-RETAIN TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE
           MOVE "UPLOAD_ARCHIVE_DAYS" TO SUMMARY-COL
           MOVE SET-UPLOAD-ARCHIVE TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE
           MOVE "SESSION_MAX_AGE_SECS" TO SUMMARY-COL
           MOVE SET-SESSION-MAX-AGE TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE
           MOVE "LOG_RETAIN_COUNT" TO SUMMARY-COL
           MOVE SET-LOG-RETAIN TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE
           MOVE "KV_HISTORY_KEEP" TO SUMMARY-COL
           MOVE SET-KV-HISTORY-KEEP TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE
           MOVE "JOB_RETAIN_SECS" TO SUMMARY-COL
           MOVE SET-JOB-RETAIN TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE
           MOVE "TRACE_MAX_FILES" TO SUMMARY-COL
           MOVE SET-TRACE-MAX TO SHELL-LINE
           PERFORM WRITE-SETTING-LINE

           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE TOTAL-ITEMS TO NUM-DISP
           MOVE TOTAL-BYTES TO NUM-DISP-2
           MOVE SPACES TO CERT-LINE
           MOVE 1 TO CERT-PTR
           STRING "Total: " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  " item(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP-2) DELIMITED BY SIZE
                  " byte(s)" DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR
           IF PURGE-PREVIEW = "Y"
               STRING " due for disposal" DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
           ELSE
               STRING " disposed of" DELIMITED BY SIZE
                      INTO CERT-LINE WITH POINTER CERT-PTR
           END-IF
           MOVE TOTAL-FAILED TO NUM-DISP
           STRING ", " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  " failure(s)" DELIMITED BY SIZE
                  INTO CERT-LINE WITH POINTER CERT-PTR
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "Reviewed by: ______________________   Date: __________"
               TO CERT-LINE
           PERFORM WRITE-CERT-LINE

           EXIT PARAGRAPH.

       WRITE-SETTING-LINE.
           MOVE SPACES TO CERT-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(SUMMARY-COL) DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  FUNCTION TRIM(SHELL-LINE) DELIMITED BY SIZE
                  INTO CERT-LINE
           PERFORM WRITE-CERT-LINE
           EXIT PARAGRAPH.

       WRITE-CERT-LINE.
           WRITE CERT-RECORD FROM CERT-LINE
           EXIT PARAGRAPH.

       LOAD-PURGE-CONFIG.
           OPEN INPUT CONFIG-FILE

           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               DISPLAY "DEBUG: no server.conf, using defaults"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-PURGE-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-PURGE-CONFIG-LINE.
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
               WHEN "RETENTION_POLICY"
                   MOVE CONFIG-VAL TO RETENTION-FILE-NAME
               WHEN "RETENTION_ARCHIVE_DIR"
                   MOVE CONFIG-VAL TO RETENTION-ARCHIVE-DIR
               WHEN "REPORTS_DIR"
                   MOVE CONFIG-VAL TO REPORTS-DIR
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO TEMP-DIR
               WHEN "JOURNAL_DIR"
                   MOVE CONFIG-VAL TO JOURNAL-DIR
               WHEN "UPLOAD_STORE_DIR"
                   MOVE CONFIG-VAL TO UPLOAD-STORE-DIR
               WHEN "MIRROR_LOG"
                   MOVE CONFIG-VAL TO MIRROR-LOG-NAME
               WHEN "ACCESS_LOG"
                   MOVE CONFIG-VAL TO ACCESS-LOG-NAME
               WHEN "REJECTED_LOG"
                   MOVE CONFIG-VAL TO REJECTED-LOG-NAME
               WHEN "TIMING_LOG"
                   MOVE CONFIG-VAL TO TIMING-LOG-NAME
               WHEN "RATE_LIMIT_LOG"
                   MOVE CONFIG-VAL TO RATE-LIMIT-LOG-NAME
               WHEN "UPLOAD_RETAIN_DAYS"
                   MOVE CONFIG-VAL TO SET-UPLOAD-RETAIN
               WHEN "UPLOAD_REJECT_RETAIN_DAYS"
                   MOVE CONFIG-VAL TO SET-REJECT-RETAIN
               WHEN "UPLOAD_ARCHIVE_DAYS"
                   MOVE CONFIG-VAL TO SET-UPLOAD-ARCHIVE
               WHEN "SESSION_MAX_AGE_SECS"
                   MOVE CONFIG-VAL TO SET-SESSION-MAX-AGE
               WHEN "LOG_RETAIN_COUNT"
                   MOVE CONFIG-VAL TO SET-LOG-RETAIN
               WHEN "KV_HISTORY_KEEP"
                   MOVE CONFIG-VAL TO SET-KV-HISTORY-KEEP
               WHEN "JOB_RETAIN_SECS"
                   MOVE CONFIG-VAL TO SET-JOB-RETAIN
               WHEN "TRACE_MAX_FILES"
                   MOVE CONFIG-VAL TO SET-TRACE-MAX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY KV-HIST.
       COPY LOG-CHAIN-LOCK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-DRILL.

      *> Backup restore drill: proves a CHECKPOINT-BACKUP set really
      *> restores, and measures how long recovery takes. The newest
      *> backup_YYYYMMDD-hhmmss set (or the one named) is restored
      *> into a scratch area -- kvstore.dat, the session store and
      *> the upload store -- and checked against the set's
      *> backup.manifest: record counts for the two indexed stores,
      *> the upload entry count, and every stored upload's checksum
      *> against the value its uploads.idx line recorded. A scratch
      *> server is then started there on a spare port and the
      *> journal entries since the set's checkpoint marker (from
      *> journal.archive and journal.idx alike) are replayed into it
      *> with JOURNAL-REPLAY. Each phase is timed; restore + start +
      *> replay is the recovery-time figure for the DR evidence.
      *>
      *> Usage:  RESTORE-DRILL [backup-set-dir]
      *> server.conf: DRILL_DIR (scratch area, default restore_drill,
      *> emptied first), DRILL_PORT (default 18080, must be free),
      *> DRILL_SERVER_COMMAND (default ./webserver), DRILL_REPLAY_
      *> COMMAND (default ./journal_replay), DRILL_START_WAIT_SECS
      *> (default 30), and the JOURNAL_DIR and SESSION_FILE the sets
      *> were taken with. The scratch server runs in the scratch area
      *> on a copy of server.conf with its port, stores and logs
      *> pointed there and journaling, mirroring, webhooks, alerts,
      *> TLS and tracing off; relative paths the copy still names
      *> (DOC_ROOT, ROUTES_SCRIPT, ...) resolve from the scratch area,
      *> so give them absolutely when replayed requests need them.
      *> Uploads encrypted at rest are checksummed through a
      *> decrypted scratch copy, with the keys beside the live
      *> ENCRYPTION_KEY_FILE; one that will not decrypt fails the
      *> drill like a mismatch. A relative ENCRYPTION_KEY_FILE is
      *> handed to the scratch server made absolute.
      *> Counts and checksums are taken before the server starts --
      *> its startup sweeps would otherwise purge aged uploads and
      *> expired keys from the restored copies.
      *>
      *> The report lands in restore_drill_YYYYMMDD.txt. A passing
      *> drill removes the scratch area; a failing one leaves it for
      *> inspection and exits 1, so the batch scheduler flags it.
      *> Exit code 3 when there is no backup set to drill, 2 when
      *> the report cannot be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT DRILL-CONF-FILE ASSIGN TO DRILL-CONF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRILL-CONF-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO JOURNAL-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-IN-STATUS.
           SELECT JOURNAL-OUT-FILE ASSIGN TO JOURNAL-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-OUT-STATUS.
           COPY KV-STORE-FILE-CONTROL.
           COPY SESSION-FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(64).
       FD LIST-FILE.
       01 LIST-FILE-RECORD PIC X(512).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).
       FD DRILL-CONF-FILE.
       01 DRILL-CONF-RECORD PIC X(256).
       FD JOURNAL-IN-FILE.
       01 JOURNAL-IN-RECORD PIC X(512).
       FD JOURNAL-OUT-FILE.
       01 JOURNAL-OUT-RECORD PIC X(512).
       COPY KV-STORE-FD.
       COPY SESSION-FD.

       WORKING-STORAGE SECTION.
       COPY UPLOAD-CHECKSUM-FIELDS.
       COPY FILE-CRYPT-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 DRILL-DIR             PIC X(128) VALUE "restore_drill".
       01 DRILL-PORT-TXT        PIC X(8) VALUE "18080".
       01 DRILL-SERVER-CMD      PIC X(192) VALUE "./webserver".
       01 DRILL-REPLAY-CMD      PIC X(192)
           VALUE "./journal_replay".
       01 DRILL-WAIT-TXT        PIC X(8) VALUE "30".
       01 JOURNAL-DIR           PIC X(128) VALUE SPACES.
       01 SESSION-FILE-PATH     PIC X(128) VALUE "sessions.dat".
       01 CONFIG-SESSION-FILE   PIC X(128).

       01 DRILL-PORT            PIC 9(5) COMP-5.
       01 DRILL-PORT-DISP       PIC 9(5).
       01 DRILL-WAIT-SECS       PIC 9(4) COMP-5.
       01 RUN-ARG               PIC X(256).
       01 RUN-STAMP             PIC X(21).
       01 SET-DIR-NAME          PIC X(128).
       01 SESSION-BASE-NAME     PIC X(128).
       01 PATH-IDX              PIC 9(4) COMP-5.
       01 PATH-SLASH            PIC 9(4) COMP-5.
       01 DRILL-FAILED          PIC X VALUE "N".
       01 SERVER-UP             PIC X VALUE "N".
       01 REPLAY-RAN            PIC X VALUE "N".

      *> What the set claims (backup.manifest).
       01 MANIFEST-FILE-NAME    PIC X(160).
       01 MANIFEST-FILE-STATUS  PIC XX.
       01 MANIFEST-LINE         PIC X(64).
       01 MANIFEST-NAME         PIC X(16).
       01 MANIFEST-VALUE        PIC X(32).
       01 CLAIM-MARKER          PIC X(16) VALUE SPACES.
       01 CLAIM-KV              PIC X(16) VALUE SPACES.
       01 CLAIM-SESSIONS        PIC X(16) VALUE SPACES.
       01 CLAIM-UPLOADS         PIC X(16) VALUE SPACES.
       01 MARKER-EPOCH          PIC 9(10) COMP-5 VALUE 0.

      *> One store checked against its claim.
       01 CHECK-LABEL           PIC X(16).
       01 CHECK-CLAIM           PIC X(16).
       01 CHECK-OUTCOME         PIC X(48).

      *> The timed phases.
       01 PHASE-VALUES.
           05 FILLER PIC X(8) VALUE "restore".
           05 FILLER PIC X(8) VALUE "verify".
           05 FILLER PIC X(8) VALUE "start".
           05 FILLER PIC X(8) VALUE "replay".
           05 FILLER PIC X(8) VALUE "stop".
       01 PHASE-TABLE REDEFINES PHASE-VALUES.
           05 PHASE-NAME OCCURS 5 TIMES PIC X(8).
       01 PHASE-RESULTS.
           05 PHASE-RESULT OCCURS 5 TIMES.
               10 PHASE-CS          PIC 9(9) COMP-5.
               10 PHASE-OUTCOME     PIC X(64).
       01 PHASE-IDX             PIC 9(4) COMP-5.
       01 PHASE-BEGIN-CS        PIC 9(18) COMP-5.
       01 DRILL-BEGIN-CS        PIC 9(18) COMP-5.
       01 TIME-NOW-CS           PIC 9(18) COMP-5.
       01 TIME-STAMP            PIC X(21).
       01 RECOVERY-CS           PIC 9(9) COMP-5.
       01 ELAPSED-DISP          PIC Z(5)9.99.

      *> Upload store check.
       01 UPLOAD-IDX-LINE       PIC X(512).
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
       01 UPLOAD-ENTRIES        PIC 9(9) COMP-5 VALUE 0.
       01 UPLOAD-OK             PIC 9(9) COMP-5 VALUE 0.
       01 UPLOAD-MISMATCH       PIC 9(9) COMP-5 VALUE 0.
       01 UPLOAD-MISSING        PIC 9(9) COMP-5 VALUE 0.
       01 UPLOAD-UNCHECKED      PIC 9(9) COMP-5 VALUE 0.
       01 UPLOAD-ARCHIVED       PIC 9(9) COMP-5 VALUE 0.
       01 UPLOAD-UNDECRYPTABLE  PIC 9(9) COMP-5 VALUE 0.
       01 DRILL-CWD             PIC X(256).

      *> Scratch server configuration: the live server.conf less the
      *> keys below, then the keys below with the drill's values.
       01 DRILL-CONF-NAME       PIC X(160).
       01 DRILL-CONF-STATUS     PIC XX.
       01 DRILL-CONF-LINE       PIC X(256).
       01 OVERRIDE-VALUES.
           05 FILLER PIC X(48) VALUE "PORT=".
           05 FILLER PIC X(48) VALUE "BIND_ADDRESS=127.0.0.1".
           05 FILLER PIC X(48) VALUE "IPV6_ENABLED=N".
           05 FILLER PIC X(48) VALUE "TLS_ENABLED=N".
           05 FILLER PIC X(48) VALUE "SELF_TEST=N".
           05 FILLER PIC X(48) VALUE "PID_FILE=webserver.pid".
           05 FILLER PIC X(48) VALUE "SESSION_FILE=sessions.dat".
           05 FILLER PIC X(48) VALUE "UPLOAD_STORE_DIR=uploads".
           05 FILLER PIC X(48) VALUE "JOURNAL_DIR=".
           05 FILLER PIC X(48) VALUE "MAINTENANCE_FILE=maint.flag".
           05 FILLER PIC X(48) VALUE "ACCESS_LOG=access.log".
           05 FILLER PIC X(48) VALUE "REJECTED_LOG=rejected.log".
           05 FILLER PIC X(48) VALUE "TIMING_LOG=timing.log".
           05 FILLER PIC X(48) VALUE "RATE_LIMIT_LOG=rate_limit.log".
           05 FILLER PIC X(48) VALUE "RATE_LIMIT_PER_MIN=0".
           05 FILLER PIC X(48) VALUE "AUDIT_LOG=audit.log".
           05 FILLER PIC X(48) VALUE "ALERT_LOG=alert.log".
           05 FILLER PIC X(48) VALUE "ALERT_COMMAND=".
           05 FILLER PIC X(48) VALUE "METRICS_FILE=metrics.dat".
           05 FILLER PIC X(48) VALUE "QUOTA_STATE_FILE=quota.dat".
           05 FILLER PIC X(48) VALUE "RECONCILE_REPORT=reconcile.rpt".
           05 FILLER PIC X(48) VALUE "JOB_DIR=jobs".
           05 FILLER PIC X(48) VALUE "MIRROR_HOST=".
           05 FILLER PIC X(48) VALUE "MIRROR_SPOOL_DIR=".
           05 FILLER PIC X(48) VALUE "WEBHOOK_URL=".
           05 FILLER PIC X(48) VALUE "TRACE_PATH_PREFIX=".
       01 OVERRIDE-TABLE REDEFINES OVERRIDE-VALUES.
           05 OVERRIDE-LINE OCCURS 26 TIMES PIC X(48).
       01 OVERRIDE-COUNT        PIC 9(4) COMP-5 VALUE 26.
       01 OVERRIDE-IDX          PIC 9(4) COMP-5.
       01 OVERRIDE-KEY          PIC X(48).
       01 OVERRIDE-HIT          PIC X.

      *> Journal since the marker, gathered into the scratch area.
       01 JOURNAL-IN-NAME       PIC X(160).
       01 JOURNAL-OUT-NAME      PIC X(160).
       01 JOURNAL-IN-STATUS     PIC XX.
       01 JOURNAL-OUT-STATUS    PIC XX.
       01 JOURNAL-LINE          PIC X(512).
       01 ENTRY-EPOCH-TXT       PIC X(12).
       01 ENTRY-RID             PIC X(32).
       01 ENTRY-EPOCH           PIC 9(10) COMP-5.
       01 JOURNAL-ENTRIES       PIC 9(9) COMP-5 VALUE 0.
       01 JOURNAL-SOURCE        PIC X(16).

      *> JOURNAL-REPLAY's own summary, read back from its output.
       01 REPLAY-OUT-NAME       PIC X(160).
       01 REPLAY-LINE           PIC X(512).
       01 REPLAY-SUBMITTED      PIC 9(9) COMP-5 VALUE 0.
       01 REPLAY-ACCEPTED       PIC 9(9) COMP-5 VALUE 0.
       01 REPLAY-REFUSED        PIC 9(9) COMP-5 VALUE 0.
       01 REPLAY-UNREACHED      PIC 9(9) COMP-5 VALUE 0.
       01 REPLAY-SUMMARY-SEEN   PIC X VALUE "N".
       01 REPLAY-HITS           PIC 9(4) COMP-5.
       01 REPLAY-NUM-TXT        PIC X(16).
       01 REPLAY-LABEL-TXT      PIC X(64).

      *> Probing the scratch server's port.
       01 SOCK-FD               PIC S9(9) COMP-5.
       01 PROBE-ADDRESS.
           05 PROBE-FAMILY      PIC 9(4) COMP-5 VALUE 2.
           05 PROBE-PORT-NET    PIC 9(4) COMP-5.
           05 PROBE-IP          PIC X(4).
           05 PROBE-RESERVED    PIC X(8) VALUE LOW-VALUES.
       01 PROBE-HOST-NUL        PIC X(16).
       01 PROBE-ANSWERED        PIC X.
       01 PROBE-TRIES           PIC 9(4) COMP-5.
       01 SERVER-PGID-TXT       PIC X(16).

       01 LIST-FILE-NAME        PIC X(160).
       01 LIST-FILE-STATUS      PIC XX.
       01 REPORT-FILE-NAME      PIC X(64).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(256).
       01 REPORT-PTR            PIC 9(4) COMP-5.
       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.

       01 SHELL-COMMAND         PIC X(1024).
       01 RETURN-CODE-LOCAL     PIC S9(9) COMP-5.

       COPY KV-STORE-FIELDS.
       COPY SESSION-FIELDS.
       COPY STORE-COUNT-FIELDS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-DRILL-CONFIG
           PERFORM MARK-TIME
           MOVE TIME-NOW-CS TO DRILL-BEGIN-CS
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP

           IF FUNCTION TRIM(DRILL-DIR) = SPACES OR
              FUNCTION TRIM(DRILL-DIR) = "." OR
              FUNCTION TRIM(DRILL-DIR) = ".." OR
              FUNCTION TRIM(DRILL-DIR) = "/"
               DISPLAY "Error: DRILL_DIR must name a scratch "
                   "directory of its own"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT RUN-ARG FROM COMMAND-LINE
           MOVE SPACES TO SET-DIR-NAME
           IF FUNCTION TRIM(RUN-ARG) = SPACES
               PERFORM FIND-NEWEST-SET
           ELSE
               MOVE FUNCTION TRIM(RUN-ARG) TO SET-DIR-NAME
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SET-DIR-NAME))
               TO PATH-IDX
           IF PATH-IDX > 1 AND SET-DIR-NAME(PATH-IDX:1) = "/"
               MOVE SPACE TO SET-DIR-NAME(PATH-IDX:1)
           END-IF
           IF FUNCTION TRIM(SET-DIR-NAME) = SPACES
               DISPLAY "Error: no backup_* set to drill"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "test -d " DELIMITED BY SIZE
                  FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
               RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL NOT = 0
               DISPLAY "Error: no backup set "
                   FUNCTION TRIM(SET-DIR-NAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-FILE-NAME
           STRING "restore_drill_" DELIMITED BY SIZE
                  RUN-STAMP(1:8) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write "
                   FUNCTION TRIM(REPORT-FILE-NAME)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SPLIT-SESSION-BASE
           PERFORM READ-SET-MANIFEST
           PERFORM WRITE-REPORT-HEADER

           MOVE 1 TO PHASE-IDX
           PERFORM BEGIN-PHASE
           PERFORM RESTORE-SET
           PERFORM END-PHASE

           MOVE 2 TO PHASE-IDX
           PERFORM BEGIN-PHASE
           IF PHASE-OUTCOME(1) = "ok"
               PERFORM VERIFY-RESTORED-SET
           ELSE
               MOVE "skipped -- nothing restored" TO PHASE-OUTCOME(2)
           END-IF
           PERFORM END-PHASE

           MOVE 3 TO PHASE-IDX
           PERFORM BEGIN-PHASE
           IF PHASE-OUTCOME(1) = "ok"
               PERFORM START-SCRATCH-SERVER
           ELSE
               MOVE "skipped -- nothing restored" TO PHASE-OUTCOME(3)
           END-IF
           PERFORM END-PHASE

           MOVE 4 TO PHASE-IDX
           PERFORM BEGIN-PHASE
           IF SERVER-UP = "Y"
               PERFORM REPLAY-SINCE-MARKER
           ELSE
               MOVE "skipped -- no scratch server" TO PHASE-OUTCOME(4)
           END-IF
           PERFORM END-PHASE

           MOVE 5 TO PHASE-IDX
           PERFORM BEGIN-PHASE
           PERFORM STOP-SCRATCH-SERVER
           PERFORM END-PHASE

           IF REPLAY-RAN = "Y"
               PERFORM REPORT-AFTER-REPLAY
           END-IF

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           IF DRILL-FAILED = "N"
               MOVE SPACES TO SHELL-COMMAND
               STRING "rm -rf " DELIMITED BY SIZE
                      FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "system" USING SHELL-COMMAND
           END-IF

           MOVE RECOVERY-CS TO TIME-NOW-CS
           COMPUTE ELAPSED-DISP = RECOVERY-CS / 100
           IF DRILL-FAILED = "Y"
               DISPLAY "Restore drill FAILED for "
                   FUNCTION TRIM(SET-DIR-NAME) " -- see "
                   FUNCTION TRIM(REPORT-FILE-NAME) ", scratch left in "
                   FUNCTION TRIM(DRILL-DIR)
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Restore drill passed for "
                   FUNCTION TRIM(SET-DIR-NAME) ": recovery time "
                   FUNCTION TRIM(ELAPSED-DISP) " s, report "
                   FUNCTION TRIM(REPORT-FILE-NAME)
           END-IF

           STOP RUN.

       FIND-NEWEST-SET.
      *> Set names sort in the order they were taken.
           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  ".sets" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1d backup_*/ 2>/dev/null | sort | tail -1 > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS = "00"
               READ LIST-FILE INTO SET-DIR-NAME
                   AT END
                       MOVE SPACES TO SET-DIR-NAME
               END-READ
               CLOSE LIST-FILE
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           EXIT PARAGRAPH.

       SPLIT-SESSION-BASE.
      *> CHECKPOINT-BACKUP copied the session store into the set
      *> under its own file name.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SESSION-FILE-PATH))
               TO PATH-IDX
           MOVE 0 TO PATH-SLASH
           PERFORM VARYING PATH-IDX FROM PATH-IDX BY -1
                   UNTIL PATH-IDX < 1 OR PATH-SLASH > 0
               IF SESSION-FILE-PATH(PATH-IDX:1) = "/"
                   MOVE PATH-IDX TO PATH-SLASH
               END-IF
           END-PERFORM
           MOVE SPACES TO SESSION-BASE-NAME
           MOVE SESSION-FILE-PATH(PATH-SLASH + 1:)
               TO SESSION-BASE-NAME
           EXIT PARAGRAPH.

       READ-SET-MANIFEST.
           MOVE SPACES TO MANIFEST-FILE-NAME
           STRING FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/backup.manifest" DELIMITED BY SIZE
                  INTO MANIFEST-FILE-NAME
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MANIFEST-FILE-STATUS NOT = "00"
               READ MANIFEST-FILE INTO MANIFEST-LINE
                   AT END
                       MOVE "10" TO MANIFEST-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO MANIFEST-NAME
                       MOVE SPACES TO MANIFEST-VALUE
                       UNSTRING MANIFEST-LINE DELIMITED BY "|"
                           INTO MANIFEST-NAME MANIFEST-VALUE
                       EVALUATE FUNCTION TRIM(MANIFEST-NAME)
                           WHEN "marker"
                               MOVE MANIFEST-VALUE TO CLAIM-MARKER
                           WHEN "kv"
                               MOVE MANIFEST-VALUE TO CLAIM-KV
                           WHEN "sessions"
                               MOVE MANIFEST-VALUE TO CLAIM-SESSIONS
                           WHEN "uploads"
                               MOVE MANIFEST-VALUE TO CLAIM-UPLOADS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE

           IF FUNCTION TRIM(CLAIM-MARKER) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(CLAIM-MARKER) = 0
               COMPUTE MARKER-EPOCH = FUNCTION NUMVAL(CLAIM-MARKER)
           END-IF

           EXIT PARAGRAPH.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "RESTORE DRILL  run " DELIMITED BY SIZE
                  RUN-STAMP(1:4) "-" RUN-STAMP(5:2) "-"
                  RUN-STAMP(7:2) " " RUN-STAMP(9:2) ":"
                  RUN-STAMP(11:2) ":" RUN-STAMP(13:2)
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REPORT-PTR
           STRING "Backup set:  " DELIMITED BY SIZE
                  FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           IF MARKER-EPOCH > 0
               STRING "  (checkpoint marker " DELIMITED BY SIZE
                      FUNCTION TRIM(CLAIM-MARKER) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE DRILL-PORT TO DRILL-PORT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Scratch:     " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  ", server on port " DELIMITED BY SIZE
                  DRILL-PORT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF FUNCTION TRIM(CLAIM-KV) = SPACES AND
              FUNCTION TRIM(CLAIM-SESSIONS) = SPACES AND
              FUNCTION TRIM(CLAIM-UPLOADS) = SPACES
               MOVE "Manifest:    none -- the set cannot be checked"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           EXIT PARAGRAPH.

       RESTORE-SET.
      *> The scratch area is emptied first: a drill proves what the
      *> set alone brings back.
           MOVE "ok" TO PHASE-OUTCOME(1)

           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -rf " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  " && mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
               RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL NOT = 0
               MOVE "FAILED -- cannot prepare the scratch area"
                   TO PHASE-OUTCOME(1)
               MOVE "Y" TO DRILL-FAILED
               EXIT PARAGRAPH
           END-IF

      *> An indexed store may have companion files beside it.
           MOVE SPACES TO SHELL-COMMAND
           STRING "cp " DELIMITED BY SIZE
                  FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/kvstore.dat* " DELIMITED BY SIZE
                  FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(SESSION-BASE-NAME) DELIMITED BY SIZE
                  "* " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/ 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

      *> The scratch server's SESSION_FILE is sessions.dat.
           IF FUNCTION TRIM(SESSION-BASE-NAME) NOT = "sessions.dat"
               MOVE SPACES TO SHELL-COMMAND
               STRING "cd " DELIMITED BY SIZE
                      FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                      " && for f in " DELIMITED BY SIZE
                      FUNCTION TRIM(SESSION-BASE-NAME)
                          DELIMITED BY SIZE
                      "*; do [ -f " DELIMITED BY SIZE
                      X"22" "$f" X"22" DELIMITED BY SIZE
                      " ] && mv " X"22" "$f" X"22" " sessions.dat"
                          DELIMITED BY SIZE
                      "${f#" DELIMITED BY SIZE
                      FUNCTION TRIM(SESSION-BASE-NAME)
                          DELIMITED BY SIZE
                      "}; done" DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "system" USING SHELL-COMMAND
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "test ! -d " DELIMITED BY SIZE
                  FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/uploads || cp -r " DELIMITED BY SIZE
                  FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/uploads " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/uploads" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
               RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL NOT = 0
               MOVE "FAILED -- upload store did not copy"
                   TO PHASE-OUTCOME(1)
               MOVE "Y" TO DRILL-FAILED
           END-IF

           EXIT PARAGRAPH.

       VERIFY-RESTORED-SET.
           MOVE "ok" TO PHASE-OUTCOME(2)
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Restored stores against the set's manifest"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO KV-STORE-FILE-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/kvstore.dat" DELIMITED BY SIZE
                  INTO KV-STORE-FILE-NAME
           PERFORM COUNT-KV-RECORDS
           MOVE "kvstore.dat" TO CHECK-LABEL
           MOVE CLAIM-KV TO CHECK-CLAIM
           PERFORM CHECK-AGAINST-CLAIM

           MOVE SPACES TO CONFIG-SESSION-FILE
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/sessions.dat" DELIMITED BY SIZE
                  INTO CONFIG-SESSION-FILE
           PERFORM COUNT-SESSION-RECORDS
           MOVE "session store" TO CHECK-LABEL
           MOVE CLAIM-SESSIONS TO CHECK-CLAIM
           PERFORM CHECK-AGAINST-CLAIM

           PERFORM CHECK-RESTORED-UPLOADS
           MOVE "upload entries" TO CHECK-LABEL
           MOVE CLAIM-UPLOADS TO CHECK-CLAIM
           PERFORM CHECK-AGAINST-CLAIM

           MOVE UPLOAD-OK TO COUNT-DISPLAY
           MOVE UPLOAD-MISMATCH TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REPORT-PTR
           STRING "  upload checksums: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " match, " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " mismatch, " DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           MOVE UPLOAD-MISSING TO COUNT-DISPLAY
           MOVE UPLOAD-UNCHECKED TO COUNT-DISPLAY-2
           STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " missing, " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " without a checksum" DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           PERFORM WRITE-REPORT-LINE
           IF UPLOAD-UNDECRYPTABLE > 0
               MOVE UPLOAD-UNDECRYPTABLE TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " encrypted upload(s) would not decrypt"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF UPLOAD-ARCHIVED > 0
               MOVE UPLOAD-ARCHIVED TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " entr(ies) on the archive tier, held outside "
                          DELIMITED BY SIZE
                      "the set (UPLOAD-VERIFY checks those)"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF UPLOAD-MISMATCH > 0 OR UPLOAD-MISSING > 0 OR
              UPLOAD-UNDECRYPTABLE > 0
               MOVE "FAILED -- upload checksums" TO PHASE-OUTCOME(2)
               MOVE "Y" TO DRILL-FAILED
           END-IF

           EXIT PARAGRAPH.

       CHECK-AGAINST-CLAIM.
      *> STORE-COUNT-RESULT / STORE-RECORD-COUNT against CHECK-CLAIM:
      *> a count must match exactly; a store the set recorded as
      *> absent must come back absent.
           MOVE STORE-RECORD-COUNT TO COUNT-DISPLAY
           EVALUATE TRUE
               WHEN FUNCTION TRIM(CHECK-CLAIM) = SPACES
                   MOVE "FAILED -- the set claims nothing"
                       TO CHECK-OUTCOME
               WHEN FUNCTION TRIM(CHECK-CLAIM) = "ABSENT"
                   IF STORE-COUNT-RESULT = "ABSENT"
                       MOVE "ok (not in the set)" TO CHECK-OUTCOME
                   ELSE
                       MOVE "FAILED -- restored a store the set lacks"
                           TO CHECK-OUTCOME
                   END-IF
               WHEN FUNCTION TEST-NUMVAL(CHECK-CLAIM) NOT = 0
                   MOVE "FAILED -- the set recorded it unreadable"
                       TO CHECK-OUTCOME
               WHEN STORE-COUNT-RESULT NOT = "OK"
                   MOVE SPACES TO CHECK-OUTCOME
                   STRING "FAILED -- restored copy "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(STORE-COUNT-RESULT)
                              DELIMITED BY SIZE
                          INTO CHECK-OUTCOME
               WHEN FUNCTION NUMVAL(CHECK-CLAIM) NOT =
                    STORE-RECORD-COUNT
                   MOVE SPACES TO CHECK-OUTCOME
                   STRING "FAILED -- restored " DELIMITED BY SIZE
                          FUNCTION TRIM(COUNT-DISPLAY)
                              DELIMITED BY SIZE
                          INTO CHECK-OUTCOME
               WHEN OTHER
                   MOVE "ok" TO CHECK-OUTCOME
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REPORT-PTR
           STRING "  " DELIMITED BY SIZE
                  CHECK-LABEL DELIMITED BY SIZE
                  " claimed " DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           IF FUNCTION TRIM(CHECK-CLAIM) = SPACES
               STRING "-" DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           ELSE
               STRING FUNCTION TRIM(CHECK-CLAIM) DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF
           STRING ", restored " DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           IF STORE-COUNT-RESULT = "OK"
               STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           ELSE
               STRING FUNCTION TRIM(STORE-COUNT-RESULT)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(CHECK-OUTCOME) DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           PERFORM WRITE-REPORT-LINE

           IF CHECK-OUTCOME(1:6) = "FAILED"
               MOVE "Y" TO DRILL-FAILED
               IF PHASE-OUTCOME(2) = "ok"
                   MOVE SPACES TO PHASE-OUTCOME(2)
                   STRING "FAILED -- " DELIMITED BY SIZE
                          FUNCTION TRIM(CHECK-LABEL) DELIMITED BY SIZE
                          INTO PHASE-OUTCOME(2)
               END-IF
           END-IF

           EXIT PARAGRAPH.

       CHECK-RESTORED-UPLOADS.
      *> The UPLOAD-VERIFY pass over the restored index: each stored
      *> file against the checksum recorded when it arrived.
           MOVE 0 TO STORE-RECORD-COUNT
           MOVE "OK" TO STORE-COUNT-RESULT
           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/uploads/uploads.idx" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               MOVE "ABSENT" TO STORE-COUNT-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
               READ LIST-FILE INTO UPLOAD-IDX-LINE
                   AT END
                       MOVE "10" TO LIST-FILE-STATUS
                   NOT AT END
                       PERFORM CHECK-ONE-UPLOAD
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           MOVE UPLOAD-ENTRIES TO STORE-RECORD-COUNT
           EXIT PARAGRAPH.

       CHECK-ONE-UPLOAD.
           MOVE SPACES TO ENTRY-ID ENTRY-FILENAME ENTRY-CKSUM
               ENTRY-TIER ENTRY-ARCHIVE
           UNSTRING UPLOAD-IDX-LINE DELIMITED BY "|"
               INTO ENTRY-ID ENTRY-FILENAME ENTRY-SIZE ENTRY-CTYPE
                    ENTRY-UPLOADER ENTRY-TS ENTRY-CKSUM
                    ENTRY-STATUS ENTRY-REVIEWER ENTRY-REV-TS
                    ENTRY-TIER ENTRY-ARCHIVE
           IF FUNCTION TRIM(ENTRY-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UPLOAD-ENTRIES

           IF FUNCTION TRIM(ENTRY-TIER) = "ARCHIVE"
               ADD 1 TO UPLOAD-ARCHIVED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ENTRY-CKSUM) = SPACES
               ADD 1 TO UPLOAD-UNCHECKED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CK-FILE-PATH
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/uploads/" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                  INTO CK-FILE-PATH

           MOVE CK-FILE-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-OPEN-FOR-READ
           IF CRYPT-RESULT = "NOKEY" OR CRYPT-RESULT = "FAILED"
               ADD 1 TO UPLOAD-UNDECRYPTABLE
               MOVE SPACES TO REPORT-LINE
               STRING "  UNDECRYPT upload " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(CRYPT-RESULT) DELIMITED BY SIZE
                      ", key " DELIMITED BY SIZE
                      FUNCTION TRIM(CRYPT-FILE-KEY-ID)
                          DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-FILENAME) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF CRYPT-RESULT = "OK"
               MOVE CRYPT-READ-PATH TO CK-FILE-PATH
           END-IF
           PERFORM CHECKSUM-STORED-FILE
           PERFORM CRYPT-RELEASE

           IF CK-FILE-OK = "N"
               ADD 1 TO UPLOAD-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING "  MISSING   upload " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-FILENAME) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CK-VALUE-DISP) = FUNCTION TRIM(ENTRY-CKSUM)
               ADD 1 TO UPLOAD-OK
           ELSE
               ADD 1 TO UPLOAD-MISMATCH
               MOVE SPACES TO REPORT-LINE
               STRING "  MISMATCH  upload " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                      "  recorded " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-CKSUM) DELIMITED BY SIZE
                      " restored " DELIMITED BY SIZE
                      FUNCTION TRIM(CK-VALUE-DISP) DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-FILENAME) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           EXIT PARAGRAPH.

       START-SCRATCH-SERVER.
           MOVE "127.0.0.1" TO PROBE-HOST-NUL
           MOVE X"00" TO PROBE-HOST-NUL(10:1)
           CALL "inet_pton" USING BY VALUE 2,
                                   BY REFERENCE PROBE-HOST-NUL,
                                   BY REFERENCE PROBE-IP
           MOVE DRILL-PORT TO PROBE-PORT-NET
           CALL "htons" USING BY VALUE PROBE-PORT-NET
               RETURNING PROBE-PORT-NET

      *> Something already answering there would be drilled in the
      *> scratch server's place.
           PERFORM PROBE-SCRATCH-PORT
           IF PROBE-ANSWERED = "Y"
               MOVE "FAILED -- DRILL_PORT already in use"
                   TO PHASE-OUTCOME(3)
               MOVE "Y" TO DRILL-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SCRATCH-CONFIG
           IF DRILL-CONF-STATUS NOT = "00"
               MOVE "FAILED -- cannot write the scratch server.conf"
                   TO PHASE-OUTCOME(3)
               MOVE "Y" TO DRILL-FAILED
               EXIT PARAGRAPH
           END-IF

      *> Its own session and process group, so the stop phase takes
      *> down every child and worker with it. A relative command is
      *> taken from where the drill was started.
           MOVE SPACES TO SHELL-COMMAND
           MOVE 1 TO REPORT-PTR
           STRING "D=$(pwd); cd " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  " && (setsid " DELIMITED BY SIZE
                  INTO SHELL-COMMAND WITH POINTER REPORT-PTR
           IF DRILL-SERVER-CMD(1:1) NOT = "/"
               STRING "$D/" DELIMITED BY SIZE
                      INTO SHELL-COMMAND WITH POINTER REPORT-PTR
           END-IF
           STRING FUNCTION TRIM(DRILL-SERVER-CMD) DELIMITED BY SIZE
                  " > server.out 2>&1 < /dev/null & echo $! > "
                      DELIMITED BY SIZE
                  "server.pgid)" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND WITH POINTER REPORT-PTR
           CALL "system" USING SHELL-COMMAND

           MOVE 0 TO PROBE-TRIES
           PERFORM UNTIL PROBE-ANSWERED = "Y" OR
                         PROBE-TRIES >= DRILL-WAIT-SECS
               CALL "sleep" USING BY VALUE 1
               ADD 1 TO PROBE-TRIES
               PERFORM PROBE-SCRATCH-PORT
           END-PERFORM

           IF PROBE-ANSWERED = "Y"
               MOVE "Y" TO SERVER-UP
               MOVE "ok" TO PHASE-OUTCOME(3)
           ELSE
               MOVE DRILL-WAIT-SECS TO COUNT-DISPLAY
               MOVE SPACES TO PHASE-OUTCOME(3)
               STRING "FAILED -- not listening after " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " s (see server.out)" DELIMITED BY SIZE
                      INTO PHASE-OUTCOME(3)
               MOVE "Y" TO DRILL-FAILED
           END-IF

           EXIT PARAGRAPH.

       PROBE-SCRATCH-PORT.
           MOVE "N" TO PROBE-ANSWERED
           CALL "socket" USING BY VALUE 2, 1, 0 RETURNING SOCK-FD
           IF SOCK-FD < 0
               EXIT PARAGRAPH
           END-IF
           CALL "connect" USING BY VALUE SOCK-FD,
                                BY CONTENT PROBE-ADDRESS,
                                BY VALUE LENGTH OF PROBE-ADDRESS
                                RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL = 0
               MOVE "Y" TO PROBE-ANSWERED
           END-IF
           CALL "close" USING BY VALUE SOCK-FD
           EXIT PARAGRAPH.

       WRITE-SCRATCH-CONFIG.
           MOVE SPACES TO DRILL-CONF-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/server.conf" DELIMITED BY SIZE
                  INTO DRILL-CONF-NAME
           OPEN OUTPUT DRILL-CONF-FILE
           IF DRILL-CONF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "00"
               PERFORM UNTIL CONFIG-FILE-STATUS NOT = "00"
                   READ CONFIG-FILE INTO CONFIG-LINE
                       AT END
                           MOVE "10" TO CONFIG-FILE-STATUS
                       NOT AT END
                           PERFORM COPY-ONE-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF

           MOVE "# restore drill settings" TO DRILL-CONF-LINE
           WRITE DRILL-CONF-RECORD FROM DRILL-CONF-LINE
           PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
                   UNTIL OVERRIDE-IDX > OVERRIDE-COUNT
               MOVE OVERRIDE-LINE(OVERRIDE-IDX) TO DRILL-CONF-LINE
               IF OVERRIDE-IDX = 1
                   MOVE DRILL-PORT TO DRILL-PORT-DISP
                   MOVE DRILL-PORT-DISP TO DRILL-CONF-LINE(6:5)
               END-IF
               WRITE DRILL-CONF-RECORD FROM DRILL-CONF-LINE
           END-PERFORM
           CLOSE DRILL-CONF-FILE
           MOVE "00" TO DRILL-CONF-STATUS

           EXIT PARAGRAPH.

       COPY-ONE-CONFIG-LINE.
      *> Every line goes across except the keys the drill sets.
           MOVE "N" TO OVERRIDE-HIT
           MOVE SPACES TO CONFIG-KEY
           MOVE FUNCTION TRIM(CONFIG-LINE) TO DRILL-CONF-LINE
           IF DRILL-CONF-LINE NOT = SPACES AND
              DRILL-CONF-LINE(1:1) NOT = "#"
               UNSTRING DRILL-CONF-LINE DELIMITED BY "="
                   INTO CONFIG-KEY
               MOVE FUNCTION TRIM(CONFIG-KEY) TO CONFIG-KEY
               PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
                       UNTIL OVERRIDE-IDX > OVERRIDE-COUNT
                   MOVE SPACES TO OVERRIDE-KEY
                   UNSTRING OVERRIDE-LINE(OVERRIDE-IDX)
                       DELIMITED BY "=" INTO OVERRIDE-KEY
                   IF OVERRIDE-KEY = CONFIG-KEY
                       MOVE "Y" TO OVERRIDE-HIT
                   END-IF
               END-PERFORM
           END-IF
      *> The scratch server runs in the scratch area, where a
      *> relative key path would name nothing.
           IF OVERRIDE-HIT = "N" AND
              CONFIG-KEY = "ENCRYPTION_KEY_FILE"
               MOVE SPACES TO CONFIG-VAL
               UNSTRING DRILL-CONF-LINE DELIMITED BY "="
                   INTO CONFIG-KEY CONFIG-VAL
               MOVE FUNCTION TRIM(CONFIG-VAL) TO CONFIG-VAL
               IF CONFIG-VAL NOT = SPACES AND
                  CONFIG-VAL(1:1) NOT = "/"
                   MOVE SPACES TO DRILL-CWD
                   CALL "getcwd" USING BY REFERENCE DRILL-CWD,
                                       BY VALUE LENGTH OF DRILL-CWD
                   INSPECT DRILL-CWD REPLACING CHARACTERS BY SPACE
                       AFTER INITIAL X"00"
                   INSPECT DRILL-CWD REPLACING ALL X"00" BY SPACE
                   MOVE SPACES TO DRILL-CONF-LINE
                   STRING "ENCRYPTION_KEY_FILE=" DELIMITED BY SIZE
                          FUNCTION TRIM(DRILL-CWD) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(CONFIG-VAL) DELIMITED BY SIZE
                          INTO DRILL-CONF-LINE
                   WRITE DRILL-CONF-RECORD FROM DRILL-CONF-LINE
                   MOVE "Y" TO OVERRIDE-HIT
               END-IF
           END-IF
           IF OVERRIDE-HIT = "N"
               WRITE DRILL-CONF-RECORD FROM CONFIG-LINE
           END-IF
           EXIT PARAGRAPH.

       REPLAY-SINCE-MARKER.
           IF FUNCTION TRIM(JOURNAL-DIR) = SPACES
               MOVE "ok -- no JOURNAL_DIR, nothing to replay"
                   TO PHASE-OUTCOME(4)
               EXIT PARAGRAPH
           END-IF
           IF MARKER-EPOCH = 0
               MOVE "FAILED -- the set has no checkpoint marker"
                   TO PHASE-OUTCOME(4)
               MOVE "Y" TO DRILL-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-JOURNAL-SINCE-MARKER

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE JOURNAL-ENTRIES TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Journal since the marker: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " entr(ies)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF JOURNAL-ENTRIES = 0
               MOVE "ok -- nothing journaled since the marker"
                   TO PHASE-OUTCOME(4)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPLAY-OUT-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/replay.out" DELIMITED BY SIZE
                  INTO REPLAY-OUT-NAME
           MOVE DRILL-PORT TO DRILL-PORT-DISP
           MOVE SPACES TO SHELL-COMMAND
           STRING FUNCTION TRIM(DRILL-REPLAY-CMD) DELIMITED BY SIZE
                  " 127.0.0.1 " DELIMITED BY SIZE
                  DRILL-PORT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/journal 0 > " DELIMITED BY SIZE
                  FUNCTION TRIM(REPLAY-OUT-NAME) DELIMITED BY SIZE
                  " 2>&1" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
           MOVE "Y" TO REPLAY-RAN

           PERFORM READ-REPLAY-OUTPUT

           MOVE REPLAY-SUBMITTED TO COUNT-DISPLAY
           MOVE REPLAY-ACCEPTED TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "  re-submitted " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  ", answered 2xx/3xx " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REPLAY-REFUSED TO COUNT-DISPLAY
           MOVE REPLAY-UNREACHED TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "  refused by the restored server " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  ", not delivered " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

      *> Every entry must reach the server. A refusal is reported but
      *> is not a restore failure: replay carries no credentials, so
      *> gated paths answer 401 on any rebuilt server.
           EVALUATE TRUE
               WHEN REPLAY-SUMMARY-SEEN = "N"
                   MOVE "FAILED -- JOURNAL-REPLAY did not complete"
                       TO PHASE-OUTCOME(4)
                   MOVE "Y" TO DRILL-FAILED
               WHEN REPLAY-UNREACHED > 0 OR
                    REPLAY-SUBMITTED NOT = JOURNAL-ENTRIES
                   MOVE "FAILED -- entries not delivered"
                       TO PHASE-OUTCOME(4)
                   MOVE "Y" TO DRILL-FAILED
               WHEN REPLAY-REFUSED > 0
                   MOVE REPLAY-REFUSED TO COUNT-DISPLAY
                   MOVE SPACES TO PHASE-OUTCOME(4)
                   STRING "ok -- " DELIMITED BY SIZE
                          FUNCTION TRIM(COUNT-DISPLAY)
                              DELIMITED BY SIZE
                          " refused, listed above" DELIMITED BY SIZE
                          INTO PHASE-OUTCOME(4)
               WHEN OTHER
                   MOVE "ok" TO PHASE-OUTCOME(4)
           END-EVALUATE

           EXIT PARAGRAPH.

       GATHER-JOURNAL-SINCE-MARKER.
      *> A set older than the newest has part of its replay range in
      *> journal.archive already; the archive comes first, the order
      *> the lines were sealed in.
           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/journal" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           MOVE SPACES TO JOURNAL-OUT-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/journal/journal.idx" DELIMITED BY SIZE
                  INTO JOURNAL-OUT-NAME
           OPEN OUTPUT JOURNAL-OUT-FILE

           MOVE "archive" TO JOURNAL-SOURCE
           MOVE SPACES TO JOURNAL-IN-NAME
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/journal.archive" DELIMITED BY SIZE
                  INTO JOURNAL-IN-NAME
           PERFORM GATHER-ONE-JOURNAL-FILE

           MOVE "live" TO JOURNAL-SOURCE
           MOVE SPACES TO JOURNAL-IN-NAME
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/journal.idx" DELIMITED BY SIZE
                  INTO JOURNAL-IN-NAME
           PERFORM GATHER-ONE-JOURNAL-FILE

           CLOSE JOURNAL-OUT-FILE
           EXIT PARAGRAPH.

       GATHER-ONE-JOURNAL-FILE.
           OPEN INPUT JOURNAL-IN-FILE
           IF JOURNAL-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-IN-STATUS NOT = "00"
               READ JOURNAL-IN-FILE INTO JOURNAL-LINE
                   AT END
                       MOVE "10" TO JOURNAL-IN-STATUS
                   NOT AT END
                       PERFORM GATHER-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-IN-FILE
           EXIT PARAGRAPH.

       GATHER-ONE-JOURNAL-LINE.
           MOVE SPACES TO ENTRY-EPOCH-TXT
           MOVE SPACES TO ENTRY-RID
           UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO ENTRY-EPOCH-TXT ENTRY-RID
           IF FUNCTION TRIM(ENTRY-RID) = SPACES OR
              FUNCTION TRIM(ENTRY-EPOCH-TXT) = SPACES OR
              FUNCTION TEST-NUMVAL(ENTRY-EPOCH-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ENTRY-EPOCH = FUNCTION NUMVAL(ENTRY-EPOCH-TXT)
           IF ENTRY-EPOCH <= MARKER-EPOCH
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JOURNAL-ENTRIES
           WRITE JOURNAL-OUT-RECORD FROM JOURNAL-LINE

      *> The body sits beside journal.idx, or under archive/ once
      *> CHECKPOINT-BACKUP has moved it there.
           MOVE SPACES TO SHELL-COMMAND
           STRING "cp " DELIMITED BY SIZE
                  FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/body_" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-RID) DELIMITED BY SIZE
                  ".bin " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/journal/ 2>/dev/null || cp " DELIMITED BY SIZE
                  FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/archive/body_" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-RID) DELIMITED BY SIZE
                  ".bin " DELIMITED BY SIZE
                  FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/journal/ 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           EXIT PARAGRAPH.

       READ-REPLAY-OUTPUT.
      *> JOURNAL-REPLAY prints one line per entry and its summary;
      *> refused entries are copied into the report.
           MOVE REPLAY-OUT-NAME TO LIST-FILE-NAME
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
               READ LIST-FILE INTO REPLAY-LINE
                   AT END
                       MOVE "10" TO LIST-FILE-STATUS
                   NOT AT END
                       PERFORM READ-ONE-REPLAY-LINE
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           EXIT PARAGRAPH.

       READ-ONE-REPLAY-LINE.
           IF REPLAY-LINE(1:16) = "JOURNAL REPLAY: "
               MOVE "Y" TO REPLAY-SUMMARY-SEEN
               MOVE SPACES TO REPLAY-NUM-TXT
               UNSTRING REPLAY-LINE(17:) DELIMITED BY ALL " "
                   INTO REPLAY-NUM-TXT
               IF FUNCTION TEST-NUMVAL(REPLAY-NUM-TXT) = 0
                   COMPUTE REPLAY-SUBMITTED =
                       FUNCTION NUMVAL(REPLAY-NUM-TXT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPLAY-LABEL-TXT
           MOVE SPACES TO REPLAY-NUM-TXT
           UNSTRING REPLAY-LINE DELIMITED BY ":"
               INTO REPLAY-LABEL-TXT REPLAY-NUM-TXT
           IF FUNCTION TRIM(REPLAY-LABEL-TXT) = "2xx/3xx" AND
              FUNCTION TEST-NUMVAL(REPLAY-NUM-TXT) = 0
               COMPUTE REPLAY-ACCEPTED =
                   FUNCTION NUMVAL(REPLAY-NUM-TXT)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO REPLAY-HITS
           INSPECT REPLAY-LINE TALLYING REPLAY-HITS
               FOR ALL " -> no connection"
           IF REPLAY-HITS > 0
               ADD 1 TO REPLAY-UNREACHED
               EXIT PARAGRAPH
           END-IF
           INSPECT REPLAY-LINE TALLYING REPLAY-HITS
               FOR ALL " -> FAILED"
           IF REPLAY-HITS > 0
               ADD 1 TO REPLAY-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING "  refused" DELIMITED BY SIZE
                      FUNCTION TRIM(REPLAY-LINE TRAILING)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       STOP-SCRATCH-SERVER.
           MOVE "ok" TO PHASE-OUTCOME(5)
           MOVE SPACES TO SERVER-PGID-TXT
           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/server.pgid" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               MOVE "ok -- no scratch server was started"
                   TO PHASE-OUTCOME(5)
               EXIT PARAGRAPH
           END-IF
           READ LIST-FILE INTO SERVER-PGID-TXT
               AT END
                   MOVE SPACES TO SERVER-PGID-TXT
           END-READ
           CLOSE LIST-FILE
           IF FUNCTION TRIM(SERVER-PGID-TXT) = SPACES OR
              FUNCTION TEST-NUMVAL(SERVER-PGID-TXT) NOT = 0
               MOVE "ok -- no scratch server was started"
                   TO PHASE-OUTCOME(5)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "kill -TERM -" DELIMITED BY SIZE
                  FUNCTION TRIM(SERVER-PGID-TXT) DELIMITED BY SIZE
                  " 2>/dev/null; sleep 1; kill -KILL -"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(SERVER-PGID-TXT) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           EXIT PARAGRAPH.

       REPORT-AFTER-REPLAY.
      *> For the record: where the stores stand once the journal is
      *> back in.
           MOVE SPACES TO KV-STORE-FILE-NAME
           STRING FUNCTION TRIM(DRILL-DIR) DELIMITED BY SIZE
                  "/kvstore.dat" DELIMITED BY SIZE
                  INTO KV-STORE-FILE-NAME
           PERFORM COUNT-KV-RECORDS
           MOVE STORE-RECORD-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REPORT-PTR
           STRING "  after replay: kvstore.dat " DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           IF STORE-COUNT-RESULT = "OK"
               STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " record(s)" DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           ELSE
               STRING FUNCTION TRIM(STORE-COUNT-RESULT)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF

           PERFORM COUNT-SESSION-RECORDS
           MOVE STORE-RECORD-COUNT TO COUNT-DISPLAY
           STRING ", session store " DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           IF STORE-COUNT-RESULT = "OK"
               STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " record(s)" DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           ELSE
               STRING FUNCTION TRIM(STORE-COUNT-RESULT)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Phase     elapsed  result" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO RECOVERY-CS
           PERFORM VARYING PHASE-IDX FROM 1 BY 1 UNTIL PHASE-IDX > 5
               COMPUTE ELAPSED-DISP = PHASE-CS(PHASE-IDX) / 100
               MOVE SPACES TO REPORT-LINE
               STRING PHASE-NAME(PHASE-IDX) DELIMITED BY SIZE
                      ELAPSED-DISP DELIMITED BY SIZE
                      " s  " DELIMITED BY SIZE
                      FUNCTION TRIM(PHASE-OUTCOME(PHASE-IDX))
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF PHASE-IDX = 1 OR PHASE-IDX = 3 OR PHASE-IDX = 4
                   ADD PHASE-CS(PHASE-IDX) TO RECOVERY-CS
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE ELAPSED-DISP = RECOVERY-CS / 100
           MOVE SPACES TO REPORT-LINE
           STRING "Recovery time (restore + start + replay): "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(ELAPSED-DISP) DELIMITED BY SIZE
                  " s" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM MARK-TIME
           COMPUTE ELAPSED-DISP = (TIME-NOW-CS - DRILL-BEGIN-CS) / 100
           MOVE SPACES TO REPORT-LINE
           STRING "Drill total:                               "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(ELAPSED-DISP) DELIMITED BY SIZE
                  " s" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF DRILL-FAILED = "Y"
               MOVE "RESULT: FAIL" TO REPORT-LINE
           ELSE
               MOVE "RESULT: PASS" TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       BEGIN-PHASE.
           PERFORM MARK-TIME
           MOVE TIME-NOW-CS TO PHASE-BEGIN-CS
           EXIT PARAGRAPH.

       END-PHASE.
           PERFORM MARK-TIME
           COMPUTE PHASE-CS(PHASE-IDX) = TIME-NOW-CS - PHASE-BEGIN-CS
           EXIT PARAGRAPH.

       MARK-TIME.
      *> Hundredths of a second on a running day count, so a phase
      *> that crosses midnight still measures right.
           MOVE FUNCTION CURRENT-DATE TO TIME-STAMP
           COMPUTE TIME-NOW-CS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TIME-STAMP(1:8))) * 8640000
               + FUNCTION NUMVAL(TIME-STAMP(9:2)) * 360000
               + FUNCTION NUMVAL(TIME-STAMP(11:2)) * 6000
               + FUNCTION NUMVAL(TIME-STAMP(13:2)) * 100
               + FUNCTION NUMVAL(TIME-STAMP(15:2))
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       LOAD-DRILL-CONFIG.
           OPEN INPUT CONFIG-FILE

           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               DISPLAY "DEBUG: no server.conf, using defaults"
           ELSE
               PERFORM UNTIL CONFIG-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-LINE
                       AT END
                           MOVE "10" TO CONFIG-FILE-STATUS
                       NOT AT END
                           PERFORM APPLY-DRILL-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF

           MOVE 18080 TO DRILL-PORT
           IF FUNCTION TEST-NUMVAL(DRILL-PORT-TXT) = 0
               IF FUNCTION NUMVAL(DRILL-PORT-TXT) >= 1 AND
                  FUNCTION NUMVAL(DRILL-PORT-TXT) <= 65535
                   COMPUTE DRILL-PORT = FUNCTION NUMVAL(DRILL-PORT-TXT)
               END-IF
           END-IF
           MOVE 30 TO DRILL-WAIT-SECS
           IF FUNCTION TEST-NUMVAL(DRILL-WAIT-TXT) = 0
               IF FUNCTION NUMVAL(DRILL-WAIT-TXT) >= 1 AND
                  FUNCTION NUMVAL(DRILL-WAIT-TXT) <= 600
                   COMPUTE DRILL-WAIT-SECS =
                       FUNCTION NUMVAL(DRILL-WAIT-TXT)
               END-IF
           END-IF

           PERFORM CRYPT-SET-KEY

           EXIT PARAGRAPH.

       APPLY-DRILL-CONFIG-LINE.
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
               WHEN "DRILL_DIR"
                   MOVE CONFIG-VAL TO DRILL-DIR
               WHEN "DRILL_PORT"
                   MOVE CONFIG-VAL TO DRILL-PORT-TXT
               WHEN "DRILL_SERVER_COMMAND"
                   MOVE CONFIG-VAL TO DRILL-SERVER-CMD
               WHEN "DRILL_REPLAY_COMMAND"
                   MOVE CONFIG-VAL TO DRILL-REPLAY-CMD
               WHEN "DRILL_START_WAIT_SECS"
                   MOVE CONFIG-VAL TO DRILL-WAIT-TXT
               WHEN "JOURNAL_DIR"
                   MOVE CONFIG-VAL TO JOURNAL-DIR
               WHEN "SESSION_FILE"
                   MOVE CONFIG-VAL TO SESSION-FILE-PATH
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CRYPT-KEY-FILE
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY UPLOAD-CHECKSUM.
       COPY STORE-COUNT.
       COPY FILE-CRYPT.

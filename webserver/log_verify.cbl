       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-VERIFY.

      *> Walks the seal chain of the access log and of the request
      *> journal index (see LOG-CHAIN-FIELDS) over a date range and
      *> reports, per log, the first record that is broken (its seal
      *> does not match its text and predecessor), missing (a gap in
      *> the sequence, or records gone from the end), reordered
      *> (a sequence number out of turn), inserted (an unsealed line
      *> once sealing has begun) or restarted (the chain begun again
      *> at 1). A clean run ends the report with an ATTESTATION line
      *> -- range, record counts, sequence spans and head hashes --
      *> sealed with the chain key, for handing to auditors.
      *>
      *> Usage:  LOG-VERIFY [from-YYYYMMDD [to-YYYYMMDD]]
      *> Defaults: today; "to" defaults to "from". ACCESS_LOG,
      *> JOURNAL_DIR and LOG_CHAIN_KEY come from server.conf. The
      *> access log is read through its rotated <log>.<YYYYMMDD>-
      *> <hhmmss> archives oldest first, then the live file; the
      *> journal through journal.archive, then journal.idx. The last
      *> sealed record before the range (from the newest archive
      *> older than it) is what the first record in range is checked
      *> against; when none is kept any more the chain is taken up
      *> at the first record in range, and the report says so.
      *> Lines from before sealing was turned on are counted, not
      *> judged. The report lands in chain_verify_<from>_<to>.txt.
      *> Exit code 1 when either chain is broken, 2 when the report
      *> cannot be written, 3 on a usage error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           COPY LOG-CHAIN-FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD LIST-FILE.
       01 LIST-FILE-RECORD PIC X(256).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(512).
       COPY LOG-CHAIN-FD.

       WORKING-STORAGE SECTION.
       COPY LOG-CHAIN-FIELDS.
       COPY HMAC-SHA256-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 ACCESS-LOG-PATH       PIC X(160) VALUE "access.log".
       01 JOURNAL-DIR           PIC X(128) VALUE SPACES.

       01 COMMAND-LINE-ARGS     PIC X(256).
       01 ARG-FROM-TXT          PIC X(16).
       01 ARG-TO-TXT            PIC X(16).
       01 FROM-DATE             PIC X(8).
       01 TO-DATE               PIC X(8).
       01 RUN-STAMP             PIC X(14).

       01 LIST-FILE-NAME        PIC X(256).
       01 LIST-FILE-STATUS      PIC XX.
       01 LIST-LINE             PIC X(256).
       01 REPORT-FILE-NAME      PIC X(256).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(512).
       01 SHELL-COMMAND         PIC X(600).

      *> The chain being walked: which log, the file and line being
      *> read, and where the walk has got to.
       01 CH-KIND               PIC X.
       01 CH-LABEL              PIC X(12).
       01 CH-LOG-PATH           PIC X(180).
       01 CH-FILE               PIC X(180).
       01 CH-LINE-NO            PIC 9(9) COMP-5.
       01 CH-FILES              PIC 9(4) COMP-5.
       01 CH-STOP               PIC X.
       01 CH-ANCHORED           PIC X.
       01 CH-BROKEN             PIC X.
       01 CH-LAST-SEQ           PIC 9(12).
       01 CH-LAST-HASH          PIC X(64).
       01 CH-FIRST-SEQ          PIC 9(12).
       01 CH-HAVE-FIRST         PIC X.
       01 CH-RECORDS            PIC 9(9) COMP-5.
       01 CH-VERIFIED           PIC 9(9) COMP-5.
       01 CH-LEGACY             PIC 9(9) COMP-5.
       01 CH-ANCHOR-NOTE        PIC X(220).
       01 CH-BREAK-KIND         PIC X(10).
       01 CH-BREAK-TEXT         PIC X(220).
       01 CH-BREAK-FILE         PIC X(180).
       01 CH-BREAK-LINE         PIC 9(9) COMP-5.
       01 CH-LINE-DATE          PIC X(8).
       01 CH-LAST-DATE          PIC X(8).
       01 CH-STATE-SEQ          PIC 9(12).
       01 CH-STATE-OK           PIC X.
       01 CH-PENDING-ARCHIVE    PIC X(180).
       01 CH-ARCHIVE-DATE       PIC X(8).
       01 CH-BASE-LEN           PIC 9(4) COMP-5.
       01 CH-EXPECT-SEQ         PIC 9(12).
       01 CH-GAP-FROM           PIC 9(12).
       01 CH-GAP-TO             PIC 9(12).
       01 CH-SEQ-DISP           PIC Z(11)9.
       01 CH-SEQ-DISP-2         PIC Z(11)9.
       01 CH-LINE-DISP          PIC Z(8)9.

       01 ENTRY-EPOCH-TXT       PIC X(12).
       01 ENTRY-EPOCH           PIC 9(10) COMP-5.
       01 EPOCH-BASE-DAY        PIC 9(9) COMP-5.
       01 EPOCH-DAY-NUM         PIC 9(9) COMP-5.
       01 EPOCH-DATE            PIC 9(8).

      *> Outcome of each chain, for the attestation.
       01 ANY-BROKEN            PIC X VALUE "N".
       01 ATTEST-ACCESS         PIC X(160).
       01 ATTEST-JOURNAL        PIC X(160).
       01 ATTEST-PART           PIC X(160).
       01 ATTEST-LINE           PIC X(400).
       01 COUNT-DISPLAY         PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           COMPUTE EPOCH-BASE-DAY =
               FUNCTION INTEGER-OF-DATE(19700101)

           PERFORM LOAD-VERIFY-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO ARG-FROM-TXT
           MOVE SPACES TO ARG-TO-TXT
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-FROM-TXT ARG-TO-TXT

           MOVE RUN-STAMP(1:8) TO FROM-DATE
           IF ARG-FROM-TXT NOT = SPACES
               MOVE ARG-FROM-TXT(1:8) TO FROM-DATE
           END-IF
           MOVE FROM-DATE TO TO-DATE
           IF ARG-TO-TXT NOT = SPACES
               MOVE ARG-TO-TXT(1:8) TO TO-DATE
           END-IF

           IF FROM-DATE IS NOT NUMERIC OR TO-DATE IS NOT NUMERIC OR
              ARG-FROM-TXT(9:1) NOT = SPACE OR
              ARG-TO-TXT(9:1) NOT = SPACE OR
              FROM-DATE > TO-DATE
               DISPLAY "Usage: LOG-VERIFY [from-YYYYMMDD "
                   "[to-YYYYMMDD]]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-FILE-NAME
           STRING "chain_verify_" DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write "
                   FUNCTION TRIM(REPORT-FILE-NAME)
                   " (status " REPORT-FILE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "LOG CHAIN VERIFICATION  range " DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  "  run " DELIMITED BY SIZE
                  RUN-STAMP DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF LOG-CHAIN-KEY = SPACES
               MOVE "(LOG_CHAIN_KEY is not set: the seals are unkeyed)"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           PERFORM VERIFY-ACCESS-CHAIN
           MOVE ATTEST-PART TO ATTEST-ACCESS

           IF FUNCTION TRIM(JOURNAL-DIR) = SPACES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE "JOURNAL  (JOURNAL_DIR not set -- not checked)"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE "journal not configured" TO ATTEST-JOURNAL
           ELSE
               PERFORM VERIFY-JOURNAL-CHAIN
               MOVE ATTEST-PART TO ATTEST-JOURNAL
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF ANY-BROKEN = "Y"
               MOVE "NO ATTESTATION: a chain is broken, see FIRST BREAK"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ATTESTATION
           END-IF

           CLOSE REPORT-FILE

           DISPLAY "Log chain verification written: "
               FUNCTION TRIM(REPORT-FILE-NAME)
           IF ANY-BROKEN = "Y"
               DISPLAY "Log chain: BROKEN -- see the report"
           ELSE
               DISPLAY "Log chain: intact, attestation written"
           END-IF

           STOP RUN.

       VERIFY-ACCESS-CHAIN.
      *> Archives dated before the range are passed over, except the
      *> newest of them, which is read (as pre-range) only for the
      *> last seal ahead of the range. The walk stops at the first
      *> record dated after it.
           MOVE "A" TO CH-KIND
           MOVE "ACCESS LOG" TO CH-LABEL
           MOVE ACCESS-LOG-PATH TO CH-LOG-PATH
           PERFORM START-CHAIN

           COMPUTE CH-BASE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(ACCESS-LOG-PATH))
           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(ACCESS-LOG-PATH) DELIMITED BY SIZE
                  ".log_verify.list" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(ACCESS-LOG-PATH) DELIMITED BY SIZE
                  ".[0-9]* > " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           MOVE SPACES TO CH-PENDING-ARCHIVE
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS = "00"
               PERFORM UNTIL LIST-FILE-STATUS = "10" OR CH-STOP = "Y"
                   READ LIST-FILE INTO LIST-LINE
                       AT END
                           MOVE "10" TO LIST-FILE-STATUS
                       NOT AT END
                           PERFORM CONSIDER-ACCESS-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           IF CH-STOP = "N"
               IF CH-PENDING-ARCHIVE NOT = SPACES
                   MOVE CH-PENDING-ARCHIVE TO CH-FILE
                   PERFORM READ-CHAIN-FILE
               END-IF
           END-IF
           IF CH-STOP = "N"
               MOVE ACCESS-LOG-PATH TO CH-FILE
               PERFORM READ-CHAIN-FILE
           END-IF

           PERFORM FINISH-CHAIN

           EXIT PARAGRAPH.

       CONSIDER-ACCESS-ARCHIVE.
           IF LIST-LINE(CH-BASE-LEN + 2:8) IS NUMERIC
               MOVE LIST-LINE(CH-BASE-LEN + 2:8) TO CH-ARCHIVE-DATE
           ELSE
               MOVE TO-DATE TO CH-ARCHIVE-DATE
           END-IF

           IF CH-ARCHIVE-DATE < FROM-DATE
               MOVE LIST-LINE TO CH-PENDING-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           IF CH-PENDING-ARCHIVE NOT = SPACES
               MOVE CH-PENDING-ARCHIVE TO CH-FILE
               MOVE SPACES TO CH-PENDING-ARCHIVE
               PERFORM READ-CHAIN-FILE
               IF CH-STOP = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LIST-LINE TO CH-FILE
           PERFORM READ-CHAIN-FILE

           EXIT PARAGRAPH.

       VERIFY-JOURNAL-CHAIN.
           MOVE "J" TO CH-KIND
           MOVE "JOURNAL" TO CH-LABEL
           MOVE SPACES TO CH-LOG-PATH
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/journal.idx" DELIMITED BY SIZE
                  INTO CH-LOG-PATH
           PERFORM START-CHAIN

           MOVE SPACES TO CH-FILE
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/journal.archive" DELIMITED BY SIZE
                  INTO CH-FILE
           PERFORM READ-CHAIN-FILE
           IF CH-STOP = "N"
               MOVE CH-LOG-PATH TO CH-FILE
               PERFORM READ-CHAIN-FILE
           END-IF

           PERFORM FINISH-CHAIN

           EXIT PARAGRAPH.

       START-CHAIN.
           MOVE 0 TO CH-FILES
           MOVE "N" TO CH-STOP
           MOVE "N" TO CH-ANCHORED
           MOVE "N" TO CH-BROKEN
           MOVE "N" TO CH-HAVE-FIRST
           MOVE 0 TO CH-LAST-SEQ
           MOVE LOG-CHAIN-GENESIS TO CH-LAST-HASH
           MOVE 0 TO CH-FIRST-SEQ
           MOVE 0 TO CH-RECORDS
           MOVE 0 TO CH-VERIFIED
           MOVE 0 TO CH-LEGACY
           MOVE SPACES TO CH-ANCHOR-NOTE
           MOVE SPACES TO CH-BREAK-KIND
           MOVE SPACES TO CH-BREAK-TEXT
           MOVE FROM-DATE TO CH-LAST-DATE

      *> The state file, read under the writers' lock before any log
      *> file: every sequence number it has handed out by now is
      *> already in the log, so anything short of it at the end of
      *> the walk has gone missing.
           MOVE "N" TO CH-STATE-OK
           MOVE 0 TO CH-STATE-SEQ
           MOVE SPACES TO LOG-CHAIN-STATE-NAME
           STRING FUNCTION TRIM(CH-LOG-PATH) DELIMITED BY SIZE
                  ".chain" DELIMITED BY SIZE
                  INTO LOG-CHAIN-STATE-NAME
           MOVE SPACES TO LOG-CHAIN-LOCK-PATH
           STRING FUNCTION TRIM(LOG-CHAIN-STATE-NAME)
                      DELIMITED BY SIZE
                  ".lock" DELIMITED BY SIZE
                  INTO LOG-CHAIN-LOCK-PATH
           PERFORM ACQUIRE-LOG-CHAIN-LOCK
           OPEN INPUT LOG-CHAIN-STATE-FILE
           IF LOG-CHAIN-STATE-STATUS = "00"
               READ LOG-CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-LINE
                   AT END
                       MOVE SPACES TO LOG-CHAIN-STATE-LINE
               END-READ
               CLOSE LOG-CHAIN-STATE-FILE
               IF LOG-CHAIN-STATE-LINE(1:12) IS NUMERIC
                   MOVE LOG-CHAIN-STATE-LINE(1:12) TO CH-STATE-SEQ
                   MOVE "Y" TO CH-STATE-OK
               END-IF
           END-IF
           PERFORM RELEASE-LOG-CHAIN-LOCK

           EXIT PARAGRAPH.

       READ-CHAIN-FILE.
           MOVE CH-FILE TO LOG-CHAIN-SCAN-NAME
           OPEN INPUT LOG-CHAIN-SCAN-FILE
           IF LOG-CHAIN-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CH-FILES
           MOVE 0 TO CH-LINE-NO

           PERFORM UNTIL LOG-CHAIN-SCAN-STATUS = "10"
               READ LOG-CHAIN-SCAN-FILE INTO LOG-CHAIN-SCAN-LINE
                   AT END
                       MOVE "10" TO LOG-CHAIN-SCAN-STATUS
                   NOT AT END
                       ADD 1 TO CH-LINE-NO
                       PERFORM CHECK-CHAIN-RECORD
                       IF CH-STOP = "Y"
                           MOVE "10" TO LOG-CHAIN-SCAN-STATUS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOG-CHAIN-SCAN-FILE

           EXIT PARAGRAPH.

       CHECK-CHAIN-RECORD.
           IF LOG-CHAIN-SCAN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM DERIVE-CHAIN-LINE-DATE
           PERFORM SPLIT-LOG-CHAIN-TOKEN

      *> Before the range: only the last seal matters, as the link
      *> the first record in range must follow on from.
           IF CH-LINE-DATE < FROM-DATE
               IF LOG-CHAIN-FOUND = "Y"
                   MOVE "Y" TO CH-ANCHORED
                   MOVE LOG-CHAIN-TOK-SEQ TO CH-LAST-SEQ
                   MOVE LOG-CHAIN-TOK-HASH TO CH-LAST-HASH
                   MOVE LOG-CHAIN-TOK-SEQ TO CH-SEQ-DISP
                   MOVE SPACES TO CH-ANCHOR-NOTE
                   STRING "follows on from sequence " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                          ", the last record before the range, in "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(CH-FILE) DELIMITED BY SIZE
                          INTO CH-ANCHOR-NOTE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CH-LINE-DATE > TO-DATE
               MOVE "Y" TO CH-STOP
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CH-RECORDS
           IF CH-BROKEN = "Y"
               PERFORM RECHECK-CHAIN-GAP
               EXIT PARAGRAPH
           END-IF

           IF LOG-CHAIN-FOUND = "N"
               IF CH-ANCHORED = "N"
                   ADD 1 TO CH-LEGACY
               ELSE
                   MOVE "INSERTED" TO CH-BREAK-KIND
                   MOVE "unsealed line after sealing began"
                       TO CH-BREAK-TEXT
                   PERFORM NOTE-CHAIN-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CH-HAVE-FIRST = "N"
               MOVE "Y" TO CH-HAVE-FIRST
               MOVE LOG-CHAIN-TOK-SEQ TO CH-FIRST-SEQ
           END-IF

           IF CH-ANCHORED = "N" AND LOG-CHAIN-TOK-SEQ NOT = 1
      *> Nothing earlier is kept to check this one against: it is
      *> taken as given, and everything after it is checked.
               MOVE "Y" TO CH-ANCHORED
               MOVE LOG-CHAIN-TOK-SEQ TO CH-LAST-SEQ
               MOVE LOG-CHAIN-TOK-HASH TO CH-LAST-HASH
               MOVE LOG-CHAIN-TOK-SEQ TO CH-SEQ-DISP
               MOVE CH-LINE-NO TO CH-LINE-DISP
               MOVE SPACES TO CH-ANCHOR-NOTE
               STRING "taken up at sequence " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(CH-FILE) DELIMITED BY SIZE
                      " line " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-LINE-DISP) DELIMITED BY SIZE
                      "); no earlier sealed record is kept"
                          DELIMITED BY SIZE
                      INTO CH-ANCHOR-NOTE
               EXIT PARAGRAPH
           END-IF

           IF CH-ANCHORED = "N"
               MOVE "begins at sequence 1" TO CH-ANCHOR-NOTE
               MOVE "Y" TO CH-ANCHORED
               MOVE 0 TO CH-LAST-SEQ
               MOVE LOG-CHAIN-GENESIS TO CH-LAST-HASH
           END-IF

           COMPUTE CH-EXPECT-SEQ = CH-LAST-SEQ + 1
           MOVE LOG-CHAIN-TOK-SEQ TO CH-SEQ-DISP
           MOVE CH-EXPECT-SEQ TO CH-SEQ-DISP-2
           EVALUATE TRUE
               WHEN LOG-CHAIN-TOK-SEQ = CH-EXPECT-SEQ
                   CONTINUE
               WHEN LOG-CHAIN-TOK-SEQ = 1
                   MOVE "RESTARTED" TO CH-BREAK-KIND
                   MOVE SPACES TO CH-BREAK-TEXT
                   STRING "sequence begins again at 1 where "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(CH-SEQ-DISP-2)
                              DELIMITED BY SIZE
                          " was due" DELIMITED BY SIZE
                          INTO CH-BREAK-TEXT
                   PERFORM NOTE-CHAIN-BREAK
                   EXIT PARAGRAPH
               WHEN LOG-CHAIN-TOK-SEQ > CH-EXPECT-SEQ
                   MOVE CH-EXPECT-SEQ TO CH-GAP-FROM
                   COMPUTE CH-GAP-TO = LOG-CHAIN-TOK-SEQ - 1
                   MOVE "MISSING" TO CH-BREAK-KIND
                   MOVE SPACES TO CH-BREAK-TEXT
                   STRING "sequence " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                          " where " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-SEQ-DISP-2)
                              DELIMITED BY SIZE
                          " was due; the records between are gone"
                              DELIMITED BY SIZE
                          INTO CH-BREAK-TEXT
                   PERFORM NOTE-CHAIN-BREAK
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "REORDERED" TO CH-BREAK-KIND
                   MOVE SPACES TO CH-BREAK-TEXT
                   STRING "sequence " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                          " out of turn where " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-SEQ-DISP-2)
                              DELIMITED BY SIZE
                          " was due" DELIMITED BY SIZE
                          INTO CH-BREAK-TEXT
                   PERFORM NOTE-CHAIN-BREAK
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE CH-LAST-HASH TO LOG-CHAIN-PREV
           MOVE LOG-CHAIN-TOK-SEQ TO LOG-CHAIN-SEQ
           MOVE SPACES TO LOG-CHAIN-TEXT
           MOVE LOG-CHAIN-SCAN-LINE(1:LOG-CHAIN-BODY-LEN)
               TO LOG-CHAIN-TEXT
           MOVE LOG-CHAIN-BODY-LEN TO LOG-CHAIN-TEXT-LEN
           PERFORM COMPUTE-LOG-CHAIN-HASH
           IF LOG-CHAIN-HASH NOT = LOG-CHAIN-TOK-HASH
               MOVE "BROKEN" TO CH-BREAK-KIND
               MOVE SPACES TO CH-BREAK-TEXT
               STRING "sequence " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                      ": seal does not match the line and its "
                          DELIMITED BY SIZE
                      "predecessor (edited)" DELIMITED BY SIZE
                      INTO CH-BREAK-TEXT
               PERFORM NOTE-CHAIN-BREAK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CH-VERIFIED
           MOVE LOG-CHAIN-TOK-SEQ TO CH-LAST-SEQ
           MOVE LOG-CHAIN-TOK-HASH TO CH-LAST-HASH

           EXIT PARAGRAPH.

       RECHECK-CHAIN-GAP.
      *> A gap whose records turn up further on was a reordering,
      *> not a loss.
           IF CH-BREAK-KIND NOT = "MISSING" OR
              LOG-CHAIN-FOUND = "N" OR CH-BREAK-LINE = 0
               EXIT PARAGRAPH
           END-IF
           IF LOG-CHAIN-TOK-SEQ < CH-GAP-FROM OR
              LOG-CHAIN-TOK-SEQ > CH-GAP-TO
               EXIT PARAGRAPH
           END-IF

           MOVE "REORDERED" TO CH-BREAK-KIND
           MOVE CH-GAP-FROM TO CH-SEQ-DISP
           MOVE CH-LINE-NO TO CH-LINE-DISP
           MOVE SPACES TO CH-BREAK-TEXT
           STRING "sequence " DELIMITED BY SIZE
                  FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                  " was due here but comes later (" DELIMITED BY SIZE
                  FUNCTION TRIM(CH-FILE) DELIMITED BY SIZE
                  " line " DELIMITED BY SIZE
                  FUNCTION TRIM(CH-LINE-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO CH-BREAK-TEXT
           EXIT PARAGRAPH.

       DERIVE-CHAIN-LINE-DATE.
      *> Access lines open with the wall-clock YYYYMMDD stamp;
      *> journal lines with epoch seconds, converted here (UTC). A
      *> line without either keeps the date of the one before it.
           MOVE CH-LAST-DATE TO CH-LINE-DATE
           IF CH-KIND = "A"
               IF LOG-CHAIN-SCAN-LINE(1:8) IS NUMERIC
                   MOVE LOG-CHAIN-SCAN-LINE(1:8) TO CH-LINE-DATE
               END-IF
           ELSE
               MOVE SPACES TO ENTRY-EPOCH-TXT
               UNSTRING LOG-CHAIN-SCAN-LINE DELIMITED BY "|"
                   INTO ENTRY-EPOCH-TXT
               IF ENTRY-EPOCH-TXT(1:10) IS NUMERIC
                   COMPUTE ENTRY-EPOCH =
                       FUNCTION NUMVAL(ENTRY-EPOCH-TXT(1:10))
                   COMPUTE EPOCH-DAY-NUM =
                       EPOCH-BASE-DAY + ENTRY-EPOCH / 86400
                   COMPUTE EPOCH-DATE =
                       FUNCTION DATE-OF-INTEGER(EPOCH-DAY-NUM)
                   MOVE EPOCH-DATE TO CH-LINE-DATE
               END-IF
           END-IF
           MOVE CH-LINE-DATE TO CH-LAST-DATE
           EXIT PARAGRAPH.

       NOTE-CHAIN-BREAK.
      *> Only the first break is reported; the walk goes on counting
      *> records so the totals still cover the whole range.
           MOVE "Y" TO CH-BROKEN
           MOVE "Y" TO ANY-BROKEN
           MOVE CH-FILE TO CH-BREAK-FILE
           MOVE CH-LINE-NO TO CH-BREAK-LINE
           EXIT PARAGRAPH.

       FINISH-CHAIN.
      *> Walked to the physical end: whatever the state file says was
      *> handed out must be there.
           IF CH-STOP = "N" AND CH-BROKEN = "N" AND
              CH-STATE-OK = "Y" AND CH-STATE-SEQ > CH-LAST-SEQ
               MOVE CH-STATE-SEQ TO CH-SEQ-DISP
               MOVE CH-LAST-SEQ TO CH-SEQ-DISP-2
               MOVE "MISSING" TO CH-BREAK-KIND
               MOVE SPACES TO CH-BREAK-TEXT
               STRING "chain state reaches sequence " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                      " but the log ends at " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP-2) DELIMITED BY SIZE
                      INTO CH-BREAK-TEXT
               MOVE CH-LOG-PATH TO CH-FILE
               MOVE 0 TO CH-LINE-NO
               PERFORM NOTE-CHAIN-BREAK
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(CH-LABEL) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(CH-LOG-PATH) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE CH-FILES TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  files read:         " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE CH-RECORDS TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  records in range:   " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE CH-VERIFIED TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  seals verified:     " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF CH-LEGACY > 0
               MOVE CH-LEGACY TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  unsealed, from before sealing began: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           MOVE SPACES TO ATTEST-PART
           IF CH-HAVE-FIRST = "Y"
               MOVE CH-FIRST-SEQ TO CH-SEQ-DISP
               MOVE CH-LAST-SEQ TO CH-SEQ-DISP-2
               MOVE SPACES TO REPORT-LINE
               STRING "  sequence:           " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP-2) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  head seal:          " DELIMITED BY SIZE
                      CH-LAST-HASH DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  chain:              " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-ANCHOR-NOTE) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE CH-RECORDS TO COUNT-DISPLAY
               STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " records seq " DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(CH-SEQ-DISP-2) DELIMITED BY SIZE
                      " head " DELIMITED BY SIZE
                      CH-LAST-HASH DELIMITED BY SIZE
                      INTO ATTEST-PART
           ELSE
               MOVE "  (no sealed records in range)" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE CH-RECORDS TO COUNT-DISPLAY
               STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " records, none sealed" DELIMITED BY SIZE
                      INTO ATTEST-PART
           END-IF

           IF CH-BROKEN = "Y"
               MOVE CH-BREAK-LINE TO CH-LINE-DISP
               MOVE SPACES TO REPORT-LINE
               IF CH-BREAK-LINE = 0
                   STRING "  FIRST BREAK  " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-BREAK-KIND)
                              DELIMITED BY SIZE
                          "  at the end of " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-BREAK-FILE)
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-BREAK-TEXT)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
               ELSE
                   STRING "  FIRST BREAK  " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-BREAK-KIND)
                              DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-BREAK-FILE)
                              DELIMITED BY SIZE
                          " line " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-LINE-DISP)
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-BREAK-TEXT)
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
               END-IF
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE "  result:             BROKEN" TO REPORT-LINE
           ELSE
               MOVE "  result:             intact" TO REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE

           EXIT PARAGRAPH.

       WRITE-ATTESTATION.
      *> The attestation text is itself sealed with the chain key
      *> (sequence 0, from the all-zero hash), so it cannot be
      *> altered after sign-off without the key either.
           MOVE SPACES TO ATTEST-LINE
           STRING "ATTESTATION " DELIMITED BY SIZE
                  RUN-STAMP DELIMITED BY SIZE
                  " LOG-VERIFY range " DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  " intact; access " DELIMITED BY SIZE
                  FUNCTION TRIM(ATTEST-ACCESS) DELIMITED BY SIZE
                  "; journal " DELIMITED BY SIZE
                  FUNCTION TRIM(ATTEST-JOURNAL) DELIMITED BY SIZE
                  INTO ATTEST-LINE

           MOVE LOG-CHAIN-GENESIS TO LOG-CHAIN-PREV
           MOVE 0 TO LOG-CHAIN-SEQ
           MOVE ATTEST-LINE TO LOG-CHAIN-TEXT
           COMPUTE LOG-CHAIN-TEXT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(ATTEST-LINE TRAILING))
           PERFORM COMPUTE-LOG-CHAIN-HASH

           MOVE SPACES TO REPORT-LINE
           STRING ATTEST-LINE(1:LOG-CHAIN-TEXT-LEN) DELIMITED BY SIZE
                  "; seal " DELIMITED BY SIZE
                  LOG-CHAIN-HASH DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           EXIT PARAGRAPH.

       LOAD-VERIFY-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-VERIFY-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-VERIFY-CONFIG-LINE.
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
               WHEN "ACCESS_LOG"
                   MOVE CONFIG-VAL TO ACCESS-LOG-PATH
               WHEN "JOURNAL_DIR"
                   MOVE CONFIG-VAL TO JOURNAL-DIR
               WHEN "LOG_CHAIN_KEY"
                   MOVE CONFIG-VAL TO LOG-CHAIN-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY LOG-CHAIN-HASH.
       COPY LOG-CHAIN-LOCK.
       COPY HMAC-SHA256.

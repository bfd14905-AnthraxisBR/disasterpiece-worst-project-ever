       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.

      *> Monthly access-review report over the security audit trail
      *> the server appends to AUDIT_LOG (see AUDIT-FIELDS):
      *>     epoch|YYYYMMDDhhmmss|actor|role|source-ip|action|
      *>     target|outcome|request-id|credential
      *> Two sections: every privileged action of the month grouped
      *> by the user who took it (counts per action, then the
      *> individual events), and the failed-authentication runs per
      *> source address and presented credential -- a run being
      *> consecutive failures no more than AUDIT_RUN_GAP_SECS apart,
      *> flagged for review once it reaches AUDIT_RUN_ALERT. The
      *> credential column is a fingerprint, never the secret.
      *>
      *> Usage:  AUDIT-REPORT [YYYYMM [audit-log]]
      *> The month defaults to the current one and the log to
      *> AUDIT_LOG from server.conf (audit.log). The report lands in
      *> audit_report_YYYYMMDD.txt, dated by the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(768).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 COMMAND-LINE-ARGS     PIC X(512).
       01 ARG-MONTH             PIC X(8).
       01 ARG-LOG-PATH          PIC X(256).
       01 AUDIT-LOG-PATH        PIC X(256) VALUE "audit.log".
       01 AUDIT-LOG-STATUS      PIC XX.
       01 REPORT-FILE-NAME      PIC X(256).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(256).
       01 RUN-DATE-STAMP        PIC X(8).

       01 RUN-GAP-SECS          PIC 9(9) COMP-5 VALUE 300.
       01 RUN-ALERT-LIMIT       PIC 9(9) COMP-5 VALUE 5.

       01 LOG-LINE              PIC X(768).
       01 FLD-EPOCH             PIC X(12).
       01 FLD-STAMP             PIC X(16).
       01 FLD-ACTOR             PIC X(32).
       01 FLD-ROLE              PIC X(16).
       01 FLD-SOURCE            PIC X(45).
       01 FLD-ACTION            PIC X(16).
       01 FLD-TARGET            PIC X(256).
       01 FLD-OUTCOME           PIC X(8).
       01 FLD-RID               PIC X(32).
       01 FLD-CRED              PIC X(16).
       01 LINE-EPOCH            PIC 9(10) COMP-5.

      *> Users seen taking privileged actions, with a per-action
      *> tally against the ACTION-NAME list built as actions appear.
      *> Once 31 names are taken the last slot becomes "(other)" and
      *> every further action is tallied there.
       01 ACTION-TABLE-DEF.
           05 ACTION-NAME OCCURS 32 TIMES PIC X(16).
       01 ACTION-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01 ACTION-IDX            PIC 9(4) COMP-5.
       01 ACTION-FOUND-IDX      PIC 9(4) COMP-5.

       01 USER-TABLE-DEF.
           05 USER-ENTRY OCCURS 64 TIMES.
               10 USR-ID            PIC X(32).
               10 USR-ROLE          PIC X(16).
               10 USR-ACTIONS       PIC 9(9) COMP-5.
               10 USR-DENIED        PIC 9(9) COMP-5.
               10 USR-BY-ACTION     PIC 9(9) COMP-5 OCCURS 32 TIMES.
       01 USER-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 USER-IDX              PIC 9(4) COMP-5.
       01 USER-FOUND-IDX        PIC 9(4) COMP-5.

      *> The month's privileged events in log order, for the
      *> per-user detail listing; past capacity they are still
      *> counted, and the report says how many were not listed.
       01 EVENT-TABLE-DEF.
           05 EVENT-ENTRY OCCURS 2000 TIMES.
               10 EVT-USER-IDX      PIC 9(4) COMP-5.
               10 EVT-STAMP         PIC X(14).
               10 EVT-ACTION        PIC X(16).
               10 EVT-OUTCOME       PIC X(8).
               10 EVT-SOURCE        PIC X(45).
               10 EVT-RID           PIC X(32).
               10 EVT-TARGET        PIC X(96).
       01 EVENT-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01 EVENT-IDX             PIC 9(9) COMP-5.
       01 EVENT-OVERFLOW        PIC 9(9) COMP-5 VALUE 0.

      *> Failed-authentication runs per source and credential.
       01 PAIR-TABLE-DEF.
           05 PAIR-ENTRY OCCURS 300 TIMES.
               10 PAIR-SOURCE       PIC X(45).
               10 PAIR-CRED         PIC X(16).
               10 PAIR-FAILS        PIC 9(9) COMP-5.
               10 PAIR-RUNS         PIC 9(9) COMP-5.
               10 PAIR-CUR-RUN      PIC 9(9) COMP-5.
               10 PAIR-MAX-RUN      PIC 9(9) COMP-5.
               10 PAIR-LAST-EPOCH   PIC 9(10) COMP-5.
               10 PAIR-FIRST-STAMP  PIC X(14).
               10 PAIR-LAST-STAMP   PIC X(14).
       01 PAIR-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 PAIR-IDX              PIC 9(4) COMP-5.
       01 PAIR-FOUND-IDX        PIC 9(4) COMP-5.
       01 PAIR-OVERFLOW         PIC 9(9) COMP-5 VALUE 0.

       01 LINES-READ            PIC 9(9) COMP-5 VALUE 0.
       01 LINES-IN-MONTH        PIC 9(9) COMP-5 VALUE 0.
       01 LINES-MALFORMED       PIC 9(9) COMP-5 VALUE 0.
       01 TOTAL-PRIVILEGED      PIC 9(9) COMP-5 VALUE 0.
       01 TOTAL-FAILURES        PIC 9(9) COMP-5 VALUE 0.
       01 FLAGGED-PAIRS         PIC 9(9) COMP-5 VALUE 0.

       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.
       01 COUNT-DISPLAY-3       PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-STAMP

           PERFORM LOAD-AUDIT-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO ARG-MONTH
           MOVE SPACES TO ARG-LOG-PATH
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-MONTH ARG-LOG-PATH

           IF FUNCTION TRIM(ARG-MONTH) = SPACES
               MOVE RUN-DATE-STAMP(1:6) TO ARG-MONTH
           END-IF
           IF ARG-MONTH(1:6) IS NOT NUMERIC
               DISPLAY "Usage: AUDIT-REPORT [YYYYMM [audit-log]]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TRIM(ARG-LOG-PATH) NOT = SPACES
               MOVE ARG-LOG-PATH TO AUDIT-LOG-PATH
           END-IF

           PERFORM TALLY-AUDIT-LOG

           MOVE SPACES TO REPORT-FILE-NAME
           STRING "audit_report_" DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME

           PERFORM WRITE-AUDIT-REPORT

           DISPLAY "Audit report written: "
               FUNCTION TRIM(REPORT-FILE-NAME)

           STOP RUN.

       TALLY-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35" OR AUDIT-LOG-STATUS = "05"
               DISPLAY "WARN: audit log not found: "
                   FUNCTION TRIM(AUDIT-LOG-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AUDIT-LOG-STATUS = "10"
               READ AUDIT-LOG-FILE INTO LOG-LINE
                   AT END
                       MOVE "10" TO AUDIT-LOG-STATUS
                   NOT AT END
                       ADD 1 TO LINES-READ
                       PERFORM TALLY-ONE-AUDIT-LINE
               END-READ
           END-PERFORM

           CLOSE AUDIT-LOG-FILE

           EXIT PARAGRAPH.

       TALLY-ONE-AUDIT-LINE.
           MOVE SPACES TO FLD-EPOCH
           MOVE SPACES TO FLD-STAMP
           MOVE SPACES TO FLD-ACTOR
           MOVE SPACES TO FLD-ROLE
           MOVE SPACES TO FLD-SOURCE
           MOVE SPACES TO FLD-ACTION
           MOVE SPACES TO FLD-TARGET
           MOVE SPACES TO FLD-OUTCOME
           MOVE SPACES TO FLD-RID
           MOVE SPACES TO FLD-CRED
           UNSTRING LOG-LINE DELIMITED BY "|"
               INTO FLD-EPOCH FLD-STAMP FLD-ACTOR FLD-ROLE
                    FLD-SOURCE FLD-ACTION FLD-TARGET FLD-OUTCOME
                    FLD-RID FLD-CRED

           IF FLD-EPOCH(1:10) IS NOT NUMERIC OR
              FLD-STAMP(1:14) IS NOT NUMERIC OR
              FUNCTION TRIM(FLD-ACTION) = SPACES
               ADD 1 TO LINES-MALFORMED
               EXIT PARAGRAPH
           END-IF

           IF FLD-STAMP(1:6) NOT = ARG-MONTH(1:6)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LINES-IN-MONTH
           MOVE FLD-EPOCH(1:10) TO LINE-EPOCH

      *> A denied authentication or role gate feeds the failure
      *> runs; every action other than a plain authentication
      *> failure is a privileged action attempted by someone, so it
      *> is listed under that someone (denials included -- a user
      *> probing a gate they do not hold is exactly what the review
      *> is for).
           IF FUNCTION TRIM(FLD-OUTCOME) = "DENIED"
               PERFORM TALLY-FAILED-AUTH
           END-IF

           IF FUNCTION TRIM(FLD-ACTION) NOT = "AUTH-FAIL"
               PERFORM TALLY-PRIVILEGED-ACTION
           END-IF

           EXIT PARAGRAPH.

       TALLY-PRIVILEGED-ACTION.
           ADD 1 TO TOTAL-PRIVILEGED

           MOVE 0 TO USER-FOUND-IDX
           PERFORM VARYING USER-IDX FROM 1 BY 1
               UNTIL USER-IDX > USER-COUNT
               IF USR-ID(USER-IDX) = FLD-ACTOR
                   MOVE USER-IDX TO USER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF USER-FOUND-IDX = 0
               IF USER-COUNT >= 64
                   DISPLAY "WARN: user table full, not itemizing: "
                       FUNCTION TRIM(FLD-ACTOR)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO USER-COUNT
               MOVE USER-COUNT TO USER-FOUND-IDX
               MOVE FLD-ACTOR TO USR-ID(USER-COUNT)
               MOVE FLD-ROLE TO USR-ROLE(USER-COUNT)
               MOVE 0 TO USR-ACTIONS(USER-COUNT)
               MOVE 0 TO USR-DENIED(USER-COUNT)
               PERFORM VARYING ACTION-IDX FROM 1 BY 1
                   UNTIL ACTION-IDX > 32
                   MOVE 0 TO USR-BY-ACTION(USER-COUNT, ACTION-IDX)
               END-PERFORM
           END-IF

      *> The latest role wins: a promotion during the month shows
      *> the role the user ended the month holding.
           IF FUNCTION TRIM(FLD-ROLE) NOT = SPACES AND
              FUNCTION TRIM(FLD-ROLE) NOT = "-"
               MOVE FLD-ROLE TO USR-ROLE(USER-FOUND-IDX)
           END-IF

           ADD 1 TO USR-ACTIONS(USER-FOUND-IDX)
           IF FUNCTION TRIM(FLD-OUTCOME) = "DENIED"
               ADD 1 TO USR-DENIED(USER-FOUND-IDX)
           END-IF

           PERFORM FIND-ACTION-SLOT
           IF ACTION-FOUND-IDX > 0
               ADD 1 TO USR-BY-ACTION(USER-FOUND-IDX,
                   ACTION-FOUND-IDX)
           END-IF

           IF EVENT-COUNT < 2000
               ADD 1 TO EVENT-COUNT
               MOVE USER-FOUND-IDX TO EVT-USER-IDX(EVENT-COUNT)
               MOVE FLD-STAMP(1:14) TO EVT-STAMP(EVENT-COUNT)
               MOVE FLD-ACTION TO EVT-ACTION(EVENT-COUNT)
               MOVE FLD-OUTCOME TO EVT-OUTCOME(EVENT-COUNT)
               MOVE FLD-SOURCE TO EVT-SOURCE(EVENT-COUNT)
               MOVE FLD-RID TO EVT-RID(EVENT-COUNT)
               MOVE FLD-TARGET TO EVT-TARGET(EVENT-COUNT)
           ELSE
               ADD 1 TO EVENT-OVERFLOW
           END-IF

           EXIT PARAGRAPH.

       FIND-ACTION-SLOT.
           MOVE 0 TO ACTION-FOUND-IDX
           PERFORM VARYING ACTION-IDX FROM 1 BY 1
               UNTIL ACTION-IDX > ACTION-COUNT
               IF ACTION-NAME(ACTION-IDX) = FLD-ACTION
                   MOVE ACTION-IDX TO ACTION-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF ACTION-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           IF ACTION-COUNT < 31
               ADD 1 TO ACTION-COUNT
               MOVE FLD-ACTION TO ACTION-NAME(ACTION-COUNT)
               MOVE ACTION-COUNT TO ACTION-FOUND-IDX
               EXIT PARAGRAPH
           END-IF

           IF ACTION-COUNT = 31
               DISPLAY "WARN: action table full, tallying further "
                   "actions as (other) from: " FUNCTION TRIM(FLD-ACTION)
               ADD 1 TO ACTION-COUNT
               MOVE "(other)" TO ACTION-NAME(ACTION-COUNT)
           END-IF
           MOVE ACTION-COUNT TO ACTION-FOUND-IDX

           EXIT PARAGRAPH.

       TALLY-FAILED-AUTH.
           ADD 1 TO TOTAL-FAILURES

           MOVE 0 TO PAIR-FOUND-IDX
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-SOURCE(PAIR-IDX) = FLD-SOURCE AND
                  PAIR-CRED(PAIR-IDX) = FLD-CRED
                   MOVE PAIR-IDX TO PAIR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF PAIR-FOUND-IDX = 0
               IF PAIR-COUNT >= 300
                   ADD 1 TO PAIR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PAIR-FOUND-IDX
               MOVE FLD-SOURCE TO PAIR-SOURCE(PAIR-COUNT)
               MOVE FLD-CRED TO PAIR-CRED(PAIR-COUNT)
               MOVE 0 TO PAIR-FAILS(PAIR-COUNT)
               MOVE 0 TO PAIR-RUNS(PAIR-COUNT)
               MOVE 0 TO PAIR-CUR-RUN(PAIR-COUNT)
               MOVE 0 TO PAIR-MAX-RUN(PAIR-COUNT)
               MOVE 0 TO PAIR-LAST-EPOCH(PAIR-COUNT)
               MOVE FLD-STAMP(1:14) TO PAIR-FIRST-STAMP(PAIR-COUNT)
           END-IF

           ADD 1 TO PAIR-FAILS(PAIR-FOUND-IDX)

      *> A gap longer than the run window starts a new run.
           IF PAIR-CUR-RUN(PAIR-FOUND-IDX) = 0 OR
              LINE-EPOCH > PAIR-LAST-EPOCH(PAIR-FOUND-IDX) +
                  RUN-GAP-SECS
               ADD 1 TO PAIR-RUNS(PAIR-FOUND-IDX)
               MOVE 1 TO PAIR-CUR-RUN(PAIR-FOUND-IDX)
           ELSE
               ADD 1 TO PAIR-CUR-RUN(PAIR-FOUND-IDX)
           END-IF

           IF PAIR-CUR-RUN(PAIR-FOUND-IDX) >
              PAIR-MAX-RUN(PAIR-FOUND-IDX)
               MOVE PAIR-CUR-RUN(PAIR-FOUND-IDX)
                   TO PAIR-MAX-RUN(PAIR-FOUND-IDX)
           END-IF

           MOVE LINE-EPOCH TO PAIR-LAST-EPOCH(PAIR-FOUND-IDX)
           MOVE FLD-STAMP(1:14) TO PAIR-LAST-STAMP(PAIR-FOUND-IDX)

           EXIT PARAGRAPH.

       WRITE-AUDIT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write report file "
                   FUNCTION TRIM(REPORT-FILE-NAME)
                   " (status " REPORT-FILE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "SECURITY AUDIT REPORT  month " DELIMITED BY SIZE
                  ARG-MONTH(1:6) DELIMITED BY SIZE
                  "  run date " DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  "  log " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-LOG-PATH) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE

           MOVE "PRIVILEGED ACTIONS BY USER" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE

           IF USER-COUNT = 0
               MOVE "  (no privileged actions this month)"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-BLANK-LINE
           END-IF

           PERFORM VARYING USER-IDX FROM 1 BY 1
               UNTIL USER-IDX > USER-COUNT
               PERFORM WRITE-ONE-USER-SECTION
           END-PERFORM

           MOVE "FAILED AUTHENTICATION RUNS BY SOURCE AND CREDENTIAL"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RUN-GAP-SECS TO COUNT-DISPLAY
           MOVE RUN-ALERT-LIMIT TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "  (a run ends after " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " s without a failure; runs of " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " or more are flagged **)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE

           IF PAIR-COUNT = 0
               MOVE "  (no failed authentication this month)"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "     SOURCE                 CREDENTIAL      "
                 & "FAILS   RUNS LONGEST  FIRST           LAST"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM WRITE-ONE-PAIR-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE

           MOVE "TOTALS" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LINES-IN-MONTH TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  audit events this month:    " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-PRIVILEGED TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  privileged actions:         " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-FAILURES TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  denied authentications:     " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE FLAGGED-PAIRS TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  sources flagged for review: " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LINES-MALFORMED TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  unreadable log lines:       " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF EVENT-OVERFLOW > 0 OR PAIR-OVERFLOW > 0
               MOVE EVENT-OVERFLOW TO COUNT-DISPLAY
               MOVE PAIR-OVERFLOW TO COUNT-DISPLAY-2
               MOVE SPACES TO REPORT-LINE
               STRING "  note: " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " event(s) counted but not itemized, "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2)
                          DELIMITED BY SIZE
                      " failure(s) past the source table"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE REPORT-FILE

           EXIT PARAGRAPH.

       WRITE-ONE-USER-SECTION.
           MOVE USR-ACTIONS(USER-IDX) TO COUNT-DISPLAY
           MOVE USR-DENIED(USER-IDX) TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "USER " DELIMITED BY SIZE
                  FUNCTION TRIM(USR-ID(USER-IDX)) DELIMITED BY SIZE
                  "  role " DELIMITED BY SIZE
                  FUNCTION TRIM(USR-ROLE(USER-IDX)) DELIMITED BY SIZE
                  "  actions " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  "  denied " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING ACTION-IDX FROM 1 BY 1
               UNTIL ACTION-IDX > ACTION-COUNT
               IF USR-BY-ACTION(USER-IDX, ACTION-IDX) > 0
                   MOVE USR-BY-ACTION(USER-IDX, ACTION-IDX)
                       TO COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          ACTION-NAME(ACTION-IDX) DELIMITED BY SIZE
                          COUNT-DISPLAY DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT
               IF EVT-USER-IDX(EVENT-IDX) = USER-IDX
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " DELIMITED BY SIZE
                          EVT-STAMP(EVENT-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EVT-ACTION(EVENT-IDX) DELIMITED BY SIZE
                          EVT-OUTCOME(EVENT-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(EVT-SOURCE(EVENT-IDX))
                              DELIMITED BY SIZE
                          " rid=" DELIMITED BY SIZE
                          FUNCTION TRIM(EVT-RID(EVENT-IDX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(EVT-TARGET(EVENT-IDX))
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE

           EXIT PARAGRAPH.

       WRITE-ONE-PAIR-LINE.
           MOVE PAIR-FAILS(PAIR-IDX) TO COUNT-DISPLAY
           MOVE PAIR-RUNS(PAIR-IDX) TO COUNT-DISPLAY-2
           MOVE PAIR-MAX-RUN(PAIR-IDX) TO COUNT-DISPLAY-3

           MOVE SPACES TO REPORT-LINE
           IF PAIR-MAX-RUN(PAIR-IDX) >= RUN-ALERT-LIMIT
               ADD 1 TO FLAGGED-PAIRS
               MOVE "  **" TO REPORT-LINE(1:4)
           END-IF
           MOVE PAIR-SOURCE(PAIR-IDX) TO REPORT-LINE(6:22)
           MOVE PAIR-CRED(PAIR-IDX) TO REPORT-LINE(29:15)
           MOVE COUNT-DISPLAY(4:6) TO REPORT-LINE(45:6)
           MOVE COUNT-DISPLAY-2(4:6) TO REPORT-LINE(52:6)
           MOVE COUNT-DISPLAY-3(4:6) TO REPORT-LINE(59:6)
           MOVE PAIR-FIRST-STAMP(PAIR-IDX) TO REPORT-LINE(67:14)
           MOVE PAIR-LAST-STAMP(PAIR-IDX) TO REPORT-LINE(83:14)
           PERFORM WRITE-REPORT-LINE

           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-BLANK-LINE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       LOAD-AUDIT-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-AUDIT-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-AUDIT-CONFIG-LINE.
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
               WHEN "AUDIT_LOG"
                   IF CONFIG-VAL NOT = SPACES
                       MOVE CONFIG-VAL TO AUDIT-LOG-PATH
                   END-IF
               WHEN "AUDIT_RUN_GAP_SECS"
                   COMPUTE RUN-GAP-SECS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "AUDIT_RUN_ALERT"
                   COMPUTE RUN-ALERT-LIMIT =
                       FUNCTION NUMVAL(CONFIG-VAL)
           END-EVALUATE

           EXIT PARAGRAPH.

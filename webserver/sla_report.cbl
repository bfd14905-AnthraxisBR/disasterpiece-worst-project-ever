       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.

      *> Month-end SLA compliance statement: measures each route
      *> pattern in the SLA targets file against its contracted
      *> availability, p95 latency ceiling and synthetic-check
      *> failure allowance, from the month's timing.log (per-request
      *> status and latency), availability.log (the watchdog's
      *> server-wide health checks) and synthetic.log (synth_check's
      *> scripted steps). Every route gets its error budget consumed,
      *> the hourly intervals in which it breached, with the request
      *> ids involved, and a met/missed verdict.
      *>
      *> Planned maintenance is not downtime: the windows in which
      *> the batch scheduler held maintenance.flag up (its "WINDOW
      *> maintenance raised" to "WINDOW complete" lines in
      *> scheduler.log) are taken out of every denominator. A window
      *> the scheduler refused to close because a job failed counts
      *> as planned only up to that failure; from there on it is an
      *> outage like any other.
      *>
      *> Targets file (SLA_TARGETS_FILE in server.conf, default
      *> sla.targets), one route per line, rewrite.rules
      *> comment-and-blank-line conventions:
      *>     path-pattern|availability-pct|p95-ms|max-synthetic-fails
      *> A pattern ending in "*" matches by prefix ("*" alone matches
      *> every path), anything else matches the path exactly; the
      *> first matching line owns the request. A blank p95 or
      *> synthetic field means no target for that measure.
      *> Availability is the lower of the route's own request
      *> success rate (a 5xx response is a failed request) and the
      *> server's watchdog health rate -- an outage the server never
      *> logged a request for still counts against every route.
      *>
      *> Usage:  SLA-REPORT <YYYYMM> [timing-log]
      *> The other logs are found through WATCHDOG_LOG, SYNTH_LOG and
      *> SCHEDULER_LOG in server.conf, the timing log through
      *> TIMING_LOG when not given. The statement lands in
      *> sla_statement_YYYYMM.txt. Exit code 0 when every route met
      *> its targets, 1 when any missed, 2 when the statement could
      *> not be written, 3 on bad arguments or no targets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT TARGETS-FILE ASSIGN TO TARGETS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGETS-FILE-STATUS.
           SELECT SCHED-LOG-FILE ASSIGN TO SCHED-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-LOG-STATUS.
           SELECT AVAIL-LOG-FILE ASSIGN TO AVAIL-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVAIL-LOG-STATUS.
           SELECT SYNTH-LOG-FILE ASSIGN TO SYNTH-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYNTH-LOG-STATUS.
           SELECT TIMING-LOG-FILE ASSIGN TO TIMING-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD TARGETS-FILE.
       01 TARGETS-FILE-RECORD PIC X(256).
       FD SCHED-LOG-FILE.
       01 SCHED-LOG-RECORD PIC X(400).
       FD AVAIL-LOG-FILE.
       01 AVAIL-LOG-RECORD PIC X(256).
       FD SYNTH-LOG-FILE.
       01 SYNTH-LOG-RECORD PIC X(512).
       FD TIMING-LOG-FILE.
       01 TIMING-LOG-RECORD PIC X(400).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 COMMAND-LINE-ARGS     PIC X(512).
       01 ARG-MONTH             PIC X(8).
       01 ARG-TIMING-LOG        PIC X(256).
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 TARGETS-FILE-PATH     PIC X(256) VALUE "sla.targets".
       01 SCHED-LOG-PATH        PIC X(256) VALUE "scheduler.log".
       01 AVAIL-LOG-PATH        PIC X(256) VALUE "availability.log".
       01 SYNTH-LOG-PATH        PIC X(256) VALUE "synthetic.log".
       01 TIMING-LOG-PATH       PIC X(256) VALUE "timing.log".
       01 REPORT-FILE-NAME      PIC X(256).

       01 CONFIG-FILE-STATUS    PIC XX.
       01 TARGETS-FILE-STATUS   PIC XX.
       01 SCHED-LOG-STATUS      PIC XX.
       01 AVAIL-LOG-STATUS      PIC XX.
       01 SYNTH-LOG-STATUS      PIC XX.
       01 TIMING-LOG-STATUS     PIC XX.
       01 REPORT-FILE-STATUS    PIC XX.

       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

      *> One row per targets-file line, with the month's tallies and
      *> the route's latency samples for the p95 cut. Past the sample
      *> capacity the p95 shown is over the samples kept, but the
      *> verdict still comes from the exact count of requests over
      *> the ceiling.
       01 TGT-TABLE.
           05 TGT-ENTRY OCCURS 32 TIMES.
               10 TGT-PATTERN       PIC X(120).
               10 TGT-PATTERN-LEN   PIC 9(4) COMP-5.
               10 TGT-IS-PREFIX     PIC X.
               10 TGT-AVAIL-PCT     PIC 9(3)V9(4).
               10 TGT-HAS-P95       PIC X.
               10 TGT-P95-MS        PIC 9(9) COMP-5.
               10 TGT-HAS-SYNTH     PIC X.
               10 TGT-MAX-SYNTH     PIC 9(9) COMP-5.
               10 TGT-COUNTED       PIC 9(9) COMP-5.
               10 TGT-EXCLUDED      PIC 9(9) COMP-5.
               10 TGT-FAILED        PIC 9(9) COMP-5.
               10 TGT-SLOW          PIC 9(9) COMP-5.
               10 TGT-SYNTH-FAILS   PIC 9(9) COMP-5.
               10 TGT-SAMPLE-CNT    PIC 9(4) COMP-5.
               10 TGT-SAMPLE OCCURS 4000 TIMES
                                    PIC 9(9) COMP-5.
               10 TGT-DROPPED       PIC 9(9) COMP-5.
       01 TGT-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 TGT-IDX               PIC 9(4) COMP-5.
       01 TGT-LINE              PIC X(256).
       01 TGT-FIELD-PATTERN     PIC X(128).
       01 TGT-FIELD-AVAIL       PIC X(16).
       01 TGT-FIELD-P95         PIC X(16).
       01 TGT-FIELD-SYNTH       PIC X(16).

      *> Planned maintenance windows overlapping the month, from the
      *> scheduler's log. A window still up when the log ends runs
      *> to the end of the month.
       01 WIN-TABLE.
           05 WIN-ENTRY OCCURS 200 TIMES.
               10 WIN-START         PIC X(14).
               10 WIN-END           PIC X(14).
               10 WIN-HOW           PIC X(24).
       01 WIN-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 WIN-IDX               PIC 9(4) COMP-5.
       01 WIN-OPEN              PIC X VALUE "N".
       01 WIN-OVERFLOW          PIC 9(9) COMP-5 VALUE 0.
       01 WIN-STILL-UP          PIC X(14) VALUE "99999999999999".

      *> Hourly breach intervals: target row (0 for the server's own
      *> health checks), the hour, what went wrong in it and the
      *> first few request ids involved.
       01 BR-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
               10 BR-TARGET         PIC 9(4) COMP-5.
               10 BR-HOUR           PIC X(10).
               10 BR-FAILED         PIC 9(9) COMP-5.
               10 BR-SLOW           PIC 9(9) COMP-5.
               10 BR-SYNTH          PIC 9(9) COMP-5.
               10 BR-RID-CNT        PIC 9(4) COMP-5.
               10 BR-RID OCCURS 5 TIMES PIC X(32).
               10 BR-RID-MORE       PIC 9(9) COMP-5.
       01 BR-HOLD.
           05 FILLER                PIC X(2).
           05 BR-HOLD-HOUR          PIC X(10).
           05 FILLER                PIC X(178).
       01 BR-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01 BR-IDX                PIC 9(4) COMP-5.
       01 BR-FOUND              PIC 9(4) COMP-5.
       01 BR-RID-IDX            PIC 9(4) COMP-5.
       01 BR-OVERFLOW           PIC 9(9) COMP-5 VALUE 0.
       01 BR-FOR-TARGET         PIC 9(4) COMP-5.
       01 BR-FOR-HOUR           PIC X(10).
       01 BR-FOR-KIND           PIC X.
       01 BR-FOR-RID            PIC X(32).
       01 BR-SHOWN              PIC 9(4) COMP-5.

      *> Watchdog checks (server-wide).
       01 CHK-COUNTED           PIC 9(9) COMP-5 VALUE 0.
       01 CHK-EXCLUDED          PIC 9(9) COMP-5 VALUE 0.
       01 CHK-HEALTHY           PIC 9(9) COMP-5 VALUE 0.
       01 SERVER-PCT            PIC 9(3)V9(4) VALUE 100.

       01 NO-TARGET-REQUESTS    PIC 9(9) COMP-5 VALUE 0.
       01 ROUTES-MET            PIC 9(4) COMP-5 VALUE 0.
       01 ROUTES-MISSED         PIC 9(4) COMP-5 VALUE 0.

       01 LOG-LINE              PIC X(512).
       01 LOG-STAMP             PIC X(14).
       01 IN-WINDOW             PIC X.
       01 MATCH-PATH            PIC X(256).
       01 MATCH-TARGET          PIC 9(4) COMP-5.
       01 QUERY-POS             PIC 9(4) COMP-5.

       01 TIM-FIELD-TIMESTAMP   PIC X(16).
       01 TIM-FIELD-METHOD      PIC X(10).
       01 TIM-FIELD-PATH        PIC X(256).
       01 TIM-FIELD-STATUS      PIC X(8).
       01 TIM-FIELD-MS          PIC X(12).
       01 TIM-FIELD-DISPATCH    PIC X(8).
       01 TIM-FIELD-RID         PIC X(32).
       01 LINE-MS               PIC 9(9) COMP-5.

       01 SYN-FIELD-STAMP       PIC X(24).
       01 SYN-FIELD-WORD        PIC X(16).
       01 SYN-FIELD-STEP        PIC X(8).
       01 SYN-FIELD-RESULT      PIC X(8).
       01 SYN-FIELD-METHOD      PIC X(10).
       01 SYN-FIELD-PATH        PIC X(256).

       01 SORT-I                PIC 9(4) COMP-5.
       01 SORT-J                PIC 9(4) COMP-5.
       01 SORT-TEMP             PIC 9(9) COMP-5.
       01 PCT-IDX               PIC 9(9) COMP-5.
       01 P95-MS                PIC 9(9) COMP-5.
       01 SLOW-ALLOWED          PIC 9(9) COMP-5.

       01 ROUTE-REQ-PCT         PIC 9(3)V9(4).
       01 ROUTE-PCT             PIC 9(3)V9(4).
       01 BUDGET-PCT            PIC 9(4)V99.
       01 AVAIL-MET             PIC X.
       01 P95-MET               PIC X.
       01 SYNTH-MET             PIC X.
       01 ALL-MET               PIC X VALUE "Y".

       01 COUNT-DISPLAY         PIC Z(8)9.
       01 MS-DISPLAY            PIC Z(8)9.
       01 PCT-DISPLAY           PIC ZZ9.99.
       01 BUDGET-DISPLAY        PIC ZZZ9.99.
       01 VERDICT-TEXT          PIC X(8).
       01 STAMP-IN              PIC X(14).
       01 STAMP-OUT             PIC X(19).
       01 STAMP-OUT-2           PIC X(19).
       01 RID-LIST              PIC X(200).
       01 RID-LIST-PTR          PIC 9(4) COMP-5.
       01 MET-FLAG              PIC X.
       01 REPORT-LINE           PIC X(256).
       01 REPORT-PTR            PIC 9(4) COMP-5.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO ARG-MONTH
           MOVE SPACES TO ARG-TIMING-LOG
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-MONTH ARG-TIMING-LOG

           IF ARG-MONTH(1:6) IS NOT NUMERIC
               DISPLAY "Usage: SLA-REPORT <YYYYMM> [timing-log]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-SERVER-CONFIG
           IF FUNCTION TRIM(ARG-TIMING-LOG) NOT = SPACES
               MOVE ARG-TIMING-LOG TO TIMING-LOG-PATH
           END-IF

           PERFORM LOAD-TARGETS-FILE
           IF TGT-COUNT = 0
               DISPLAY "Error: no SLA targets in "
                   FUNCTION TRIM(TARGETS-FILE-PATH)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-MAINTENANCE-WINDOWS
           PERFORM TALLY-WATCHDOG-LOG
           PERFORM TALLY-SYNTHETIC-LOG
           PERFORM TALLY-TIMING-LOG

           MOVE SPACES TO REPORT-FILE-NAME
           STRING "sla_statement_" DELIMITED BY SIZE
                  ARG-MONTH(1:6) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME

           PERFORM WRITE-SLA-STATEMENT

           MOVE ROUTES-MET TO COUNT-DISPLAY
           MOVE ROUTES-MISSED TO MS-DISPLAY
           DISPLAY "SLA statement written: "
               FUNCTION TRIM(REPORT-FILE-NAME)
               " (" FUNCTION TRIM(COUNT-DISPLAY) " met, "
               FUNCTION TRIM(MS-DISPLAY) " missed)"

           IF ALL-MET = "N"
               MOVE 1 TO RETURN-CODE
           END-IF

           STOP RUN.

       READ-SERVER-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-ONE-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-ONE-CONFIG-LINE.
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

           IF CONFIG-VAL = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE CONFIG-KEY
               WHEN "SLA_TARGETS_FILE"
                   MOVE CONFIG-VAL TO TARGETS-FILE-PATH
               WHEN "SCHEDULER_LOG"
                   MOVE CONFIG-VAL TO SCHED-LOG-PATH
               WHEN "WATCHDOG_LOG"
                   MOVE CONFIG-VAL TO AVAIL-LOG-PATH
               WHEN "SYNTH_LOG"
                   MOVE CONFIG-VAL TO SYNTH-LOG-PATH
               WHEN "TIMING_LOG"
                   MOVE CONFIG-VAL TO TIMING-LOG-PATH
           END-EVALUATE

           EXIT PARAGRAPH.

       LOAD-TARGETS-FILE.
           OPEN INPUT TARGETS-FILE
           IF TARGETS-FILE-STATUS = "35" OR
              TARGETS-FILE-STATUS = "05"
               DISPLAY "Error: SLA targets file not found: "
                   FUNCTION TRIM(TARGETS-FILE-PATH)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL TARGETS-FILE-STATUS = "10"
               READ TARGETS-FILE INTO TGT-LINE
                   AT END
                       MOVE "10" TO TARGETS-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-TARGET-LINE
               END-READ
           END-PERFORM

           CLOSE TARGETS-FILE

           EXIT PARAGRAPH.

       APPLY-TARGET-LINE.
           MOVE FUNCTION TRIM(TGT-LINE) TO TGT-LINE

           IF TGT-LINE = SPACES OR TGT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TGT-FIELD-PATTERN
           MOVE SPACES TO TGT-FIELD-AVAIL
           MOVE SPACES TO TGT-FIELD-P95
           MOVE SPACES TO TGT-FIELD-SYNTH
           UNSTRING TGT-LINE DELIMITED BY "|"
               INTO TGT-FIELD-PATTERN TGT-FIELD-AVAIL
                    TGT-FIELD-P95 TGT-FIELD-SYNTH

           MOVE FUNCTION TRIM(TGT-FIELD-PATTERN) TO TGT-FIELD-PATTERN
           IF TGT-FIELD-PATTERN = SPACES OR
              FUNCTION TRIM(TGT-FIELD-AVAIL) = SPACES OR
              FUNCTION TEST-NUMVAL(TGT-FIELD-AVAIL) NOT = 0
               DISPLAY "WARN: SLA target line ignored: "
                   FUNCTION TRIM(TGT-LINE)
               EXIT PARAGRAPH
           END-IF
           IF (FUNCTION TRIM(TGT-FIELD-P95) NOT = SPACES AND
               FUNCTION TEST-NUMVAL(TGT-FIELD-P95) NOT = 0) OR
              (FUNCTION TRIM(TGT-FIELD-SYNTH) NOT = SPACES AND
               FUNCTION TEST-NUMVAL(TGT-FIELD-SYNTH) NOT = 0)
               DISPLAY "WARN: SLA target line ignored: "
                   FUNCTION TRIM(TGT-LINE)
               EXIT PARAGRAPH
           END-IF

           IF TGT-COUNT >= 32
               DISPLAY "WARN: SLA targets table full, ignoring: "
                   FUNCTION TRIM(TGT-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TGT-COUNT
           MOVE TGT-FIELD-PATTERN TO TGT-PATTERN(TGT-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TGT-FIELD-PATTERN))
               TO TGT-PATTERN-LEN(TGT-COUNT)
           MOVE "N" TO TGT-IS-PREFIX(TGT-COUNT)
           IF TGT-FIELD-PATTERN(TGT-PATTERN-LEN(TGT-COUNT):1) = "*"
               MOVE "Y" TO TGT-IS-PREFIX(TGT-COUNT)
               SUBTRACT 1 FROM TGT-PATTERN-LEN(TGT-COUNT)
           END-IF

           COMPUTE TGT-AVAIL-PCT(TGT-COUNT) =
               FUNCTION NUMVAL(TGT-FIELD-AVAIL)
           IF TGT-AVAIL-PCT(TGT-COUNT) > 100
               MOVE 100 TO TGT-AVAIL-PCT(TGT-COUNT)
           END-IF

           MOVE "N" TO TGT-HAS-P95(TGT-COUNT)
           MOVE 0 TO TGT-P95-MS(TGT-COUNT)
           IF FUNCTION TRIM(TGT-FIELD-P95) NOT = SPACES
               MOVE "Y" TO TGT-HAS-P95(TGT-COUNT)
               COMPUTE TGT-P95-MS(TGT-COUNT) =
                   FUNCTION NUMVAL(TGT-FIELD-P95)
           END-IF

           MOVE "N" TO TGT-HAS-SYNTH(TGT-COUNT)
           MOVE 0 TO TGT-MAX-SYNTH(TGT-COUNT)
           IF FUNCTION TRIM(TGT-FIELD-SYNTH) NOT = SPACES
               MOVE "Y" TO TGT-HAS-SYNTH(TGT-COUNT)
               COMPUTE TGT-MAX-SYNTH(TGT-COUNT) =
                   FUNCTION NUMVAL(TGT-FIELD-SYNTH)
           END-IF

           MOVE 0 TO TGT-COUNTED(TGT-COUNT)
           MOVE 0 TO TGT-EXCLUDED(TGT-COUNT)
           MOVE 0 TO TGT-FAILED(TGT-COUNT)
           MOVE 0 TO TGT-SLOW(TGT-COUNT)
           MOVE 0 TO TGT-SYNTH-FAILS(TGT-COUNT)
           MOVE 0 TO TGT-SAMPLE-CNT(TGT-COUNT)
           MOVE 0 TO TGT-DROPPED(TGT-COUNT)

           EXIT PARAGRAPH.

       MATCH-TARGET-ROUTE.
      *> MATCH-PATH in (query string ignored), MATCH-TARGET out: the
      *> first targets line whose pattern takes the path, 0 if none.
           MOVE 0 TO QUERY-POS
           INSPECT MATCH-PATH TALLYING QUERY-POS
               FOR CHARACTERS BEFORE INITIAL "?"
           IF QUERY-POS < FUNCTION LENGTH(MATCH-PATH)
               MOVE SPACES TO MATCH-PATH(QUERY-POS + 1:)
           END-IF

           MOVE 0 TO MATCH-TARGET
           PERFORM VARYING TGT-IDX FROM 1 BY 1
               UNTIL TGT-IDX > TGT-COUNT
               IF TGT-IS-PREFIX(TGT-IDX) = "Y"
                   IF TGT-PATTERN-LEN(TGT-IDX) = 0
                       MOVE TGT-IDX TO MATCH-TARGET
                       EXIT PERFORM
                   END-IF
                   IF MATCH-PATH(1:TGT-PATTERN-LEN(TGT-IDX)) =
                      TGT-PATTERN(TGT-IDX)
                          (1:TGT-PATTERN-LEN(TGT-IDX))
                       MOVE TGT-IDX TO MATCH-TARGET
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF MATCH-PATH = TGT-PATTERN(TGT-IDX)
                       MOVE TGT-IDX TO MATCH-TARGET
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       LOAD-MAINTENANCE-WINDOWS.
      *> The scheduler's log covers every month it has run; only
      *> windows that overlap the statement month are kept.
           OPEN INPUT SCHED-LOG-FILE
           IF SCHED-LOG-STATUS = "35" OR SCHED-LOG-STATUS = "05"
               DISPLAY "WARN: scheduler log not found: "
                   FUNCTION TRIM(SCHED-LOG-PATH)
                   " -- no maintenance excluded"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SCHED-LOG-STATUS = "10"
               READ SCHED-LOG-FILE INTO LOG-LINE
                   AT END
                       MOVE "10" TO SCHED-LOG-STATUS
                   NOT AT END
                       PERFORM APPLY-SCHEDULER-LINE
               END-READ
           END-PERFORM

           CLOSE SCHED-LOG-FILE

           IF WIN-OPEN = "Y"
               MOVE WIN-STILL-UP TO LOG-STAMP
               MOVE "still up at end of log" TO WIN-HOW(WIN-COUNT)
               PERFORM CLOSE-MAINTENANCE-WINDOW
           END-IF

           EXIT PARAGRAPH.

       APPLY-SCHEDULER-LINE.
      *> "<stamp> WINDOW maintenance raised", "<stamp> WINDOW
      *> complete, maintenance lifted", "<stamp> WINDOW a job
      *> failed -- refusing to lift <flag>".
           IF LOG-LINE(1:14) IS NOT NUMERIC OR
              LOG-LINE(22:8) NOT = " WINDOW "
               EXIT PARAGRAPH
           END-IF
           MOVE LOG-LINE(1:14) TO LOG-STAMP

           IF LOG-LINE(30:18) = "maintenance raised"
               IF WIN-OPEN = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WIN-COUNT >= 200
                   ADD 1 TO WIN-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WIN-COUNT
               MOVE LOG-STAMP TO WIN-START(WIN-COUNT)
               MOVE WIN-STILL-UP TO WIN-END(WIN-COUNT)
               MOVE SPACES TO WIN-HOW(WIN-COUNT)
               MOVE "Y" TO WIN-OPEN
               EXIT PARAGRAPH
           END-IF

           IF WIN-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           IF LOG-LINE(30:8) = "complete"
               MOVE "lifted" TO WIN-HOW(WIN-COUNT)
               PERFORM CLOSE-MAINTENANCE-WINDOW
               EXIT PARAGRAPH
           END-IF

           IF LOG-LINE(30:12) = "a job failed"
               MOVE "job failed, flag held" TO WIN-HOW(WIN-COUNT)
               PERFORM CLOSE-MAINTENANCE-WINDOW
           END-IF

           EXIT PARAGRAPH.

       CLOSE-MAINTENANCE-WINDOW.
           MOVE LOG-STAMP TO WIN-END(WIN-COUNT)
           MOVE "N" TO WIN-OPEN
           IF WIN-START(WIN-COUNT)(1:6) > ARG-MONTH(1:6) OR
              WIN-END(WIN-COUNT)(1:6) < ARG-MONTH(1:6)
               SUBTRACT 1 FROM WIN-COUNT
           END-IF
           EXIT PARAGRAPH.

       CHECK-IN-WINDOW.
      *> LOG-STAMP in, IN-WINDOW out.
           MOVE "N" TO IN-WINDOW
           PERFORM VARYING WIN-IDX FROM 1 BY 1
               UNTIL WIN-IDX > WIN-COUNT
               IF LOG-STAMP >= WIN-START(WIN-IDX) AND
                  LOG-STAMP <= WIN-END(WIN-IDX)
                   MOVE "Y" TO IN-WINDOW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       TALLY-WATCHDOG-LOG.
           OPEN INPUT AVAIL-LOG-FILE
           IF AVAIL-LOG-STATUS = "35" OR AVAIL-LOG-STATUS = "05"
               DISPLAY "WARN: watchdog log not found: "
                   FUNCTION TRIM(AVAIL-LOG-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL AVAIL-LOG-STATUS = "10"
               READ AVAIL-LOG-FILE INTO LOG-LINE
                   AT END
                       MOVE "10" TO AVAIL-LOG-STATUS
                   NOT AT END
                       PERFORM TALLY-ONE-CHECK-LINE
               END-READ
           END-PERFORM

           CLOSE AVAIL-LOG-FILE

           IF CHK-COUNTED > 0
               COMPUTE SERVER-PCT =
                   CHK-HEALTHY * 100 / CHK-COUNTED
           END-IF

           EXIT PARAGRAPH.

       TALLY-ONE-CHECK-LINE.
      *> "<stamp> probe=Y pid=Y latency_ms=N consecutive_fails=N";
      *> the daily SUMMARY lines are the watchdog's own arithmetic
      *> and are not re-counted.
           IF LOG-LINE(1:6) NOT = ARG-MONTH(1:6) OR
              LOG-LINE(1:14) IS NOT NUMERIC OR
              LOG-LINE(22:7) NOT = " probe="
               EXIT PARAGRAPH
           END-IF

           MOVE LOG-LINE(1:14) TO LOG-STAMP
           PERFORM CHECK-IN-WINDOW
           IF IN-WINDOW = "Y"
               ADD 1 TO CHK-EXCLUDED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHK-COUNTED
           IF LOG-LINE(29:1) = "Y"
               ADD 1 TO CHK-HEALTHY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO BR-FOR-TARGET
           MOVE LOG-STAMP(1:10) TO BR-FOR-HOUR
           MOVE "F" TO BR-FOR-KIND
           MOVE SPACES TO BR-FOR-RID
           PERFORM NOTE-BREACH

           EXIT PARAGRAPH.

       TALLY-SYNTHETIC-LOG.
           OPEN INPUT SYNTH-LOG-FILE
           IF SYNTH-LOG-STATUS = "35" OR SYNTH-LOG-STATUS = "05"
               DISPLAY "WARN: synthetic check log not found: "
                   FUNCTION TRIM(SYNTH-LOG-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SYNTH-LOG-STATUS = "10"
               READ SYNTH-LOG-FILE INTO LOG-LINE
                   AT END
                       MOVE "10" TO SYNTH-LOG-STATUS
                   NOT AT END
                       PERFORM TALLY-ONE-SYNTH-LINE
               END-READ
           END-PERFORM

           CLOSE SYNTH-LOG-FILE

           EXIT PARAGRAPH.

       TALLY-ONE-SYNTH-LINE.
      *> "<stamp> step N FAIL METHOD path latency_ms=N (why)"; pass
      *> lines and the PASS-RESULT summaries carry nothing to count.
           IF LOG-LINE(1:6) NOT = ARG-MONTH(1:6) OR
              LOG-LINE(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SYN-FIELD-STAMP
           MOVE SPACES TO SYN-FIELD-WORD
           MOVE SPACES TO SYN-FIELD-STEP
           MOVE SPACES TO SYN-FIELD-RESULT
           MOVE SPACES TO SYN-FIELD-METHOD
           MOVE SPACES TO SYN-FIELD-PATH
           UNSTRING LOG-LINE DELIMITED BY ALL " "
               INTO SYN-FIELD-STAMP SYN-FIELD-WORD SYN-FIELD-STEP
                    SYN-FIELD-RESULT SYN-FIELD-METHOD SYN-FIELD-PATH

           IF SYN-FIELD-WORD NOT = "step" OR
              SYN-FIELD-RESULT NOT = "FAIL"
               EXIT PARAGRAPH
           END-IF

           MOVE LOG-LINE(1:14) TO LOG-STAMP
           PERFORM CHECK-IN-WINDOW
           IF IN-WINDOW = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SYN-FIELD-PATH TO MATCH-PATH
           PERFORM MATCH-TARGET-ROUTE
           IF MATCH-TARGET = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TGT-SYNTH-FAILS(MATCH-TARGET)
           MOVE MATCH-TARGET TO BR-FOR-TARGET
           MOVE LOG-STAMP(1:10) TO BR-FOR-HOUR
           MOVE "Y" TO BR-FOR-KIND
           MOVE SPACES TO BR-FOR-RID
           PERFORM NOTE-BREACH

           EXIT PARAGRAPH.

       TALLY-TIMING-LOG.
           OPEN INPUT TIMING-LOG-FILE
           IF TIMING-LOG-STATUS = "35" OR TIMING-LOG-STATUS = "05"
               DISPLAY "WARN: timing log not found: "
                   FUNCTION TRIM(TIMING-LOG-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL TIMING-LOG-STATUS = "10"
               READ TIMING-LOG-FILE INTO LOG-LINE
                   AT END
                       MOVE "10" TO TIMING-LOG-STATUS
                   NOT AT END
                       PERFORM TALLY-ONE-TIMING-LINE
               END-READ
           END-PERFORM

           CLOSE TIMING-LOG-FILE

           EXIT PARAGRAPH.

       TALLY-ONE-TIMING-LINE.
      *> "<timestamp> <method> <path> <status> <ms> <dispatch>
      *> <request-id>" as WRITE-TIMING-LOG builds it.
           MOVE SPACES TO TIM-FIELD-TIMESTAMP
           MOVE SPACES TO TIM-FIELD-METHOD
           MOVE SPACES TO TIM-FIELD-PATH
           MOVE SPACES TO TIM-FIELD-STATUS
           MOVE SPACES TO TIM-FIELD-MS
           MOVE SPACES TO TIM-FIELD-DISPATCH
           MOVE SPACES TO TIM-FIELD-RID
           UNSTRING LOG-LINE DELIMITED BY ALL " "
               INTO TIM-FIELD-TIMESTAMP TIM-FIELD-METHOD
                    TIM-FIELD-PATH TIM-FIELD-STATUS TIM-FIELD-MS
                    TIM-FIELD-DISPATCH TIM-FIELD-RID

           IF TIM-FIELD-TIMESTAMP(1:14) IS NOT NUMERIC OR
              TIM-FIELD-TIMESTAMP(1:6) NOT = ARG-MONTH(1:6)
               EXIT PARAGRAPH
           END-IF

           MOVE TIM-FIELD-PATH TO MATCH-PATH
           PERFORM MATCH-TARGET-ROUTE
           IF MATCH-TARGET = 0
               ADD 1 TO NO-TARGET-REQUESTS
               EXIT PARAGRAPH
           END-IF

           MOVE TIM-FIELD-TIMESTAMP(1:14) TO LOG-STAMP
           PERFORM CHECK-IN-WINDOW
           IF IN-WINDOW = "Y"
               ADD 1 TO TGT-EXCLUDED(MATCH-TARGET)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TGT-COUNTED(MATCH-TARGET)
           MOVE 0 TO LINE-MS
           IF FUNCTION TRIM(TIM-FIELD-MS) IS NUMERIC
               COMPUTE LINE-MS = FUNCTION NUMVAL(TIM-FIELD-MS)
           END-IF

           IF TGT-SAMPLE-CNT(MATCH-TARGET) < 4000
               ADD 1 TO TGT-SAMPLE-CNT(MATCH-TARGET)
               MOVE LINE-MS TO TGT-SAMPLE(MATCH-TARGET,
                   TGT-SAMPLE-CNT(MATCH-TARGET))
           ELSE
               ADD 1 TO TGT-DROPPED(MATCH-TARGET)
           END-IF

           MOVE MATCH-TARGET TO BR-FOR-TARGET
           MOVE LOG-STAMP(1:10) TO BR-FOR-HOUR
           MOVE TIM-FIELD-RID TO BR-FOR-RID

           IF TIM-FIELD-STATUS(1:1) = "5"
               ADD 1 TO TGT-FAILED(MATCH-TARGET)
               MOVE "F" TO BR-FOR-KIND
               PERFORM NOTE-BREACH
           END-IF

           IF TGT-HAS-P95(MATCH-TARGET) = "Y" AND
              LINE-MS > TGT-P95-MS(MATCH-TARGET)
               ADD 1 TO TGT-SLOW(MATCH-TARGET)
               MOVE "S" TO BR-FOR-KIND
               PERFORM NOTE-BREACH
           END-IF

           EXIT PARAGRAPH.

       NOTE-BREACH.
      *> BR-FOR-TARGET/HOUR/KIND (F failed, S slow, Y synthetic) and
      *> BR-FOR-RID in; finds or opens the hour's interval row. The
      *> same request slow and failed is listed once.
           MOVE 0 TO BR-FOUND
           PERFORM VARYING BR-IDX FROM BR-COUNT BY -1
               UNTIL BR-IDX < 1
               IF BR-TARGET(BR-IDX) = BR-FOR-TARGET AND
                  BR-HOUR(BR-IDX) = BR-FOR-HOUR
                   MOVE BR-IDX TO BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF BR-FOUND = 0
               IF BR-COUNT >= 500
                   ADD 1 TO BR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BR-COUNT
               MOVE BR-COUNT TO BR-FOUND
               MOVE BR-FOR-TARGET TO BR-TARGET(BR-FOUND)
               MOVE BR-FOR-HOUR TO BR-HOUR(BR-FOUND)
               MOVE 0 TO BR-FAILED(BR-FOUND)
               MOVE 0 TO BR-SLOW(BR-FOUND)
               MOVE 0 TO BR-SYNTH(BR-FOUND)
               MOVE 0 TO BR-RID-CNT(BR-FOUND)
               MOVE 0 TO BR-RID-MORE(BR-FOUND)
           END-IF

           EVALUATE BR-FOR-KIND
               WHEN "F"
                   ADD 1 TO BR-FAILED(BR-FOUND)
               WHEN "S"
                   ADD 1 TO BR-SLOW(BR-FOUND)
               WHEN "Y"
                   ADD 1 TO BR-SYNTH(BR-FOUND)
           END-EVALUATE

           IF FUNCTION TRIM(BR-FOR-RID) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING BR-RID-IDX FROM 1 BY 1
               UNTIL BR-RID-IDX > BR-RID-CNT(BR-FOUND)
               IF BR-RID(BR-FOUND, BR-RID-IDX) = BR-FOR-RID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF BR-RID-CNT(BR-FOUND) < 5
               ADD 1 TO BR-RID-CNT(BR-FOUND)
               MOVE BR-FOR-RID
                   TO BR-RID(BR-FOUND, BR-RID-CNT(BR-FOUND))
           ELSE
               ADD 1 TO BR-RID-MORE(BR-FOUND)
           END-IF

           EXIT PARAGRAPH.

       SORT-TARGET-SAMPLES.
      *> Insertion sort of one route's samples, as the latency
      *> report does it.
           PERFORM VARYING SORT-I FROM 2 BY 1
               UNTIL SORT-I > TGT-SAMPLE-CNT(TGT-IDX)
               MOVE TGT-SAMPLE(TGT-IDX, SORT-I) TO SORT-TEMP
               MOVE SORT-I TO SORT-J
               PERFORM UNTIL SORT-J = 1 OR
                       TGT-SAMPLE(TGT-IDX, SORT-J - 1)
                           <= SORT-TEMP
                   MOVE TGT-SAMPLE(TGT-IDX, SORT-J - 1)
                       TO TGT-SAMPLE(TGT-IDX, SORT-J)
                   SUBTRACT 1 FROM SORT-J
               END-PERFORM
               MOVE SORT-TEMP TO TGT-SAMPLE(TGT-IDX, SORT-J)
           END-PERFORM
           EXIT PARAGRAPH.

       SORT-BREACH-INTERVALS.
      *> The logs are read one after another, so intervals arrive
      *> grouped by source; put them back in hour order.
           PERFORM VARYING SORT-I FROM 2 BY 1
               UNTIL SORT-I > BR-COUNT
               MOVE BR-ENTRY(SORT-I) TO BR-HOLD
               MOVE SORT-I TO SORT-J
               PERFORM UNTIL SORT-J = 1 OR
                       BR-HOUR(SORT-J - 1) <= BR-HOLD-HOUR
                   MOVE BR-ENTRY(SORT-J - 1) TO BR-ENTRY(SORT-J)
                   SUBTRACT 1 FROM SORT-J
               END-PERFORM
               MOVE BR-HOLD TO BR-ENTRY(SORT-J)
           END-PERFORM
           EXIT PARAGRAPH.

       MEASURE-TARGET-ROUTE.
      *> Availability, error budget, p95 and the verdict for
      *> TGT-IDX. Nearest-rank p95 as in the latency report; the
      *> ceiling is met when no more requests ran over it than the
      *> 5% that rank leaves above.
           MOVE 100 TO ROUTE-REQ-PCT
           IF TGT-COUNTED(TGT-IDX) > 0
               COMPUTE ROUTE-REQ-PCT =
                   (TGT-COUNTED(TGT-IDX) - TGT-FAILED(TGT-IDX))
                   * 100 / TGT-COUNTED(TGT-IDX)
           END-IF
           MOVE ROUTE-REQ-PCT TO ROUTE-PCT
           IF SERVER-PCT < ROUTE-PCT
               MOVE SERVER-PCT TO ROUTE-PCT
           END-IF

           MOVE "Y" TO AVAIL-MET
           IF ROUTE-PCT < TGT-AVAIL-PCT(TGT-IDX)
               MOVE "N" TO AVAIL-MET
           END-IF

           IF TGT-AVAIL-PCT(TGT-IDX) >= 100
               IF ROUTE-PCT < 100
                   MOVE 9999.99 TO BUDGET-PCT
               ELSE
                   MOVE 0 TO BUDGET-PCT
               END-IF
           ELSE
               IF (100 - ROUTE-PCT) * 100 /
                  (100 - TGT-AVAIL-PCT(TGT-IDX)) > 9999.99
                   MOVE 9999.99 TO BUDGET-PCT
               ELSE
                   COMPUTE BUDGET-PCT ROUNDED =
                       (100 - ROUTE-PCT) * 100 /
                       (100 - TGT-AVAIL-PCT(TGT-IDX))
               END-IF
           END-IF

           MOVE 0 TO P95-MS
           MOVE "Y" TO P95-MET
           IF TGT-SAMPLE-CNT(TGT-IDX) > 0
               PERFORM SORT-TARGET-SAMPLES
               COMPUTE PCT-IDX ROUNDED =
                   TGT-SAMPLE-CNT(TGT-IDX) * 95 / 100
               IF PCT-IDX < 1
                   MOVE 1 TO PCT-IDX
               END-IF
               MOVE TGT-SAMPLE(TGT-IDX, PCT-IDX) TO P95-MS
           END-IF
           IF TGT-HAS-P95(TGT-IDX) = "Y" AND TGT-COUNTED(TGT-IDX) > 0
               COMPUTE PCT-IDX ROUNDED =
                   TGT-COUNTED(TGT-IDX) * 95 / 100
               IF PCT-IDX < 1
                   MOVE 1 TO PCT-IDX
               END-IF
               COMPUTE SLOW-ALLOWED = TGT-COUNTED(TGT-IDX) - PCT-IDX
               IF TGT-SLOW(TGT-IDX) > SLOW-ALLOWED
                   MOVE "N" TO P95-MET
               END-IF
           END-IF

           MOVE "Y" TO SYNTH-MET
           IF TGT-HAS-SYNTH(TGT-IDX) = "Y" AND
              TGT-SYNTH-FAILS(TGT-IDX) > TGT-MAX-SYNTH(TGT-IDX)
               MOVE "N" TO SYNTH-MET
           END-IF

           IF AVAIL-MET = "Y" AND P95-MET = "Y" AND SYNTH-MET = "Y"
               MOVE "MET" TO VERDICT-TEXT
           ELSE
               MOVE "MISSED" TO VERDICT-TEXT
           END-IF

           EXIT PARAGRAPH.

       FORMAT-STAMP.
      *> STAMP-IN (YYYYMMDDhhmmss, or an hour YYYYMMDDhh) to
      *> STAMP-OUT "YYYY-MM-DD hh:mm:ss".
           MOVE SPACES TO STAMP-OUT
           IF STAMP-IN(11:4) = SPACES
               MOVE "0000" TO STAMP-IN(11:4)
           END-IF
           STRING STAMP-IN(1:4) "-" STAMP-IN(5:2) "-" STAMP-IN(7:2)
                  " " STAMP-IN(9:2) ":" STAMP-IN(11:2) ":"
                  STAMP-IN(13:2)
                  DELIMITED BY SIZE INTO STAMP-OUT
           EXIT PARAGRAPH.

       WRITE-SLA-STATEMENT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write report file "
                   FUNCTION TRIM(REPORT-FILE-NAME)
                   " (status " REPORT-FILE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "MONTHLY SLA STATEMENT  " DELIMITED BY SIZE
                  ARG-MONTH(1:6) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

      *> Verdicts first, so the summary can lead the statement.
           PERFORM VARYING TGT-IDX FROM 1 BY 1
               UNTIL TGT-IDX > TGT-COUNT
               PERFORM MEASURE-TARGET-ROUTE
               IF VERDICT-TEXT = "MET"
                   ADD 1 TO ROUTES-MET
               ELSE
                   ADD 1 TO ROUTES-MISSED
                   MOVE "N" TO ALL-MET
               END-IF
           END-PERFORM
           PERFORM SORT-BREACH-INTERVALS

           MOVE SPACES TO REPORT-LINE
           STRING "Targets file:  " DELIMITED BY SIZE
                  FUNCTION TRIM(TARGETS-FILE-PATH) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE TGT-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Routes measured:         " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE ROUTES-MET TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Routes met:              " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE ROUTES-MISSED TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Routes missed:           " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE NO-TARGET-REQUESTS TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Requests with no target: " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           PERFORM WRITE-MAINTENANCE-SECTION
           PERFORM WRITE-SERVER-SECTION

           PERFORM VARYING TGT-IDX FROM 1 BY 1
               UNTIL TGT-IDX > TGT-COUNT
               PERFORM MEASURE-TARGET-ROUTE
               PERFORM WRITE-ROUTE-SECTION
           END-PERFORM

           IF BR-OVERFLOW > 0 OR WIN-OVERFLOW > 0
               MOVE BR-OVERFLOW TO COUNT-DISPLAY
               MOVE WIN-OVERFLOW TO MS-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "note: " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " breach event(s) past the interval table and "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(MS-DISPLAY) DELIMITED BY SIZE
                      " maintenance window(s) past the window table"
                          DELIMITED BY SIZE
                      " not itemised" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           CLOSE REPORT-FILE

           EXIT PARAGRAPH.

       WRITE-MAINTENANCE-SECTION.
           MOVE "MAINTENANCE WINDOWS EXCLUDED" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           IF WIN-COUNT = 0
               MOVE "  none" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           PERFORM VARYING WIN-IDX FROM 1 BY 1
               UNTIL WIN-IDX > WIN-COUNT
               MOVE WIN-START(WIN-IDX) TO STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE STAMP-OUT TO STAMP-OUT-2
               MOVE SPACES TO REPORT-LINE
               IF WIN-END(WIN-IDX) = WIN-STILL-UP
                   STRING "  " STAMP-OUT-2 "  to  "
                          "end of month       " "  "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WIN-HOW(WIN-IDX))
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
               ELSE
                   MOVE WIN-END(WIN-IDX) TO STAMP-IN
                   PERFORM FORMAT-STAMP
                   STRING "  " STAMP-OUT-2 "  to  " STAMP-OUT "  "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WIN-HOW(WIN-IDX))
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
               END-IF
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-SERVER-SECTION.
           MOVE "SERVER HEALTH (watchdog checks)" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE CHK-COUNTED TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  checks counted:          " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE CHK-EXCLUDED TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  checks in maintenance:   " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE CHK-HEALTHY TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  checks healthy:          " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SERVER-PCT TO PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  availability:               " DELIMITED BY SIZE
                  PCT-DISPLAY DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE 0 TO TGT-IDX
           PERFORM WRITE-BREACH-INTERVALS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-ROUTE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "ROUTE " DELIMITED BY SIZE
                  FUNCTION TRIM(TGT-PATTERN(TGT-IDX))
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE TGT-COUNTED(TGT-IDX) TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  requests counted:        " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE TGT-EXCLUDED(TGT-IDX) TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  requests in maintenance: " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE TGT-FAILED(TGT-IDX) TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  failed requests (5xx):   " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE ROUTE-REQ-PCT TO PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  request success:            " DELIMITED BY SIZE
                  PCT-DISPLAY DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE ROUTE-PCT TO PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REPORT-PTR
           STRING "  availability:               " DELIMITED BY SIZE
                  PCT-DISPLAY DELIMITED BY SIZE
                  "%  target=" DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           MOVE TGT-AVAIL-PCT(TGT-IDX) TO PCT-DISPLAY
           STRING FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           MOVE AVAIL-MET TO MET-FLAG
           PERFORM APPEND-MET-WORD
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE BUDGET-PCT TO BUDGET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  error budget consumed:     " DELIMITED BY SIZE
                  BUDGET-DISPLAY DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REPORT-PTR
           IF TGT-SAMPLE-CNT(TGT-IDX) = 0
               STRING "  p95 latency (ms):              n/a"
                      DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           ELSE
               MOVE P95-MS TO MS-DISPLAY
               STRING "  p95 latency (ms):        " DELIMITED BY SIZE
                      MS-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF
           IF TGT-HAS-P95(TGT-IDX) = "Y"
               MOVE TGT-P95-MS(TGT-IDX) TO MS-DISPLAY
               STRING "  ceiling=" DELIMITED BY SIZE
                      FUNCTION TRIM(MS-DISPLAY) DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
               MOVE P95-MET TO MET-FLAG
               PERFORM APPEND-MET-WORD
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE TGT-SYNTH-FAILS(TGT-IDX) TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO REPORT-PTR
           STRING "  synthetic failures:      " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           IF TGT-HAS-SYNTH(TGT-IDX) = "Y"
               MOVE TGT-MAX-SYNTH(TGT-IDX) TO MS-DISPLAY
               STRING "  maximum=" DELIMITED BY SIZE
                      FUNCTION TRIM(MS-DISPLAY) DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
               MOVE SYNTH-MET TO MET-FLAG
               PERFORM APPEND-MET-WORD
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE

           IF TGT-DROPPED(TGT-IDX) > 0
               MOVE TGT-DROPPED(TGT-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  note: p95 over the first 4000 requests; "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " more judged against the ceiling only"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  verdict:                     " DELIMITED BY SIZE
                  VERDICT-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           PERFORM WRITE-BREACH-INTERVALS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       APPEND-MET-WORD.
      *> "  met" or "  missed" on the end of the line being built.
           IF MET-FLAG = "Y"
               STRING "  met" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-PTR
           ELSE
               STRING "  missed" DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF
           EXIT PARAGRAPH.

       WRITE-BREACH-INTERVALS.
      *> The hourly intervals recorded against TGT-IDX (0 = the
      *> server's health checks), in hour order.
           MOVE "  breach intervals:" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE 0 TO BR-SHOWN
           PERFORM VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > BR-COUNT
               IF BR-TARGET(BR-IDX) = TGT-IDX
                   ADD 1 TO BR-SHOWN
                   PERFORM WRITE-ONE-BREACH
               END-IF
           END-PERFORM

           IF BR-SHOWN = 0
               MOVE "    none" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       WRITE-ONE-BREACH.
           MOVE SPACES TO STAMP-IN
           MOVE BR-HOUR(BR-IDX) TO STAMP-IN
           PERFORM FORMAT-STAMP

           MOVE SPACES TO RID-LIST
           MOVE 1 TO RID-LIST-PTR
           PERFORM VARYING BR-RID-IDX FROM 1 BY 1
               UNTIL BR-RID-IDX > BR-RID-CNT(BR-IDX)
               IF BR-RID-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO RID-LIST WITH POINTER RID-LIST-PTR
               END-IF
               STRING FUNCTION TRIM(BR-RID(BR-IDX, BR-RID-IDX))
                          DELIMITED BY SIZE
                   INTO RID-LIST WITH POINTER RID-LIST-PTR
           END-PERFORM
           IF BR-RID-MORE(BR-IDX) > 0
               MOVE BR-RID-MORE(BR-IDX) TO COUNT-DISPLAY
               STRING " (+" DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " more)" DELIMITED BY SIZE
                   INTO RID-LIST WITH POINTER RID-LIST-PTR
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF TGT-IDX = 0
               MOVE BR-FAILED(BR-IDX) TO COUNT-DISPLAY
               STRING "    " STAMP-OUT(1:16) DELIMITED BY SIZE
                      "  failed_checks=" DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO REPORT-PTR
           MOVE BR-FAILED(BR-IDX) TO COUNT-DISPLAY
           STRING "    " STAMP-OUT(1:16) DELIMITED BY SIZE
                  "  failed=" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           MOVE BR-SLOW(BR-IDX) TO COUNT-DISPLAY
           STRING "  slow=" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           MOVE BR-SYNTH(BR-IDX) TO COUNT-DISPLAY
           STRING "  synthetic=" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
           IF RID-LIST NOT = SPACES
               STRING "  rids=" DELIMITED BY SIZE
                      FUNCTION TRIM(RID-LIST TRAILING)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

      *> Schedule file (SCHEDULE_FILE in server.conf, default
      *> batch.schedule), one entry per line, rewrite.rules
      *> comment-and-blank-line conventions:
      *>     HHMM|command|Y-or-N[|when]
      *> where Y means "raise maintenance mode before this job" and
      *> the optional when field, comma-separated, restricts the days
      *> the entry runs on (blank or "daily" is every day):
      *>     business      business days only
      *>     month-end     last business day of the month
      *>     quarter-end   last business day of the quarter
      *>     weekly:N      day N of the week, 1 Monday .. 7 Sunday
      *>     skip-blackout not on a blackout date
      *> Several words must all hold ("weekly:5,business").
      *>
      *> Business calendar (BUSINESS_CALENDAR, default
      *> business.calendar), one dated line each, same conventions:
      *>     YYYYMMDD|kind[|description]
      *> kind HOLIDAY (not a business day), BLACKOUT (skip-blackout
      *> entries stay idle), MONTH-END or QUARTER-END (the marked
      *> date is that month's or quarter's end instead of its last
      *> business day; a QUARTER-END mark is also the month-end).
      *> Monday to Friday, less holidays, are business days; without
      *> a calendar file that is every weekday. The schedule and the
      *> calendar are both re-read each new day.
      *>
      *> Usage:  BATCH-SCHEDULER [run-now | plan [days]]
      *> "run-now" executes today's entries immediately in file order
      *> and exits (for testing or a cron-driven window); "plan"
      *> writes runplan_YYYYMMDD.txt, what each entry will do on
      *> each of the next 30 days (or days, up to 90), for review
      *> before a holiday weekend, and exits; with no argument it
      *> loops like the watchdog, firing each entry at its time on
      *> the days it applies to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SCHED-LOG-FILE ASSIGN TO SCHED-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-LOG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO PLAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 SCHEDULE-FILE-RECORD PIC X(320).
       FD SCHED-LOG-FILE.
       01 SCHED-LOG-RECORD PIC X(400).
       FD CALENDAR-FILE.
       01 CALENDAR-FILE-RECORD PIC X(256).
       FD PLAN-FILE.
       01 PLAN-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 SCHED-LOG-STATUS      PIC XX.
       01 SCHEDULE-LINE         PIC X(320).

      *> SCHED-JOB-DONE: "N" still due today, "Y" has run, "S" the
      *> calendar rules it out today.
       01 SCHED-JOB-TABLE.
           05 SCHED-JOB-ENTRY OCCURS 32 TIMES.
               10 SCHED-JOB-TIME      PIC 9(4).
               10 SCHED-JOB-COMMAND   PIC X(256).
               10 SCHED-JOB-MAINT     PIC X.
               10 SCHED-JOB-DONE      PIC X.
               10 SCHED-JOB-WHEN      PIC X(64).
               10 SCHED-JOB-BUSINESS  PIC X.
               10 SCHED-JOB-MONTH-END PIC X.
               10 SCHED-JOB-QTR-END   PIC X.
               10 SCHED-JOB-WEEKDAY   PIC 9.
               10 SCHED-JOB-NO-BLACKOUT PIC X.
       01 SCHED-JOB-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 SCHED-JOB-IDX         PIC 9(4) COMP-5.

       01 SCHED-TIME-TXT        PIC X(8).
       01 SCHED-CMD-TXT         PIC X(256).
       01 SCHED-MAINT-TXT       PIC X(8).
       01 SCHED-WHEN-TXT        PIC X(64).
       01 SCHED-WHEN-PTR        PIC 9(4) COMP-5.
       01 SCHED-WHEN-WORD       PIC X(24).
       01 SCHED-WHEN-BAD        PIC X.

       01 COMMAND-LINE-ARGS     PIC X(64).
       01 RUN-NOW-MODE          PIC X VALUE "N".
       01 RUN-MODE-TXT          PIC X(16).
       01 PLAN-DAYS-TXT         PIC X(16).

      *> The business calendar.
       01 CALENDAR-FILE-NAME    PIC X(128) VALUE "business.calendar".
       01 CALENDAR-FILE-STATUS  PIC XX.
       01 CALENDAR-LINE         PIC X(256).
       01 CAL-DATE-TXT          PIC X(16).
       01 CAL-KIND-TXT          PIC X(16).
       01 CAL-NOTE-TXT          PIC X(64).
       01 CAL-TABLE.
           05 CAL-ENTRY OCCURS 400 TIMES.
               10 CAL-DATE            PIC 9(8).
               10 CAL-KIND            PIC X(12).
               10 CAL-NOTE            PIC X(48).
       01 CAL-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 CAL-IDX               PIC 9(4) COMP-5.

      *> CLASSIFY-DAY: what CAL-DAY is. CAL-PROBE-DATE is the scratch
      *> date IS-BUSINESS-DATE answers for.
       01 CAL-DAY               PIC 9(8).
       01 CAL-DAY-INT           PIC 9(8) COMP-5.
       01 CAL-DOW               PIC 9.
       01 CAL-IS-BUSINESS       PIC X.
       01 CAL-IS-HOLIDAY        PIC X.
       01 CAL-IS-BLACKOUT       PIC X.
       01 CAL-IS-MONTH-END      PIC X.
       01 CAL-IS-QTR-END        PIC X.
       01 CAL-HOLIDAY-NOTE      PIC X(48).
       01 CAL-BLACKOUT-NOTE     PIC X(48).
       01 CAL-PROBE-DATE        PIC 9(8).
       01 CAL-PROBE-INT         PIC 9(8) COMP-5.
       01 CAL-PROBE-BUSINESS    PIC X.
       01 CAL-MONTH-END-DATE    PIC 9(8).
       01 CAL-MARK-FOUND        PIC X.
       01 CAL-YEAR              PIC 9(4).
       01 CAL-MONTH             PIC 9(2).
       01 CAL-STEPS             PIC 9(4) COMP-5.
       01 CAL-DAY-NAMES         PIC X(21)
           VALUE "MonTueWedThuFriSatSun".

      *> JOB-APPLIES: does entry SCHED-JOB-IDX run on CAL-DAY, and
      *> if not, why.
       01 JOB-APPLIES           PIC X.
       01 JOB-SKIP-REASON       PIC X(48).

      *> The run plan.
       01 PLAN-FILE-NAME        PIC X(128).
       01 PLAN-FILE-STATUS      PIC XX.
       01 PLAN-LINE             PIC X(400).
       01 PLAN-PTR              PIC 9(4) COMP-5.
       01 PLAN-DAYS             PIC 9(4) COMP-5 VALUE 30.
       01 PLAN-DAY-NO           PIC 9(4) COMP-5.
       01 PLAN-START-INT        PIC 9(8) COMP-5.
       01 PLAN-RUNS             PIC 9(4) COMP-5.
       01 PLAN-TOTAL-RUNS       PIC 9(6) COMP-5.
       01 PLAN-DATE-DISP        PIC X(10).
       01 PLAN-NUM-DISP         PIC Z(5)9.

       01 DAY-DATE              PIC X(8) VALUE SPACES.
       01 NOW-HHMM              PIC 9(4).
           PERFORM LOAD-SCHEDULER-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE FUNCTION TRIM(COMMAND-LINE-ARGS) TO COMMAND-LINE-ARGS
           MOVE SPACES TO RUN-MODE-TXT
           MOVE SPACES TO PLAN-DAYS-TXT
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE-TXT PLAN-DAYS-TXT
           IF RUN-MODE-TXT = "run-now"
               MOVE "Y" TO RUN-NOW-MODE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO DAY-DATE
           PERFORM LOAD-CALENDAR-FILE
           PERFORM LOAD-SCHEDULE-FILE

           IF SCHED-JOB-COUNT = 0
               STOP RUN
           END-IF

           IF RUN-MODE-TXT = "plan"
               PERFORM WRITE-RUN-PLAN
               STOP RUN
           END-IF

           DISPLAY "Scheduler started: " SCHED-JOB-COUNT
               " job(s) from " FUNCTION TRIM(SCHED-FILE-NAME)

           PERFORM APPLY-CALENDAR-TO-DAY

           IF RUN-NOW-MODE = "Y"
               PERFORM RUN-DUE-JOBS
               PERFORM CLOSE-OUT-WINDOW
           END-IF.

       SCHEDULE-LOOP.
      *> A new calendar day re-reads the schedule and the business
      *> calendar (so edits are picked up) and re-arms every entry
      *> the calendar lets run today.
           IF FUNCTION CURRENT-DATE(1:8) NOT = DAY-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DAY-DATE
               PERFORM LOAD-CALENDAR-FILE
               PERFORM LOAD-SCHEDULE-FILE
               PERFORM APPLY-CALENDAR-TO-DAY
               MOVE "N" TO DAY-FAILED
               MOVE "N" TO MAINT-WAS-WANTED
           END-IF
           MOVE SPACES TO SCHED-TIME-TXT
           MOVE SPACES TO SCHED-CMD-TXT
           MOVE SPACES TO SCHED-MAINT-TXT
           MOVE SPACES TO SCHED-WHEN-TXT
           UNSTRING SCHEDULE-LINE DELIMITED BY "|"
               INTO SCHED-TIME-TXT SCHED-CMD-TXT SCHED-MAINT-TXT
                    SCHED-WHEN-TXT

           IF SCHED-TIME-TXT(1:4) IS NOT NUMERIC OR
              FUNCTION TRIM(SCHED-CMD-TXT) = SPACES
               EXIT PARAGRAPH
           END-IF

      *> The day rule is read straight into the next free entry. An
      *> entry whose rule cannot be read is left out rather than run
      *> every day.
           COMPUTE SCHED-JOB-IDX = SCHED-JOB-COUNT + 1
           PERFORM PARSE-SCHED-WHEN
           IF SCHED-WHEN-BAD = "Y"
               DISPLAY "WARN: schedule line with unknown day rule "
                   "skipped: " FUNCTION TRIM(SCHEDULE-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SCHED-JOB-COUNT
           MOVE SCHED-TIME-TXT(1:4)
               TO SCHED-JOB-TIME(SCHED-JOB-COUNT)

           EXIT PARAGRAPH.

       PARSE-SCHED-WHEN.
      *> Sets the day-rule flags of entry SCHED-JOB-IDX from the
      *> words in SCHED-WHEN-TXT, separated by commas or spaces.
           MOVE "N" TO SCHED-WHEN-BAD
           MOVE "N" TO SCHED-JOB-BUSINESS(SCHED-JOB-IDX)
           MOVE "N" TO SCHED-JOB-MONTH-END(SCHED-JOB-IDX)
           MOVE "N" TO SCHED-JOB-QTR-END(SCHED-JOB-IDX)
           MOVE 0 TO SCHED-JOB-WEEKDAY(SCHED-JOB-IDX)
           MOVE "N" TO SCHED-JOB-NO-BLACKOUT(SCHED-JOB-IDX)
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(SCHED-WHEN-TXT))
               TO SCHED-WHEN-TXT
           MOVE SCHED-WHEN-TXT TO SCHED-JOB-WHEN(SCHED-JOB-IDX)
           INSPECT SCHED-WHEN-TXT REPLACING ALL SPACE BY ","

           MOVE 1 TO SCHED-WHEN-PTR
           PERFORM UNTIL SCHED-WHEN-PTR > LENGTH OF SCHED-WHEN-TXT
                   OR SCHED-WHEN-BAD = "Y"
               MOVE SPACES TO SCHED-WHEN-WORD
               UNSTRING SCHED-WHEN-TXT DELIMITED BY ALL ","
                   INTO SCHED-WHEN-WORD
                   WITH POINTER SCHED-WHEN-PTR
               EVALUATE TRUE
                   WHEN SCHED-WHEN-WORD = SPACES
                   WHEN SCHED-WHEN-WORD = "daily"
                       CONTINUE
                   WHEN SCHED-WHEN-WORD = "business"
                       MOVE "Y" TO SCHED-JOB-BUSINESS(SCHED-JOB-IDX)
                   WHEN SCHED-WHEN-WORD = "month-end"
                       MOVE "Y" TO SCHED-JOB-MONTH-END(SCHED-JOB-IDX)
                   WHEN SCHED-WHEN-WORD = "quarter-end"
                       MOVE "Y" TO SCHED-JOB-QTR-END(SCHED-JOB-IDX)
                   WHEN SCHED-WHEN-WORD = "skip-blackout"
                       MOVE "Y" TO
                           SCHED-JOB-NO-BLACKOUT(SCHED-JOB-IDX)
                   WHEN SCHED-WHEN-WORD(1:7) = "weekly:" AND
                        SCHED-WHEN-WORD(8:1) >= "1" AND
                        SCHED-WHEN-WORD(8:1) <= "7" AND
                        SCHED-WHEN-WORD(9:) = SPACES
                       MOVE SCHED-WHEN-WORD(8:1) TO
                           SCHED-JOB-WEEKDAY(SCHED-JOB-IDX)
                   WHEN OTHER
                       MOVE "Y" TO SCHED-WHEN-BAD
               END-EVALUATE
           END-PERFORM

           EXIT PARAGRAPH.

       LOAD-CALENDAR-FILE.
      *> Markers are kept in file order; a day may carry several.
           MOVE 0 TO CAL-COUNT

           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS = "35" OR
              CALENDAR-FILE-STATUS = "05"
               DISPLAY "DEBUG: no business calendar "
                   FUNCTION TRIM(CALENDAR-FILE-NAME)
                   ", Monday to Friday are business days"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CALENDAR-FILE-STATUS = "10"
               READ CALENDAR-FILE INTO CALENDAR-LINE
                   AT END
                       MOVE "10" TO CALENDAR-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-CALENDAR-LINE
               END-READ
           END-PERFORM

           CLOSE CALENDAR-FILE

           EXIT PARAGRAPH.

       APPLY-CALENDAR-LINE.
           MOVE FUNCTION TRIM(CALENDAR-LINE) TO CALENDAR-LINE

           IF CALENDAR-LINE = SPACES OR CALENDAR-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           IF CAL-COUNT >= 400
               DISPLAY "WARN: business calendar full, ignoring: "
                   FUNCTION TRIM(CALENDAR-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CAL-DATE-TXT
           MOVE SPACES TO CAL-KIND-TXT
           MOVE SPACES TO CAL-NOTE-TXT
           UNSTRING CALENDAR-LINE DELIMITED BY "|"
               INTO CAL-DATE-TXT CAL-KIND-TXT CAL-NOTE-TXT
           MOVE FUNCTION TRIM(CAL-DATE-TXT) TO CAL-DATE-TXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CAL-KIND-TXT))
               TO CAL-KIND-TXT

           IF CAL-DATE-TXT(1:8) IS NOT NUMERIC OR
              CAL-DATE-TXT(9:) NOT = SPACES
               DISPLAY "WARN: malformed calendar line skipped: "
                   FUNCTION TRIM(CALENDAR-LINE)
               EXIT PARAGRAPH
           END-IF
           MOVE CAL-DATE-TXT(1:8) TO CAL-PROBE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(CAL-PROBE-DATE) NOT = 0
               DISPLAY "WARN: calendar line with bad date skipped: "
                   FUNCTION TRIM(CALENDAR-LINE)
               EXIT PARAGRAPH
           END-IF

           EVALUATE CAL-KIND-TXT
               WHEN "HOLIDAY"
               WHEN "BLACKOUT"
               WHEN "MONTH-END"
               WHEN "QUARTER-END"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARN: calendar line with unknown kind "
                       "skipped: " FUNCTION TRIM(CALENDAR-LINE)
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO CAL-COUNT
           MOVE CAL-PROBE-DATE TO CAL-DATE(CAL-COUNT)
           MOVE CAL-KIND-TXT TO CAL-KIND(CAL-COUNT)
           MOVE FUNCTION TRIM(CAL-NOTE-TXT) TO CAL-NOTE(CAL-COUNT)

           EXIT PARAGRAPH.

       CLASSIFY-DAY.
      *> Works out what CAL-DAY is: weekday (1 Monday .. 7 Sunday),
      *> business day, holiday, blackout, month-end, quarter-end.
           COMPUTE CAL-DAY-INT = FUNCTION INTEGER-OF-DATE(CAL-DAY)
           COMPUTE CAL-DOW = FUNCTION MOD(CAL-DAY-INT - 1, 7) + 1
           MOVE "N" TO CAL-IS-HOLIDAY
           MOVE "N" TO CAL-IS-BLACKOUT
           MOVE SPACES TO CAL-HOLIDAY-NOTE
           MOVE SPACES TO CAL-BLACKOUT-NOTE

           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
               IF CAL-DATE(CAL-IDX) = CAL-DAY
                   EVALUATE CAL-KIND(CAL-IDX)
                       WHEN "HOLIDAY"
                           MOVE "Y" TO CAL-IS-HOLIDAY
                           MOVE CAL-NOTE(CAL-IDX) TO CAL-HOLIDAY-NOTE
                       WHEN "BLACKOUT"
                           MOVE "Y" TO CAL-IS-BLACKOUT
                           MOVE CAL-NOTE(CAL-IDX) TO CAL-BLACKOUT-NOTE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF CAL-DOW <= 5 AND CAL-IS-HOLIDAY = "N"
               MOVE "Y" TO CAL-IS-BUSINESS
           ELSE
               MOVE "N" TO CAL-IS-BUSINESS
           END-IF

      *> Month-end: a MONTH-END or QUARTER-END marker anywhere in the
      *> month decides it; otherwise it is the last business day.
           MOVE "N" TO CAL-IS-MONTH-END
           MOVE "N" TO CAL-MARK-FOUND
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
               IF CAL-DATE(CAL-IDX)(1:6) = CAL-DAY(1:6) AND
                  (CAL-KIND(CAL-IDX) = "MONTH-END" OR
                   CAL-KIND(CAL-IDX) = "QUARTER-END")
                   MOVE "Y" TO CAL-MARK-FOUND
                   IF CAL-DATE(CAL-IDX) = CAL-DAY
                       MOVE "Y" TO CAL-IS-MONTH-END
                   END-IF
               END-IF
           END-PERFORM
           IF CAL-MARK-FOUND = "N"
               PERFORM FIND-LAST-BUSINESS-DAY
               IF CAL-MONTH-END-DATE = CAL-DAY
                   MOVE "Y" TO CAL-IS-MONTH-END
               END-IF
           END-IF

      *> Quarter-end: a QUARTER-END marker in the month decides it;
      *> otherwise it is the month-end of March, June, September
      *> and December.
           MOVE "N" TO CAL-IS-QTR-END
           MOVE "N" TO CAL-MARK-FOUND
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
               IF CAL-DATE(CAL-IDX)(1:6) = CAL-DAY(1:6) AND
                  CAL-KIND(CAL-IDX) = "QUARTER-END"
                   MOVE "Y" TO CAL-MARK-FOUND
                   IF CAL-DATE(CAL-IDX) = CAL-DAY
                       MOVE "Y" TO CAL-IS-QTR-END
                   END-IF
               END-IF
           END-PERFORM
           IF CAL-MARK-FOUND = "N" AND CAL-IS-MONTH-END = "Y"
               MOVE CAL-DAY(5:2) TO CAL-MONTH
               IF CAL-MONTH = 3 OR CAL-MONTH = 6 OR
                  CAL-MONTH = 9 OR CAL-MONTH = 12
                   MOVE "Y" TO CAL-IS-QTR-END
               END-IF
           END-IF

           EXIT PARAGRAPH.

       FIND-LAST-BUSINESS-DAY.
      *> Walks back from the last day of CAL-DAY's month to the first
      *> business day found; zero when the whole month is holidays.
           MOVE CAL-DAY(1:4) TO CAL-YEAR
           MOVE CAL-DAY(5:2) TO CAL-MONTH
           IF CAL-MONTH = 12
               ADD 1 TO CAL-YEAR
               MOVE 1 TO CAL-MONTH
           ELSE
               ADD 1 TO CAL-MONTH
           END-IF
           COMPUTE CAL-PROBE-DATE =
               CAL-YEAR * 10000 + CAL-MONTH * 100 + 1
           COMPUTE CAL-PROBE-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROBE-DATE) - 1

           MOVE 0 TO CAL-MONTH-END-DATE
           PERFORM VARYING CAL-STEPS FROM 1 BY 1
                   UNTIL CAL-STEPS > 31 OR CAL-MONTH-END-DATE > 0
               COMPUTE CAL-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(CAL-PROBE-INT)
               IF CAL-PROBE-DATE(1:6) NOT = CAL-DAY(1:6)
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-PROBE-BUSINESS
               IF CAL-PROBE-BUSINESS = "Y"
                   MOVE CAL-PROBE-DATE TO CAL-MONTH-END-DATE
               ELSE
                   SUBTRACT 1 FROM CAL-PROBE-INT
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       CHECK-PROBE-BUSINESS.
      *> Is CAL-PROBE-DATE (day number CAL-PROBE-INT) a weekday with
      *> no HOLIDAY marker?
           MOVE "Y" TO CAL-PROBE-BUSINESS
           IF FUNCTION MOD(CAL-PROBE-INT - 1, 7) >= 5
               MOVE "N" TO CAL-PROBE-BUSINESS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
               IF CAL-DATE(CAL-IDX) = CAL-PROBE-DATE AND
                  CAL-KIND(CAL-IDX) = "HOLIDAY"
                   MOVE "N" TO CAL-PROBE-BUSINESS
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       CHECK-JOB-APPLIES.
      *> Does entry SCHED-JOB-IDX run on the day CLASSIFY-DAY last
      *> looked at? When not, JOB-SKIP-REASON says why. All of an
      *> entry's words must hold.
           MOVE "Y" TO JOB-APPLIES
           MOVE SPACES TO JOB-SKIP-REASON

           EVALUATE TRUE
               WHEN SCHED-JOB-NO-BLACKOUT(SCHED-JOB-IDX) = "Y" AND
                    CAL-IS-BLACKOUT = "Y"
                   MOVE "blackout" TO JOB-SKIP-REASON
                   IF CAL-BLACKOUT-NOTE NOT = SPACES
                       STRING "blackout: " DELIMITED BY SIZE
                              FUNCTION TRIM(CAL-BLACKOUT-NOTE)
                                  DELIMITED BY SIZE
                              INTO JOB-SKIP-REASON
                   END-IF
               WHEN SCHED-JOB-BUSINESS(SCHED-JOB-IDX) = "Y" AND
                    CAL-IS-BUSINESS = "N"
                   IF CAL-IS-HOLIDAY = "Y"
                       STRING "holiday: " DELIMITED BY SIZE
                              FUNCTION TRIM(CAL-HOLIDAY-NOTE)
                                  DELIMITED BY SIZE
                              INTO JOB-SKIP-REASON
                   ELSE
                       MOVE "not a business day" TO JOB-SKIP-REASON
                   END-IF
               WHEN SCHED-JOB-MONTH-END(SCHED-JOB-IDX) = "Y" AND
                    CAL-IS-MONTH-END = "N"
                   MOVE "not month-end" TO JOB-SKIP-REASON
               WHEN SCHED-JOB-QTR-END(SCHED-JOB-IDX) = "Y" AND
                    CAL-IS-QTR-END = "N"
                   MOVE "not quarter-end" TO JOB-SKIP-REASON
               WHEN SCHED-JOB-WEEKDAY(SCHED-JOB-IDX) > 0 AND
                    SCHED-JOB-WEEKDAY(SCHED-JOB-IDX) NOT = CAL-DOW
                   STRING "runs " DELIMITED BY SIZE
                          CAL-DAY-NAMES(
                              SCHED-JOB-WEEKDAY(SCHED-JOB-IDX) * 3 - 2
                              :3) DELIMITED BY SIZE
                          " only" DELIMITED BY SIZE
                          INTO JOB-SKIP-REASON
           END-EVALUATE

           IF JOB-SKIP-REASON NOT = SPACES
               MOVE "N" TO JOB-APPLIES
           END-IF
           EXIT PARAGRAPH.

       APPLY-CALENDAR-TO-DAY.
      *> Entries the calendar rules out today are marked "S" so the
      *> day loop passes them by, and each one is logged.
           MOVE DAY-DATE TO CAL-DAY
           PERFORM CLASSIFY-DAY

           PERFORM VARYING SCHED-JOB-IDX FROM 1 BY 1
                   UNTIL SCHED-JOB-IDX > SCHED-JOB-COUNT
               PERFORM CHECK-JOB-APPLIES
               IF JOB-APPLIES = "N"
                   MOVE "S" TO SCHED-JOB-DONE(SCHED-JOB-IDX)
                   MOVE FUNCTION CURRENT-DATE TO LOG-STAMP
                   MOVE SPACES TO SCHED-LOG-LINE
                   STRING LOG-STAMP DELIMITED BY SIZE
                          " SKIP  " DELIMITED BY SIZE
                          FUNCTION TRIM(
                              SCHED-JOB-COMMAND(SCHED-JOB-IDX))
                              DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-SKIP-REASON)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO SCHED-LOG-LINE
                   PERFORM APPEND-SCHED-LOG
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       WRITE-RUN-PLAN.
      *> The next PLAN-DAYS days, today first, from the schedule and
      *> calendar as they stand now: each day's labels, the entries
      *> that will run, and the entries a holiday or blackout date
      *> stops.
           IF PLAN-DAYS-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PLAN-DAYS-TXT) = 0
                   COMPUTE PLAN-DAYS = FUNCTION NUMVAL(PLAN-DAYS-TXT)
               ELSE
                   DISPLAY "WARN: plan days not a number, using 30: "
                       FUNCTION TRIM(PLAN-DAYS-TXT)
               END-IF
           END-IF
           IF PLAN-DAYS < 1
               MOVE 1 TO PLAN-DAYS
           END-IF
           IF PLAN-DAYS > 90
               MOVE 90 TO PLAN-DAYS
           END-IF

           MOVE SPACES TO PLAN-FILE-NAME
           STRING "runplan_" DELIMITED BY SIZE
                  DAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO PLAN-FILE-NAME
           OPEN OUTPUT PLAN-FILE
           IF PLAN-FILE-STATUS NOT = "00"
               DISPLAY "Scheduler: cannot write "
                   FUNCTION TRIM(PLAN-FILE-NAME)
                   " (status " PLAN-FILE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE PLAN-DAYS TO PLAN-NUM-DISP
           MOVE SPACES TO PLAN-LINE
           STRING "Batch run plan: " DELIMITED BY SIZE
                  FUNCTION TRIM(PLAN-NUM-DISP) DELIMITED BY SIZE
                  " day(s) from " DELIMITED BY SIZE
                  DAY-DATE(1:4) "-" DAY-DATE(5:2) "-" DAY-DATE(7:2)
                      DELIMITED BY SIZE
                  INTO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           MOVE SPACES TO PLAN-LINE
           MOVE 1 TO PLAN-PTR
           STRING "Schedule: " DELIMITED BY SIZE
                  FUNCTION TRIM(SCHED-FILE-NAME) DELIMITED BY SIZE
                  "   Calendar: " DELIMITED BY SIZE
                  FUNCTION TRIM(CALENDAR-FILE-NAME) DELIMITED BY SIZE
                  INTO PLAN-LINE WITH POINTER PLAN-PTR
           MOVE CAL-COUNT TO PLAN-NUM-DISP
           STRING " (" DELIMITED BY SIZE
                  FUNCTION TRIM(PLAN-NUM-DISP) DELIMITED BY SIZE
                  " marker(s))" DELIMITED BY SIZE
                  INTO PLAN-LINE WITH POINTER PLAN-PTR
           WRITE PLAN-RECORD FROM PLAN-LINE

           MOVE 0 TO PLAN-TOTAL-RUNS
           COMPUTE PLAN-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(DAY-DATE))
           PERFORM VARYING PLAN-DAY-NO FROM 0 BY 1
                   UNTIL PLAN-DAY-NO >= PLAN-DAYS
               COMPUTE CAL-DAY = FUNCTION DATE-OF-INTEGER(
                   PLAN-START-INT + PLAN-DAY-NO)
               PERFORM WRITE-PLAN-DAY
           END-PERFORM

           MOVE SPACES TO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           MOVE PLAN-TOTAL-RUNS TO PLAN-NUM-DISP
           MOVE SPACES TO PLAN-LINE
           STRING "Total runs planned: " DELIMITED BY SIZE
                  FUNCTION TRIM(PLAN-NUM-DISP) DELIMITED BY SIZE
                  INTO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           CLOSE PLAN-FILE

           DISPLAY "Scheduler: run plan written to "
               FUNCTION TRIM(PLAN-FILE-NAME)

           EXIT PARAGRAPH.

       WRITE-PLAN-DAY.
           PERFORM CLASSIFY-DAY

           MOVE SPACES TO PLAN-LINE
           WRITE PLAN-RECORD FROM PLAN-LINE
           MOVE SPACES TO PLAN-LINE
           MOVE 1 TO PLAN-PTR
           STRING CAL-DAY(1:4) "-" CAL-DAY(5:2) "-" CAL-DAY(7:2)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAL-DAY-NAMES(CAL-DOW * 3 - 2:3) DELIMITED BY SIZE
                  INTO PLAN-LINE WITH POINTER PLAN-PTR
           EVALUATE TRUE
               WHEN CAL-IS-HOLIDAY = "Y"
                   STRING "  holiday" DELIMITED BY SIZE
                          INTO PLAN-LINE WITH POINTER PLAN-PTR
                   IF CAL-HOLIDAY-NOTE NOT = SPACES
                       STRING ": " DELIMITED BY SIZE
                              FUNCTION TRIM(CAL-HOLIDAY-NOTE)
                                  DELIMITED BY SIZE
                              INTO PLAN-LINE WITH POINTER PLAN-PTR
                   END-IF
               WHEN CAL-IS-BUSINESS = "Y"
                   STRING "  business day" DELIMITED BY SIZE
                          INTO PLAN-LINE WITH POINTER PLAN-PTR
               WHEN OTHER
                   STRING "  weekend" DELIMITED BY SIZE
                          INTO PLAN-LINE WITH POINTER PLAN-PTR
           END-EVALUATE
           IF CAL-IS-MONTH-END = "Y"
               STRING ", month-end" DELIMITED BY SIZE
                      INTO PLAN-LINE WITH POINTER PLAN-PTR
           END-IF
           IF CAL-IS-QTR-END = "Y"
               STRING ", quarter-end" DELIMITED BY SIZE
                      INTO PLAN-LINE WITH POINTER PLAN-PTR
           END-IF
           IF CAL-IS-BLACKOUT = "Y"
               STRING ", blackout" DELIMITED BY SIZE
                      INTO PLAN-LINE WITH POINTER PLAN-PTR
               IF CAL-BLACKOUT-NOTE NOT = SPACES
                   STRING ": " DELIMITED BY SIZE
                          FUNCTION TRIM(CAL-BLACKOUT-NOTE)
                              DELIMITED BY SIZE
                          INTO PLAN-LINE WITH POINTER PLAN-PTR
               END-IF
           END-IF
           WRITE PLAN-RECORD FROM PLAN-LINE

           MOVE 0 TO PLAN-RUNS
           PERFORM VARYING SCHED-JOB-IDX FROM 1 BY 1
                   UNTIL SCHED-JOB-IDX > SCHED-JOB-COUNT
               PERFORM CHECK-JOB-APPLIES
               MOVE SPACES TO PLAN-LINE
               IF JOB-APPLIES = "Y"
                   ADD 1 TO PLAN-RUNS
                   MOVE 1 TO PLAN-PTR
                   STRING "  " DELIMITED BY SIZE
                          SCHED-JOB-TIME(SCHED-JOB-IDX)
                              DELIMITED BY SIZE
                          "  run   " DELIMITED BY SIZE
                          FUNCTION TRIM(
                              SCHED-JOB-COMMAND(SCHED-JOB-IDX))
                              DELIMITED BY SIZE
                          INTO PLAN-LINE WITH POINTER PLAN-PTR
                   IF SCHED-JOB-MAINT(SCHED-JOB-IDX) = "Y"
                       STRING "  [maintenance]" DELIMITED BY SIZE
                              INTO PLAN-LINE WITH POINTER PLAN-PTR
                   END-IF
                   WRITE PLAN-RECORD FROM PLAN-LINE
               ELSE
                   IF JOB-SKIP-REASON(1:7) = "holiday" OR
                      JOB-SKIP-REASON(1:8) = "blackout"
                       STRING "  " DELIMITED BY SIZE
                              SCHED-JOB-TIME(SCHED-JOB-IDX)
                                  DELIMITED BY SIZE
                              "  skip  " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  SCHED-JOB-COMMAND(SCHED-JOB-IDX))
                                  DELIMITED BY SIZE
                              "  (" DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-SKIP-REASON)
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO PLAN-LINE
                       WRITE PLAN-RECORD FROM PLAN-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF PLAN-RUNS = 0
               MOVE "  nothing runs" TO PLAN-LINE
               WRITE PLAN-RECORD FROM PLAN-LINE
           END-IF
           ADD PLAN-RUNS TO PLAN-TOTAL-RUNS

           EXIT PARAGRAPH.

       LOAD-SCHEDULER-CONFIG.
      *> Reads the same server.conf the server does, picking out the
      *> keys the scheduler cares about and ignoring the rest -- the
                   MOVE CONFIG-VAL TO SCHED-LOG-NAME
               WHEN "MAINTENANCE_FILE"
                   MOVE CONFIG-VAL TO SCHED-MAINT-FILE
               WHEN "BUSINESS_CALENDAR"
                   MOVE CONFIG-VAL TO CALENDAR-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *>   ALERT_ERROR_PCT         4xx/5xx percentage of timing.log
      *>                           lines in the window (needs at
      *>                           least 10 requests)
      *>   ALERT_SIGNATURE_LIMIT   partner webhook signature failures
      *>                           ([PARTNER-SIG] rejected.log lines)
      *>                           in the window
      *>   ALERT_QUEUE_DEPTH       messages held in any one /queue
      *>                           work queue
      *>   ALERT_QUEUE_AGE_SECS    age of the oldest message in any
      *>                           one work queue
      *>   ALERT_DEAD_LETTER_LIMIT messages held in any one
      *>                           dead-letter queue (<name>.dlq)
      *> The queue checks read queuestore.dat directly each pass,
      *> so they see the store as it stands, not a window; the
      *> depth and age checks leave dead-letter queues to the last.
      *>
      *> Usage:  LOG-MONITOR [pass-count]
      *> A pass count runs that many polls and exits (cron shape);
           SELECT ALERT-LOG-FILE ASSIGN TO ALERT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-LOG-STATUS.
           COPY QUEUE-STORE-FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       01 WATCHED-LOG-RECORD PIC X(512).
       FD ALERT-LOG-FILE.
       01 ALERT-LOG-RECORD PIC X(400).
       COPY QUEUE-STORE-FD.

       WORKING-STORAGE SECTION.
       COPY QUEUE-STORE-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 MON-INTERVAL-SECS     PIC 9(4) COMP-5 VALUE 60.
       01 MON-WINDOW-SECS       PIC 9(6) COMP-5 VALUE 300.
       01 LIMIT-REJECTED        PIC 9(6) COMP-5 VALUE 0.
       01 LIMIT-SIGNATURE       PIC 9(6) COMP-5 VALUE 0.
       01 LIMIT-RL-HITS         PIC 9(6) COMP-5 VALUE 0.
       01 LIMIT-QUEUE-DEPTH     PIC 9(9) COMP-5 VALUE 0.
       01 LIMIT-QUEUE-AGE       PIC 9(9) COMP-5 VALUE 0.
       01 LIMIT-DEAD-LETTER     PIC 9(9) COMP-5 VALUE 0.
       01 LIMIT-ERROR-PCT       PIC 9(4) COMP-5 VALUE 0.

       01 WATCHED-LOG-NAME      PIC X(256).
           05 REJ-EVENT-TS OCCURS 2000 TIMES PIC 9(10) COMP-5.
       01 REJ-EVENT-COUNT       PIC 9(4) COMP-5 VALUE 0.

      *> The rejections that were partner signature failures.
       01 SIG-EVENT-TABLE.
           05 SIG-EVENT-TS OCCURS 2000 TIMES PIC 9(10) COMP-5.
       01 SIG-EVENT-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 SIG-TALLY             PIC 9(4) COMP-5.

       01 RL-EVENT-TABLE.
           05 RL-EVENT OCCURS 2000 TIMES.
               10 RL-EVENT-IP   PIC X(45).
       01 ALERTED-REJECTED      PIC X VALUE "N".
       01 ALERTED-RL            PIC X VALUE "N".
       01 ALERTED-ERRORS        PIC X VALUE "N".
       01 ALERTED-SIGNATURE     PIC X VALUE "N".
      *> The same latches per work queue, found by name each pass.
       01 QUEUE-ALERT-TABLE.
           05 QUEUE-ALERT-COUNT  PIC 9(4) COMP-5 VALUE 0.
           05 QUEUE-ALERT-ENTRY OCCURS 50 TIMES.
               10 QUEUE-ALERT-NAME     PIC X(40).
               10 ALERTED-QUEUE-DEPTH  PIC X.
               10 ALERTED-QUEUE-AGE    PIC X.
               10 ALERTED-DEAD-LETTERS PIC X.
       01 QUEUE-ALERT-IDX       PIC 9(4) COMP-5.
       01 QUEUE-ALERT-NAME-LEN  PIC 9(4) COMP-5.
       01 QUEUE-ALERT-IS-DLQ    PIC X.

       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.
                               MOVE MON-NOW TO
                                   REJ-EVENT-TS(REJ-EVENT-COUNT)
                           END-IF
                           MOVE 0 TO SIG-TALLY
                           INSPECT WATCHED-LINE TALLYING SIG-TALLY
                               FOR ALL "[PARTNER-SIG]"
                           IF SIG-TALLY > 0 AND SIG-EVENT-COUNT < 2000
                               ADD 1 TO SIG-EVENT-COUNT
                               MOVE MON-NOW TO
                                   SIG-EVENT-TS(SIG-EVENT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-PERFORM
           MOVE EVT-OUT TO REJ-EVENT-COUNT

           MOVE 0 TO EVT-OUT
           PERFORM VARYING EVT-IDX FROM 1 BY 1
               UNTIL EVT-IDX > SIG-EVENT-COUNT
               IF SIG-EVENT-TS(EVT-IDX) >= MON-CUTOFF
                   ADD 1 TO EVT-OUT
                   MOVE SIG-EVENT-TS(EVT-IDX)
                       TO SIG-EVENT-TS(EVT-OUT)
               END-IF
           END-PERFORM
           MOVE EVT-OUT TO SIG-EVENT-COUNT

           MOVE 0 TO EVT-OUT
           PERFORM VARYING EVT-IDX FROM 1 BY 1
               UNTIL EVT-IDX > RL-EVENT-COUNT
               END-IF
           END-IF

           IF LIMIT-SIGNATURE > 0
               IF SIG-EVENT-COUNT >= LIMIT-SIGNATURE
                   IF ALERTED-SIGNATURE = "N"
                       MOVE "Y" TO ALERTED-SIGNATURE
                       MOVE SIG-EVENT-COUNT TO COUNT-DISPLAY
                       MOVE SPACES TO ALERT-LINE
                       STRING "SIGNATURE-FAILURES " DELIMITED BY SIZE
                              FUNCTION TRIM(COUNT-DISPLAY)
                                  DELIMITED BY SIZE
                              " partner signature failure(s) in "
                                  DELIMITED BY SIZE
                              "window" DELIMITED BY SIZE
                              INTO ALERT-LINE
                       PERFORM RAISE-ALERT
                   END-IF
               ELSE
                   MOVE "N" TO ALERTED-SIGNATURE
               END-IF
           END-IF

           IF LIMIT-QUEUE-DEPTH > 0 OR LIMIT-QUEUE-AGE > 0 OR
              LIMIT-DEAD-LETTER > 0
               PERFORM EVALUATE-QUEUE-THRESHOLDS
           END-IF

           EXIT PARAGRAPH.

       EVALUATE-QUEUE-THRESHOLDS.
      *> A store that is absent, busy or unreadable this pass is
      *> simply looked at again on the next; the latches stand.
           MOVE SPACES TO QUEUE-STAT-FILTER
           PERFORM QUEUE-COLLECT-STATS
           IF QUEUE-STAT-RESULT NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING QUEUE-STAT-IDX FROM 1 BY 1
               UNTIL QUEUE-STAT-IDX > QUEUE-STAT-COUNT
               PERFORM CHECK-ONE-QUEUE
           END-PERFORM

           EXIT PARAGRAPH.

       CHECK-ONE-QUEUE.
           MOVE 0 TO QUEUE-ALERT-IDX
           PERFORM VARYING EVT-IDX FROM 1 BY 1
               UNTIL EVT-IDX > QUEUE-ALERT-COUNT
               IF QUEUE-ALERT-NAME(EVT-IDX) =
                  QUEUE-STAT-NAME(QUEUE-STAT-IDX)
                   MOVE EVT-IDX TO QUEUE-ALERT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF QUEUE-ALERT-IDX = 0
               IF QUEUE-ALERT-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO QUEUE-ALERT-COUNT
               MOVE QUEUE-ALERT-COUNT TO QUEUE-ALERT-IDX
               MOVE QUEUE-STAT-NAME(QUEUE-STAT-IDX)
                   TO QUEUE-ALERT-NAME(QUEUE-ALERT-IDX)
               MOVE "N" TO ALERTED-QUEUE-DEPTH(QUEUE-ALERT-IDX)
               MOVE "N" TO ALERTED-QUEUE-AGE(QUEUE-ALERT-IDX)
               MOVE "N" TO ALERTED-DEAD-LETTERS(QUEUE-ALERT-IDX)
           END-IF

           MOVE "N" TO QUEUE-ALERT-IS-DLQ
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(QUEUE-STAT-NAME(QUEUE-STAT-IDX)))
               TO QUEUE-ALERT-NAME-LEN
           IF QUEUE-ALERT-NAME-LEN > 4
               IF QUEUE-STAT-NAME(QUEUE-STAT-IDX)
                      (QUEUE-ALERT-NAME-LEN - 3:4) = ".dlq"
                   MOVE "Y" TO QUEUE-ALERT-IS-DLQ
               END-IF
           END-IF

           IF QUEUE-ALERT-IS-DLQ = "Y"
               IF LIMIT-DEAD-LETTER > 0
                   IF QUEUE-STAT-DEPTH(QUEUE-STAT-IDX) >=
                      LIMIT-DEAD-LETTER
                       IF ALERTED-DEAD-LETTERS(QUEUE-ALERT-IDX) = "N"
                           MOVE "Y"
                               TO ALERTED-DEAD-LETTERS(QUEUE-ALERT-IDX)
                           MOVE QUEUE-STAT-DEPTH(QUEUE-STAT-IDX)
                               TO COUNT-DISPLAY
                           MOVE SPACES TO ALERT-LINE
                           STRING "DEAD-LETTERS " DELIMITED BY SIZE
                                  FUNCTION TRIM(
                                      QUEUE-STAT-NAME(QUEUE-STAT-IDX))
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(COUNT-DISPLAY)
                                      DELIMITED BY SIZE
                                  " message(s)" DELIMITED BY SIZE
                                  INTO ALERT-LINE
                           PERFORM RAISE-ALERT
                       END-IF
                   ELSE
                       MOVE "N" TO ALERTED-DEAD-LETTERS(QUEUE-ALERT-IDX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF LIMIT-QUEUE-DEPTH > 0
               IF QUEUE-STAT-DEPTH(QUEUE-STAT-IDX) >= LIMIT-QUEUE-DEPTH
                   IF ALERTED-QUEUE-DEPTH(QUEUE-ALERT-IDX) = "N"
                       MOVE "Y" TO ALERTED-QUEUE-DEPTH(QUEUE-ALERT-IDX)
                       MOVE QUEUE-STAT-DEPTH(QUEUE-STAT-IDX)
                           TO COUNT-DISPLAY
                       MOVE SPACES TO ALERT-LINE
                       STRING "QUEUE-DEPTH " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  QUEUE-STAT-NAME(QUEUE-STAT-IDX))
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(COUNT-DISPLAY)
                                  DELIMITED BY SIZE
                              " message(s)" DELIMITED BY SIZE
                              INTO ALERT-LINE
                       PERFORM RAISE-ALERT
                   END-IF
               ELSE
                   MOVE "N" TO ALERTED-QUEUE-DEPTH(QUEUE-ALERT-IDX)
               END-IF
           END-IF

           IF LIMIT-QUEUE-AGE > 0
               PERFORM QUEUE-STAT-OLDEST-AGE
               IF QUEUE-STAT-AGE >= LIMIT-QUEUE-AGE
                   IF ALERTED-QUEUE-AGE(QUEUE-ALERT-IDX) = "N"
                       MOVE "Y" TO ALERTED-QUEUE-AGE(QUEUE-ALERT-IDX)
                       MOVE QUEUE-STAT-AGE TO COUNT-DISPLAY
                       MOVE SPACES TO ALERT-LINE
                       STRING "QUEUE-AGE " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  QUEUE-STAT-NAME(QUEUE-STAT-IDX))
                                  DELIMITED BY SIZE
                              " oldest message " DELIMITED BY SIZE
                              FUNCTION TRIM(COUNT-DISPLAY)
                                  DELIMITED BY SIZE
                              " sec(s)" DELIMITED BY SIZE
                              INTO ALERT-LINE
                       PERFORM RAISE-ALERT
                   END-IF
               ELSE
                   MOVE "N" TO ALERTED-QUEUE-AGE(QUEUE-ALERT-IDX)
               END-IF
           END-IF

           EXIT PARAGRAPH.

       FIND-WORST-SOURCE.
               WHEN "ALERT_ERROR_PCT"
                   COMPUTE LIMIT-ERROR-PCT =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "ALERT_SIGNATURE_LIMIT"
                   COMPUTE LIMIT-SIGNATURE =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "ALERT_QUEUE_DEPTH"
                   COMPUTE LIMIT-QUEUE-DEPTH =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "ALERT_QUEUE_AGE_SECS"
                   COMPUTE LIMIT-QUEUE-AGE =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "ALERT_DEAD_LETTER_LIMIT"
                   COMPUTE LIMIT-DEAD-LETTER =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY QUEUE-STATS.

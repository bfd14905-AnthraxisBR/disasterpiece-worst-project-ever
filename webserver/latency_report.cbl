      *> compared directly instead of arguing about "the server
      *> feels slow".
      *>
      *> Usage:  LATENCY-REPORT [timing-log-path] [fresh]
      *> The log path defaults to "timing.log"; the report lands in
      *> latency_report_YYYYMMDD.txt.
      *>
      *> The rotated timing.log.<YYYYMMDD>-<hhmmss> archives are read
      *> too, oldest first, through the shared checkpoint (LOG-CKPT):
      *> the groups and their samples so far are kept in
      *> timing.log.latency_report.ckpt and each run reads only the
      *> lines added since the last one. "fresh" throws the
      *> checkpoint away and recounts everything still on disk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOG-CKPT-FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY LOG-CKPT-FD.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       COPY LOG-CKPT-FIELDS.

       01 TIMING-LOG-PATH       PIC X(256) VALUE "timing.log".
       01 REPORT-FILE-NAME      PIC X(256).
       01 REPORT-FILE-STATUS    PIC XX.
       01 COMMAND-LINE-ARGS     PIC X(256).
       01 MS-DISPLAY            PIC Z(6)9.
       01 CNT-DISPLAY           PIC Z(5)9.

      *> Totals lines in the checkpoint: a G line per group, route
      *> last, then its samples twenty to an S line.
       01 CKPT-TAG              PIC X(4).
       01 CKPT-FIELD-1          PIC X(20).
       01 CKPT-FIELD-2          PIC X(20).
       01 CKPT-FIELD-3          PIC X(20).
       01 CKPT-FIELD-4          PIC X(20).
       01 CKPT-NUM-1            PIC 9(9).
       01 CKPT-NUM-2            PIC 9(9).
       01 CKPT-NUM-3            PIC 9(9).
       01 CKPT-PTR              PIC 9(4) COMP-5.
       01 CKPT-SAMPLE-IDX       PIC 9(4) COMP-5.
       01 CKPT-ON-LINE          PIC 9(4) COMP-5.

       01 RUN-DATE-STAMP        PIC X(8).
       01 REPORT-LINE           PIC X(256).
       01 REPORT-POINTER        PIC 9(4) COMP-5.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-STAMP

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE COMMAND-LINE-ARGS TO LOG-CKPT-ARGS
           PERFORM TAKE-FRESH-OPTION
           MOVE LOG-CKPT-ARGS TO COMMAND-LINE-ARGS
           IF FUNCTION TRIM(COMMAND-LINE-ARGS) NOT = SPACES
               MOVE SPACES TO TIMING-LOG-PATH
               UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               FUNCTION TRIM(REPORT-FILE-NAME)
               " (" LINES-USED " of " LINES-READ
               " lines aggregated)"
           MOVE LOG-CKPT-LINES-NEW TO LOG-CKPT-COUNT-DISP
           DISPLAY "  " FUNCTION TRIM(LOG-CKPT-COUNT-DISP)
               " new lines read this run"

           STOP RUN.

       LOAD-TIMING-LOG.
           MOVE TIMING-LOG-PATH TO LOG-CKPT-BASE-PATH
           MOVE "latency_report" TO LOG-CKPT-PROGRAM
           MOVE "latency_report" TO LOG-CKPT-RUN-KEY
           PERFORM RUN-CHECKPOINTED-LOG

           IF LOG-CKPT-FILES-SEEN = 0 AND LOG-CKPT-RESUMED = "N"
               DISPLAY "Error: timing log not found: "
                   FUNCTION TRIM(TIMING-LOG-PATH)
               STOP RUN
           END-IF

           EXIT PARAGRAPH.

       TALLY-CHECKPOINTED-LINE.
           MOVE LOG-CKPT-LINE TO TIMING-LINE
           ADD 1 TO LINES-READ
           PERFORM TALLY-TIMING-LINE
           EXIT PARAGRAPH.

       SAVE-CHECKPOINT-TOTALS.
           MOVE LINES-READ TO CKPT-NUM-1
           MOVE LINES-USED TO CKPT-NUM-2
           MOVE GROUP-OVERFLOW TO CKPT-NUM-3
           STRING "N|" CKPT-NUM-1 "|" CKPT-NUM-2 "|" CKPT-NUM-3
                  DELIMITED BY SIZE INTO LOG-CKPT-OUT-LINE
           PERFORM WRITE-CHECKPOINT-LINE

           PERFORM VARYING GROUP-IDX FROM 1 BY 1
               UNTIL GROUP-IDX > GROUP-COUNT
               MOVE GROUP-DROPPED(GROUP-IDX) TO CKPT-NUM-1
               STRING "G|" GROUP-HOUR(GROUP-IDX) "|"
                      GROUP-KIND(GROUP-IDX) "|" CKPT-NUM-1 "|"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(GROUP-ROUTE(GROUP-IDX))
                          DELIMITED BY SIZE
                      INTO LOG-CKPT-OUT-LINE
               PERFORM WRITE-CHECKPOINT-LINE

               MOVE "S" TO LOG-CKPT-OUT-LINE
               MOVE 2 TO LOG-CKPT-OUT-PTR
               MOVE 0 TO CKPT-ON-LINE
               PERFORM VARYING CKPT-SAMPLE-IDX FROM 1 BY 1
                   UNTIL CKPT-SAMPLE-IDX > GROUP-SAMPLE-CNT(GROUP-IDX)
                   MOVE GROUP-SAMPLE(GROUP-IDX, CKPT-SAMPLE-IDX)
                       TO CKPT-NUM-1
                   STRING "|" CKPT-NUM-1 DELIMITED BY SIZE
                       INTO LOG-CKPT-OUT-LINE
                       WITH POINTER LOG-CKPT-OUT-PTR
                   ADD 1 TO CKPT-ON-LINE
                   IF CKPT-ON-LINE = 20
                       PERFORM WRITE-CHECKPOINT-LINE
                       MOVE "S" TO LOG-CKPT-OUT-LINE
                       MOVE 2 TO LOG-CKPT-OUT-PTR
                       MOVE 0 TO CKPT-ON-LINE
                   END-IF
               END-PERFORM
               IF CKPT-ON-LINE > 0
                   PERFORM WRITE-CHECKPOINT-LINE
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       RESTORE-CHECKPOINT-TOTALS.
           MOVE SPACES TO CKPT-TAG
           MOVE SPACES TO CKPT-FIELD-1
           MOVE SPACES TO CKPT-FIELD-2
           MOVE SPACES TO CKPT-FIELD-3
           MOVE SPACES TO CKPT-FIELD-4
           MOVE 1 TO CKPT-PTR

           EVALUATE LOG-CKPT-IN-LINE(1:2)
               WHEN "N|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                            CKPT-FIELD-3
                   END-UNSTRING
                   COMPUTE LINES-READ = FUNCTION NUMVAL(CKPT-FIELD-1)
                   COMPUTE LINES-USED = FUNCTION NUMVAL(CKPT-FIELD-2)
                   COMPUTE GROUP-OVERFLOW =
                       FUNCTION NUMVAL(CKPT-FIELD-3)
               WHEN "G|"
                   IF GROUP-COUNT < 200
                       UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                           INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                                CKPT-FIELD-3
                           WITH POINTER CKPT-PTR
                       END-UNSTRING
                       ADD 1 TO GROUP-COUNT
                       MOVE CKPT-FIELD-1 TO GROUP-HOUR(GROUP-COUNT)
                       MOVE CKPT-FIELD-2 TO GROUP-KIND(GROUP-COUNT)
                       MOVE LOG-CKPT-IN-LINE(CKPT-PTR:)
                           TO GROUP-ROUTE(GROUP-COUNT)
                       MOVE 0 TO GROUP-SAMPLE-CNT(GROUP-COUNT)
                       COMPUTE GROUP-DROPPED(GROUP-COUNT) =
                           FUNCTION NUMVAL(CKPT-FIELD-3)
                   END-IF
               WHEN "S|"
                   IF GROUP-COUNT > 0
                       MOVE 3 TO CKPT-PTR
                       PERFORM UNTIL
                               CKPT-PTR > LENGTH OF LOG-CKPT-IN-LINE
                           IF LOG-CKPT-IN-LINE(CKPT-PTR:) = SPACES
                               EXIT PERFORM
                           END-IF
                           MOVE SPACES TO CKPT-FIELD-1
                           UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                               INTO CKPT-FIELD-1
                               WITH POINTER CKPT-PTR
                           END-UNSTRING
                           IF GROUP-SAMPLE-CNT(GROUP-COUNT) < 500
                               ADD 1 TO GROUP-SAMPLE-CNT(GROUP-COUNT)
                               COMPUTE GROUP-SAMPLE(GROUP-COUNT,
                                   GROUP-SAMPLE-CNT(GROUP-COUNT)) =
                                   FUNCTION NUMVAL(CKPT-FIELD-1)
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE

           EXIT PARAGRAPH.

                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE "hour       dispatch  route" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           PERFORM VARYING GROUP-IDX FROM 1 BY 1
           STRING GROUP-HOUR(GROUP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GROUP-KIND(GROUP-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(GROUP-ROUTE(GROUP-IDX))
                      DELIMITED BY SIZE
                  "  n=" DELIMITED BY SIZE
           MOVE GROUP-SAMPLE(GROUP-IDX, PCT-IDX) TO P99-MS

           EXIT PARAGRAPH.

       COPY LOG-CKPT.

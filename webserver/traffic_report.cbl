      *> total bytes served -- so "what did the server do yesterday"
      *> is one file instead of grep and a spreadsheet.
      *>
      *> Usage:  TRAFFIC-REPORT [access-log-path] [fresh]
      *> The log path defaults to "access.log", the same compiled-in
      *> default CONFIG-ACCESS-LOG uses. The report lands in
      *> traffic_report_YYYYMMDD.txt next to the program, one file per
      *> run date, so a history accumulates.
      *>
      *> The rotated access.log.<YYYYMMDD>-<hhmmss> archives are read
      *> too, oldest first, through the shared checkpoint (LOG-CKPT):
      *> the totals so far are kept in access.log.traffic_report.ckpt
      *> and each run reads only the lines added since the last one.
      *> "fresh" throws the checkpoint away and recounts everything
      *> still on disk.

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

       01 ACCESS-LOG-PATH       PIC X(256) VALUE "access.log".
       01 REPORT-FILE-NAME      PIC X(256).
       01 REPORT-FILE-STATUS    PIC XX.
       01 COMMAND-LINE-ARGS     PIC X(256).
           05 CDF-DATE          PIC X(8).
           05 CDF-TIME          PIC X(13).

      *> Totals lines in the checkpoint, tag first and the path or
      *> IP (which may hold anything) last.
       01 CKPT-TAG              PIC X(4).
       01 CKPT-FIELD-1          PIC X(20).
       01 CKPT-FIELD-2          PIC X(20).
       01 CKPT-FIELD-3          PIC X(20).
       01 CKPT-FIELD-4          PIC X(20).
       01 CKPT-FIELD-5          PIC X(20).
       01 CKPT-FIELD-6          PIC X(20).
       01 CKPT-NUM-1            PIC 9(15).
       01 CKPT-NUM-2            PIC 9(15).
       01 CKPT-NUM-3            PIC 9(15).
       01 CKPT-NUM-4            PIC 9(15).
       01 CKPT-NUM-5            PIC 9(15).
       01 CKPT-NUM-6            PIC 9(15).
       01 CKPT-PTR              PIC 9(4) COMP-5.

       01 REPORT-LINE           PIC X(256).
       01 COUNT-DISPLAY         PIC Z(8)9.
       01 BYTES-DISPLAY         PIC Z(14)9.
           MOVE CDF-DATE TO RUN-DATE-STAMP

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE COMMAND-LINE-ARGS TO LOG-CKPT-ARGS
           PERFORM TAKE-FRESH-OPTION
           MOVE LOG-CKPT-ARGS TO COMMAND-LINE-ARGS
           IF FUNCTION TRIM(COMMAND-LINE-ARGS) NOT = SPACES THEN
               MOVE SPACES TO ACCESS-LOG-PATH
               UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               FUNCTION TRIM(REPORT-FILE-NAME)
               " (" LINES-PARSED " of " LINES-READ
               " lines aggregated)"
           MOVE LOG-CKPT-LINES-NEW TO COUNT-DISPLAY
           DISPLAY "  " FUNCTION TRIM(COUNT-DISPLAY)
               " new lines read this run"

           STOP RUN.

       TALLY-ACCESS-LOG.
           MOVE ACCESS-LOG-PATH TO LOG-CKPT-BASE-PATH
           MOVE "traffic_report" TO LOG-CKPT-PROGRAM
           MOVE "traffic_report" TO LOG-CKPT-RUN-KEY
           PERFORM RUN-CHECKPOINTED-LOG

           IF LOG-CKPT-FILES-SEEN = 0 AND LOG-CKPT-RESUMED = "N"
               DISPLAY "Error: access log not found: "
                   FUNCTION TRIM(ACCESS-LOG-PATH)
               STOP RUN
           END-IF

           EXIT PARAGRAPH.

       TALLY-CHECKPOINTED-LINE.
           MOVE LOG-CKPT-LINE TO ACCESS-LOG-LINE
           ADD 1 TO LINES-READ
           PERFORM TALLY-ACCESS-LOG-LINE
           EXIT PARAGRAPH.

       SAVE-CHECKPOINT-TOTALS.
           MOVE LINES-READ TO CKPT-NUM-1
           MOVE LINES-PARSED TO CKPT-NUM-2
           MOVE TOTAL-BYTES-SERVED TO CKPT-NUM-3
           MOVE PATH-OVERFLOW-COUNT TO CKPT-NUM-4
           MOVE IP-OVERFLOW-COUNT TO CKPT-NUM-5
           MOVE VHPATH-OVERFLOW TO CKPT-NUM-6
           STRING "N|" CKPT-NUM-1 "|" CKPT-NUM-2 "|" CKPT-NUM-3
                  "|" CKPT-NUM-4 "|" CKPT-NUM-5 "|" CKPT-NUM-6
                  DELIMITED BY SIZE INTO LOG-CKPT-OUT-LINE
           PERFORM WRITE-CHECKPOINT-LINE

           PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
               IF HOUR-COUNT(HOUR-IDX) > 0
                   MOVE HOUR-IDX TO CKPT-NUM-1
                   MOVE HOUR-COUNT(HOUR-IDX) TO CKPT-NUM-2
                   STRING "H|" CKPT-NUM-1 "|" CKPT-NUM-2
                          DELIMITED BY SIZE INTO LOG-CKPT-OUT-LINE
                   PERFORM WRITE-CHECKPOINT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > PATH-STAT-COUNT-USED
               MOVE PATH-STAT-COUNT(STAT-IDX) TO CKPT-NUM-1
               STRING "P|" CKPT-NUM-1 "|" DELIMITED BY SIZE
                      FUNCTION TRIM(PATH-STAT-PATH(STAT-IDX))
                          DELIMITED BY SIZE
                      INTO LOG-CKPT-OUT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
           END-PERFORM

           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > IP-STAT-COUNT-USED
               MOVE IP-STAT-COUNT(STAT-IDX) TO CKPT-NUM-1
               STRING "I|" CKPT-NUM-1 "|" DELIMITED BY SIZE
                      FUNCTION TRIM(IP-STAT-IP(STAT-IDX))
                          DELIMITED BY SIZE
                      INTO LOG-CKPT-OUT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
           END-PERFORM

      *> Hosts go out in table order, so the index the W and Q lines
      *> carry is the same one the restored table gives them.
           PERFORM VARYING VHOST-IDX FROM 1 BY 1
               UNTIL VHOST-IDX > VHOST-STAT-USED
               MOVE VH-REQUESTS(VHOST-IDX) TO CKPT-NUM-1
               MOVE VH-BYTES(VHOST-IDX) TO CKPT-NUM-2
               STRING "V|" CKPT-NUM-1 "|" CKPT-NUM-2 "|"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(VH-NAME(VHOST-IDX))
                          DELIMITED BY SIZE
                      INTO LOG-CKPT-OUT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
               PERFORM VARYING HOUR-IDX FROM 1 BY 1
                   UNTIL HOUR-IDX > 24
                   IF VH-HOUR(VHOST-IDX, HOUR-IDX) > 0
                       MOVE VHOST-IDX TO CKPT-NUM-1
                       MOVE HOUR-IDX TO CKPT-NUM-2
                       MOVE VH-HOUR(VHOST-IDX, HOUR-IDX) TO CKPT-NUM-3
                       STRING "W|" CKPT-NUM-1 "|" CKPT-NUM-2
                              "|" CKPT-NUM-3
                              DELIMITED BY SIZE INTO LOG-CKPT-OUT-LINE
                       PERFORM WRITE-CHECKPOINT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > VHPATH-STAT-USED
               MOVE VHP-VHOST-IDX(STAT-IDX) TO CKPT-NUM-1
               MOVE VHP-COUNT(STAT-IDX) TO CKPT-NUM-2
               STRING "Q|" CKPT-NUM-1 "|" CKPT-NUM-2 "|"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(VHP-PATH(STAT-IDX))
                          DELIMITED BY SIZE
                      INTO LOG-CKPT-OUT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
           END-PERFORM

           EXIT PARAGRAPH.

       RESTORE-CHECKPOINT-TOTALS.
           MOVE SPACES TO CKPT-TAG
           MOVE SPACES TO CKPT-FIELD-1
           MOVE SPACES TO CKPT-FIELD-2
           MOVE SPACES TO CKPT-FIELD-3
           MOVE SPACES TO CKPT-FIELD-4
           MOVE SPACES TO CKPT-FIELD-5
           MOVE SPACES TO CKPT-FIELD-6
           MOVE 1 TO CKPT-PTR

           EVALUATE LOG-CKPT-IN-LINE(1:2)
               WHEN "N|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                            CKPT-FIELD-3 CKPT-FIELD-4 CKPT-FIELD-5
                            CKPT-FIELD-6
                   END-UNSTRING
                   COMPUTE LINES-READ = FUNCTION NUMVAL(CKPT-FIELD-1)
                   COMPUTE LINES-PARSED =
                       FUNCTION NUMVAL(CKPT-FIELD-2)
                   COMPUTE TOTAL-BYTES-SERVED =
                       FUNCTION NUMVAL(CKPT-FIELD-3)
                   COMPUTE PATH-OVERFLOW-COUNT =
                       FUNCTION NUMVAL(CKPT-FIELD-4)
                   COMPUTE IP-OVERFLOW-COUNT =
                       FUNCTION NUMVAL(CKPT-FIELD-5)
                   COMPUTE VHPATH-OVERFLOW =
                       FUNCTION NUMVAL(CKPT-FIELD-6)
               WHEN "H|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                   END-UNSTRING
                   COMPUTE HOUR-IDX = FUNCTION NUMVAL(CKPT-FIELD-1)
                   IF HOUR-IDX >= 1 AND HOUR-IDX <= 24
                       COMPUTE HOUR-COUNT(HOUR-IDX) =
                           FUNCTION NUMVAL(CKPT-FIELD-2)
                   END-IF
               WHEN "P|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1
                       WITH POINTER CKPT-PTR
                   END-UNSTRING
                   IF PATH-STAT-COUNT-USED < 500
                       ADD 1 TO PATH-STAT-COUNT-USED
                       MOVE LOG-CKPT-IN-LINE(CKPT-PTR:)
                           TO PATH-STAT-PATH(PATH-STAT-COUNT-USED)
                       COMPUTE PATH-STAT-COUNT(PATH-STAT-COUNT-USED) =
                           FUNCTION NUMVAL(CKPT-FIELD-1)
                   END-IF
               WHEN "I|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1
                       WITH POINTER CKPT-PTR
                   END-UNSTRING
                   IF IP-STAT-COUNT-USED < 500
                       ADD 1 TO IP-STAT-COUNT-USED
                       MOVE LOG-CKPT-IN-LINE(CKPT-PTR:)
                           TO IP-STAT-IP(IP-STAT-COUNT-USED)
                       COMPUTE IP-STAT-COUNT(IP-STAT-COUNT-USED) =
                           FUNCTION NUMVAL(CKPT-FIELD-1)
                   END-IF
               WHEN "V|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                       WITH POINTER CKPT-PTR
                   END-UNSTRING
                   IF VHOST-STAT-USED < 8
                       ADD 1 TO VHOST-STAT-USED
                       MOVE LOG-CKPT-IN-LINE(CKPT-PTR:)
                           TO VH-NAME(VHOST-STAT-USED)
                       COMPUTE VH-REQUESTS(VHOST-STAT-USED) =
                           FUNCTION NUMVAL(CKPT-FIELD-1)
                       COMPUTE VH-BYTES(VHOST-STAT-USED) =
                           FUNCTION NUMVAL(CKPT-FIELD-2)
                       PERFORM VARYING HOUR-IDX FROM 1 BY 1
                           UNTIL HOUR-IDX > 24
                           MOVE 0 TO VH-HOUR(VHOST-STAT-USED, HOUR-IDX)
                       END-PERFORM
                   END-IF
               WHEN "W|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                            CKPT-FIELD-3
                   END-UNSTRING
                   COMPUTE VHOST-IDX = FUNCTION NUMVAL(CKPT-FIELD-1)
                   COMPUTE HOUR-IDX = FUNCTION NUMVAL(CKPT-FIELD-2)
                   IF VHOST-IDX >= 1 AND VHOST-IDX <= VHOST-STAT-USED
                      AND HOUR-IDX >= 1 AND HOUR-IDX <= 24
                       COMPUTE VH-HOUR(VHOST-IDX, HOUR-IDX) =
                           FUNCTION NUMVAL(CKPT-FIELD-3)
                   END-IF
               WHEN "Q|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                       WITH POINTER CKPT-PTR
                   END-UNSTRING
                   IF VHPATH-STAT-USED < 800
                       ADD 1 TO VHPATH-STAT-USED
                       COMPUTE VHP-VHOST-IDX(VHPATH-STAT-USED) =
                           FUNCTION NUMVAL(CKPT-FIELD-1)
                       COMPUTE VHP-COUNT(VHPATH-STAT-USED) =
                           FUNCTION NUMVAL(CKPT-FIELD-2)
                       MOVE LOG-CKPT-IN-LINE(CKPT-PTR:)
                           TO VHP-PATH(VHPATH-STAT-USED)
                   END-IF
           END-EVALUATE

           EXIT PARAGRAPH.

           END-PERFORM

           EXIT PARAGRAPH.

       COPY LOG-CKPT.

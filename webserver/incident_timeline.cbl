      *> <name>.<YYYYMMDD>-<hhmmss> archives -- and prints one
      *> chronological timeline.
      *>
      *> Usage:  INCIDENT-TIMELINE <request-id> [fresh]
      *>         INCIDENT-TIMELINE window <from-YYYYMMDDhhmmss>
      *>                           <to-YYYYMMDDhhmmss> [path-text]
      *>                           [fresh]
      *> Log paths come from server.conf. Journal entries are
      *> stamped in epoch seconds; their timeline position is
      *> derived in UTC, so they can sit a timezone's offset away
      *> from the wall-clock log lines around them.
      *>
      *> The three logs are read through the shared checkpoint
      *> (LOG-CKPT), one <log>.incident_timeline.ckpt each holding
      *> the matches found so far for the last lookup, so asking the
      *> same question again while an incident unfolds reads only
      *> the lines logged since. A different lookup, or "fresh",
      *> searches everything again. The journal files are small and
      *> are always read whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOG-CKPT-FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT SOURCE-LOG-FILE ASSIGN TO SOURCE-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY LOG-CKPT-FD.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD SOURCE-LOG-FILE.
       01 SOURCE-LOG-RECORD PIC X(512).

       WORKING-STORAGE SECTION.
       COPY LOG-CKPT-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 SOURCE-LOG-STATUS     PIC XX.
       01 SOURCE-TAG            PIC X(10).
       01 SOURCE-BASE-PATH      PIC X(256).
       01 LOG-LINE              PIC X(512).

       01 TIMELINE-TABLE.
       01 TL-SWAP-TEXT          PIC X(300).
       01 TL-OVERFLOW           PIC 9(9) COMP-5 VALUE 0.

      *> Each log's checkpoint carries that log's matches (E lines,
      *> text last) and how many of them overflowed the table (O).
       01 SOURCE-OVERFLOW-START PIC 9(9) COMP-5.
       01 CKPT-FIELD-1          PIC X(20).
       01 CKPT-TAG              PIC X(4).
       01 CKPT-NUM-1            PIC 9(9).

       01 MATCH-TALLY           PIC 9(4) COMP-5.
       01 LINE-TS               PIC X(14).
       01 ENTRY-EPOCH-TXT       PIC X(12).
           PERFORM LOAD-TIMELINE-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE COMMAND-LINE-ARGS TO LOG-CKPT-ARGS
           PERFORM TAKE-FRESH-OPTION
           MOVE LOG-CKPT-ARGS TO COMMAND-LINE-ARGS
           MOVE SPACES TO ARG-1
           MOVE SPACES TO ARG-FROM-TXT
           MOVE SPACES TO ARG-TO-TXT
               INTO ARG-1 ARG-FROM-TXT ARG-TO-TXT ARG-PATH-TEXT

           IF FUNCTION TRIM(ARG-1) = SPACES
                   DISPLAY "Usage: INCIDENT-TIMELINE <request-id> "
                   "[fresh]"
               DISPLAY "       INCIDENT-TIMELINE window "
                   "<from-YYYYMMDDhhmmss> <to-YYYYMMDDhhmmss> "
                   "[path-text] [fresh]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE EPOCH-BASE-DAY =
               FUNCTION INTEGER-OF-DATE(19700101)

           MOVE "incident_timeline" TO LOG-CKPT-PROGRAM
           MOVE SPACES TO LOG-CKPT-RUN-KEY
           IF LOOKUP-MODE = "rid"
               STRING "rid " DELIMITED BY SIZE
                      FUNCTION TRIM(WANT-RID) DELIMITED BY SIZE
                      INTO LOG-CKPT-RUN-KEY
           ELSE
               STRING "window " DELIMITED BY SIZE
                      WANT-FROM-TS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WANT-TO-TS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(ARG-PATH-TEXT) DELIMITED BY SIZE
                      INTO LOG-CKPT-RUN-KEY
           END-IF

           MOVE "access" TO SOURCE-TAG
           MOVE ACCESS-LOG-PATH TO SOURCE-BASE-PATH
           PERFORM SCAN-SOURCE-WITH-ARCHIVES
           STOP RUN.

       SCAN-SOURCE-WITH-ARCHIVES.
           MOVE SOURCE-BASE-PATH TO LOG-CKPT-BASE-PATH
           MOVE TL-OVERFLOW TO SOURCE-OVERFLOW-START
           PERFORM RUN-CHECKPOINTED-LOG
           EXIT PARAGRAPH.

       TALLY-CHECKPOINTED-LINE.
           MOVE LOG-CKPT-LINE TO LOG-LINE
           PERFORM CONSIDER-ONE-LINE
           EXIT PARAGRAPH.

       SAVE-CHECKPOINT-TOTALS.
           PERFORM VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > TL-COUNT
               IF TL-SOURCE(TL-IDX) = SOURCE-TAG
                   STRING "E|" TL-SORT-KEY(TL-IDX) "|"
                              DELIMITED BY SIZE
                          FUNCTION TRIM(TL-TEXT(TL-IDX) TRAILING)
                              DELIMITED BY SIZE
                          INTO LOG-CKPT-OUT-LINE
                   PERFORM WRITE-CHECKPOINT-LINE
               END-IF
           END-PERFORM
           COMPUTE CKPT-NUM-1 = TL-OVERFLOW - SOURCE-OVERFLOW-START
           STRING "O|" CKPT-NUM-1 DELIMITED BY SIZE
                  INTO LOG-CKPT-OUT-LINE
           PERFORM WRITE-CHECKPOINT-LINE
           EXIT PARAGRAPH.

       RESTORE-CHECKPOINT-TOTALS.
           EVALUATE LOG-CKPT-IN-LINE(1:2)
               WHEN "E|"
                   IF TL-COUNT >= 500
                       ADD 1 TO TL-OVERFLOW
                   ELSE
                       ADD 1 TO TL-COUNT
                       MOVE LOG-CKPT-IN-LINE(3:14)
                           TO TL-SORT-KEY(TL-COUNT)
                       MOVE SOURCE-TAG TO TL-SOURCE(TL-COUNT)
                       MOVE LOG-CKPT-IN-LINE(18:300)
                           TO TL-TEXT(TL-COUNT)
                   END-IF
               WHEN "O|"
                   MOVE SPACES TO CKPT-FIELD-1
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1
                   END-UNSTRING
                   COMPUTE CKPT-NUM-1 = FUNCTION NUMVAL(CKPT-FIELD-1)
                   ADD CKPT-NUM-1 TO TL-OVERFLOW
           END-EVALUATE
           EXIT PARAGRAPH.

       SCAN-ONE-SOURCE-FILE.
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY LOG-CKPT.

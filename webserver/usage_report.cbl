      *> Defaults: access.log timing.log dept.map. The upload store
      *> index is found through UPLOAD_STORE_DIR in server.conf. The
      *> statement lands in usage_report_YYYYMM.txt.
      *> Adding "fresh" to the arguments recounts the month from
      *> scratch.
      *>
      *> Both logs are read with their rotated <log>.<YYYYMMDD>-
      *> <hhmmss> archives, oldest first, through the shared
      *> checkpoint (LOG-CKPT): access.log.usage_report.ckpt keeps
      *> the per-department requests and bytes and the request-id
      *> table, timing.log.usage_report.ckpt the handler time, so a
      *> rerun during or after the month reads only the new lines.
      *> The checkpoints belong to one month and mapping file; a run
      *> for another starts over. After editing the mapping file,
      *> run with "fresh" so earlier traffic is re-attributed. Upload
      *> bytes held are a snapshot and are re-read every run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOG-CKPT-FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO MAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY LOG-CKPT-FD.
       FD MAP-FILE.
       01 MAP-FILE-RECORD PIC X(128).
       FD UPLOAD-IDX-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       COPY LOG-CKPT-FIELDS.

       01 COMMAND-LINE-ARGS     PIC X(512).
       01 ARG-MONTH             PIC X(8).
       01 ACCESS-LOG-PATH       PIC X(256) VALUE "access.log".
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 REPORT-FILE-NAME      PIC X(256).

       01 MAP-FILE-STATUS       PIC XX.
       01 UPLOAD-IDX-STATUS     PIC XX.
       01 CONFIG-FILE-STATUS    PIC XX.
       01 UPL-FIELD-UPLOADER    PIC X(64).
       01 UPL-FIELD-TS          PIC X(12).

      *> Which log RUN-CHECKPOINTED-LOG is feeding, and the totals
      *> lines each one's checkpoint carries: D (department requests
      *> and bytes), R (request id to department row) and O from
      *> the access pass; T (department handler ms) and U from the
      *> timing pass.
       01 USAGE-PASS            PIC X.
           88 USAGE-ACCESS-PASS VALUE "A".
           88 USAGE-TIMING-PASS VALUE "T".
       01 CKPT-TAG              PIC X(4).
       01 CKPT-FIELD-1          PIC X(20).
       01 CKPT-FIELD-2          PIC X(20).
       01 CKPT-FIELD-3          PIC X(20).
       01 CKPT-NUM-1            PIC 9(15).
       01 CKPT-NUM-2            PIC 9(15).
       01 CKPT-PTR              PIC 9(4) COMP-5.

       01 LINE-BYTES            PIC 9(12) COMP-5.
       01 LINE-MS               PIC 9(12) COMP-5.
       01 COUNT-DISPLAY         PIC Z(8)9.

       MAIN-PROCEDURE.
           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE COMMAND-LINE-ARGS TO LOG-CKPT-ARGS
           PERFORM TAKE-FRESH-OPTION
           MOVE LOG-CKPT-ARGS TO COMMAND-LINE-ARGS
           MOVE SPACES TO ARG-MONTH
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-MONTH ACCESS-LOG-PATH TIMING-LOG-PATH

           IF ARG-MONTH(1:6) IS NOT NUMERIC
               DISPLAY "Usage: USAGE-REPORT <YYYYMM> [access-log "
                   "[timing-log [mapping-file]]] [fresh]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-DEPT

           EXIT PARAGRAPH.

       FIND-OR-ADD-DEPT.
      *> MAP-LOOKUP-DEPT (a department code) in, DEPT-FOUND-IDX out;
      *> past the table's capacity the row is UNMAPPED's.
           MOVE 0 TO DEPT-FOUND-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
           EXIT PARAGRAPH.

       TALLY-ACCESS-LOG.
           SET USAGE-ACCESS-PASS TO TRUE
           MOVE ACCESS-LOG-PATH TO LOG-CKPT-BASE-PATH
           PERFORM SET-USAGE-CHECKPOINT-KEY
           PERFORM RUN-CHECKPOINTED-LOG
           IF LOG-CKPT-FILES-SEEN = 0 AND LOG-CKPT-RESUMED = "N"
               DISPLAY "WARN: access log not found: "
                   FUNCTION TRIM(ACCESS-LOG-PATH)
           END-IF

           EXIT PARAGRAPH.

       SET-USAGE-CHECKPOINT-KEY.
           MOVE "usage_report" TO LOG-CKPT-PROGRAM
           MOVE SPACES TO LOG-CKPT-RUN-KEY
           STRING ARG-MONTH(1:6) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(MAP-FILE-PATH) DELIMITED BY SIZE
                  INTO LOG-CKPT-RUN-KEY
           EXIT PARAGRAPH.

       TALLY-CHECKPOINTED-LINE.
           MOVE LOG-CKPT-LINE TO LOG-LINE
           IF USAGE-ACCESS-PASS
               PERFORM TALLY-ONE-ACCESS-LINE
           ELSE
               PERFORM TALLY-ONE-TIMING-LINE
           END-IF
           EXIT PARAGRAPH.

       SAVE-CHECKPOINT-TOTALS.
           IF USAGE-ACCESS-PASS
      *> Departments go out in table order so the row numbers the R
      *> lines carry are the ones the restored table gives them.
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
                   MOVE DEPT-REQUESTS(DEPT-IDX) TO CKPT-NUM-1
                   MOVE DEPT-BYTES(DEPT-IDX) TO CKPT-NUM-2
                   STRING "D|" CKPT-NUM-1 "|" CKPT-NUM-2 "|"
                              DELIMITED BY SIZE
                          FUNCTION TRIM(DEPT-CODE(DEPT-IDX))
                              DELIMITED BY SIZE
                          INTO LOG-CKPT-OUT-LINE
                   PERFORM WRITE-CHECKPOINT-LINE
               END-PERFORM
               PERFORM VARYING RID-IDX FROM 1 BY 1
                   UNTIL RID-IDX > RID-COUNT
                   MOVE RID-DEPT-IDX(RID-IDX) TO CKPT-NUM-1
                   STRING "R|" CKPT-NUM-1 "|" DELIMITED BY SIZE
                          FUNCTION TRIM(RID-ID(RID-IDX))
                              DELIMITED BY SIZE
                          INTO LOG-CKPT-OUT-LINE
                   PERFORM WRITE-CHECKPOINT-LINE
               END-PERFORM
               MOVE RID-OVERFLOW TO CKPT-NUM-1
               STRING "O|" CKPT-NUM-1 DELIMITED BY SIZE
                      INTO LOG-CKPT-OUT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
           ELSE
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
                   IF DEPT-HANDLER-MS(DEPT-IDX) > 0
                       MOVE DEPT-HANDLER-MS(DEPT-IDX) TO CKPT-NUM-1
                       STRING "T|" CKPT-NUM-1 "|" DELIMITED BY SIZE
                              FUNCTION TRIM(DEPT-CODE(DEPT-IDX))
                                  DELIMITED BY SIZE
                              INTO LOG-CKPT-OUT-LINE
                       PERFORM WRITE-CHECKPOINT-LINE
                   END-IF
               END-PERFORM
               MOVE UNATTRIBUTED-MS TO CKPT-NUM-1
               STRING "U|" CKPT-NUM-1 DELIMITED BY SIZE
                      INTO LOG-CKPT-OUT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
           END-IF
           EXIT PARAGRAPH.

       RESTORE-CHECKPOINT-TOTALS.
           MOVE SPACES TO CKPT-TAG
           MOVE SPACES TO CKPT-FIELD-1
           MOVE SPACES TO CKPT-FIELD-2
           MOVE SPACES TO CKPT-FIELD-3
           MOVE 1 TO CKPT-PTR

           EVALUATE LOG-CKPT-IN-LINE(1:2)
               WHEN "D|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
                       WITH POINTER CKPT-PTR
                   END-UNSTRING
                   MOVE LOG-CKPT-IN-LINE(CKPT-PTR:) TO MAP-LOOKUP-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   COMPUTE DEPT-REQUESTS(DEPT-FOUND-IDX) =
                       FUNCTION NUMVAL(CKPT-FIELD-1)
                   COMPUTE DEPT-BYTES(DEPT-FOUND-IDX) =
                       FUNCTION NUMVAL(CKPT-FIELD-2)
               WHEN "R|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1
                       WITH POINTER CKPT-PTR
                   END-UNSTRING
                   IF RID-COUNT < 5000
                       ADD 1 TO RID-COUNT
                       MOVE LOG-CKPT-IN-LINE(CKPT-PTR:)
                           TO RID-ID(RID-COUNT)
                       COMPUTE RID-DEPT-IDX(RID-COUNT) =
                           FUNCTION NUMVAL(CKPT-FIELD-1)
                   END-IF
               WHEN "O|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1
                   END-UNSTRING
                   COMPUTE RID-OVERFLOW = FUNCTION NUMVAL(CKPT-FIELD-1)
               WHEN "T|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1
                       WITH POINTER CKPT-PTR
                   END-UNSTRING
                   MOVE LOG-CKPT-IN-LINE(CKPT-PTR:) TO MAP-LOOKUP-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   COMPUTE DEPT-HANDLER-MS(DEPT-FOUND-IDX) =
                       FUNCTION NUMVAL(CKPT-FIELD-1)
               WHEN "U|"
                   UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                       INTO CKPT-TAG CKPT-FIELD-1
                   END-UNSTRING
                   COMPUTE UNATTRIBUTED-MS =
                       FUNCTION NUMVAL(CKPT-FIELD-1)
           END-EVALUATE
           EXIT PARAGRAPH.

       TALLY-ONE-ACCESS-LINE.
           EXIT PARAGRAPH.

       TALLY-TIMING-LOG.
      *> After the access pass, so every request id the timing lines
      *> can name is already in the table.
           SET USAGE-TIMING-PASS TO TRUE
           MOVE TIMING-LOG-PATH TO LOG-CKPT-BASE-PATH
           PERFORM SET-USAGE-CHECKPOINT-KEY
           PERFORM RUN-CHECKPOINTED-LOG
           IF LOG-CKPT-FILES-SEEN = 0 AND LOG-CKPT-RESUMED = "N"
               DISPLAY "WARN: timing log not found: "
                   FUNCTION TRIM(TIMING-LOG-PATH)
           END-IF

           EXIT PARAGRAPH.

       TALLY-ONE-TIMING-LINE.
           CLOSE REPORT-FILE

           EXIT PARAGRAPH.

       COPY LOG-CKPT.

      *> backfilled once.
      *>
      *> Usage:  LOG-EXPORT clf|json [from-YYYYMMDD [to-YYYYMMDD
      *>                     [access-log-path]]] [fresh]
      *> Defaults: the full range of the default access.log. Output
      *> lands in access_export_<from>_<to>.log (or .json).
      *>
      *> The read goes through the shared checkpoint (LOG-CKPT):
      *> access.log.log_export.ckpt records how far the export for
      *> this format and range got, so a rerun appends only the
      *> lines logged since, and a run that died part-way carries on
      *> from its last checkpoint -- anything written after it is cut
      *> off the export first. "fresh", a different format or range,
      *> or a missing export file rewrites the export from the top.
      *>
      *> CLF has a status column this server's access log does not
      *> carry; it exports as "-", which the platform tolerates.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOG-CKPT-FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY LOG-CKPT-FD.
       FD EXPORT-FILE.
       01 EXPORT-RECORD PIC X(700).

       WORKING-STORAGE SECTION.
       COPY LOG-CKPT-FIELDS.

       01 COMMAND-LINE-ARGS     PIC X(512).
       01 ARG-FORMAT            PIC X(8).
       01 ARG-FROM-TXT          PIC X(12).
       01 FROM-DATE             PIC X(8) VALUE "00000101".
       01 TO-DATE               PIC X(8) VALUE "99991231".

       01 EXPORT-FILE-NAME      PIC X(256).
       01 EXPORT-FILE-STATUS    PIC XX.
       01 EXPORT-OPEN           PIC X VALUE "N".
       01 EXPORT-TRIM-NAME      PIC X(300).

       01 SHELL-COMMAND         PIC X(600).
       01 LOG-LINE              PIC X(512).
       01 LINES-SKIPPED         PIC 9(9) COMP-5 VALUE 0.
       01 COUNT-DISPLAY         PIC Z(8)9.

       01 CKPT-TAG              PIC X(4).
       01 CKPT-FIELD-1          PIC X(20).
       01 CKPT-FIELD-2          PIC X(20).
       01 CKPT-NUM-1            PIC 9(9).
       01 CKPT-NUM-2            PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE COMMAND-LINE-ARGS TO LOG-CKPT-ARGS
           PERFORM TAKE-FRESH-OPTION
           MOVE LOG-CKPT-ARGS TO COMMAND-LINE-ARGS
           MOVE SPACES TO ARG-FORMAT
           MOVE SPACES TO ARG-FROM-TXT
           MOVE SPACES TO ARG-TO-TXT
           IF FUNCTION TRIM(ARG-FORMAT) NOT = "clf" AND
              FUNCTION TRIM(ARG-FORMAT) NOT = "json"
               DISPLAY "Usage: LOG-EXPORT clf|json [from-YYYYMMDD "
                   "[to-YYYYMMDD [access-log-path]]] [fresh]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
                      INTO EXPORT-FILE-NAME
           END-IF

      *> A checkpoint is only good alongside the export it counted.
           IF LOG-CKPT-FRESH NOT = "Y"
               OPEN INPUT EXPORT-FILE
               IF EXPORT-FILE-STATUS = "00"
                   CLOSE EXPORT-FILE
               ELSE
                   MOVE "Y" TO LOG-CKPT-FRESH
               END-IF
           END-IF

      *> Archives first, the live log last -- chronological output.
           MOVE ACCESS-LOG-PATH TO LOG-CKPT-BASE-PATH
           MOVE "log_export" TO LOG-CKPT-PROGRAM
           MOVE SPACES TO LOG-CKPT-RUN-KEY
           STRING FUNCTION TRIM(ARG-FORMAT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  INTO LOG-CKPT-RUN-KEY
           PERFORM RUN-CHECKPOINTED-LOG

           IF EXPORT-OPEN = "N"
               PERFORM OPEN-EXPORT-FILE
           END-IF
           CLOSE EXPORT-FILE

           MOVE LINES-EXPORTED TO COUNT-DISPLAY
           DISPLAY "Export written: "
               FUNCTION TRIM(EXPORT-FILE-NAME) " ("
               FUNCTION TRIM(COUNT-DISPLAY) " line(s))"
           MOVE LOG-CKPT-LINES-NEW TO COUNT-DISPLAY
           DISPLAY "  " FUNCTION TRIM(COUNT-DISPLAY)
               " new log lines read this run"

           STOP RUN.

       OPEN-EXPORT-FILE.
      *> Opened at the first new line, once the checkpoint has said
      *> how many lines the export already holds. Lines past that
      *> count were written after the last checkpoint by a run that
      *> did not finish; they are cut so they are not exported twice.
           IF LOG-CKPT-RESUMED = "Y"
               MOVE SPACES TO EXPORT-TRIM-NAME
               STRING FUNCTION TRIM(EXPORT-FILE-NAME) DELIMITED BY SIZE
                      ".tmp" DELIMITED BY SIZE
                      INTO EXPORT-TRIM-NAME
               MOVE LINES-EXPORTED TO CKPT-NUM-1
               MOVE SPACES TO SHELL-COMMAND
               STRING "head -n " DELIMITED BY SIZE
                      CKPT-NUM-1 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(EXPORT-FILE-NAME) DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      FUNCTION TRIM(EXPORT-TRIM-NAME) DELIMITED BY SIZE
                      " && mv -f " DELIMITED BY SIZE
                      FUNCTION TRIM(EXPORT-TRIM-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(EXPORT-FILE-NAME) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "system" USING SHELL-COMMAND
               OPEN EXTEND EXPORT-FILE
           ELSE
               OPEN OUTPUT EXPORT-FILE
           END-IF

           IF EXPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write "
                   FUNCTION TRIM(EXPORT-FILE-NAME)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO EXPORT-OPEN

           EXIT PARAGRAPH.

       TALLY-CHECKPOINTED-LINE.
           IF EXPORT-OPEN = "N"
               PERFORM OPEN-EXPORT-FILE
           END-IF
           MOVE LOG-CKPT-LINE TO LOG-LINE
           PERFORM EXPORT-ONE-LINE
           EXIT PARAGRAPH.

       SAVE-CHECKPOINT-TOTALS.
      *> Close and reopen so every line the count covers is on disk
      *> before the checkpoint claims it.
           IF EXPORT-OPEN = "Y"
               CLOSE EXPORT-FILE
               OPEN EXTEND EXPORT-FILE
           END-IF
           MOVE LINES-EXPORTED TO CKPT-NUM-1
           MOVE LINES-SKIPPED TO CKPT-NUM-2
           STRING "N|" CKPT-NUM-1 "|" CKPT-NUM-2
                  DELIMITED BY SIZE INTO LOG-CKPT-OUT-LINE
           PERFORM WRITE-CHECKPOINT-LINE
           EXIT PARAGRAPH.

       RESTORE-CHECKPOINT-TOTALS.
           IF LOG-CKPT-IN-LINE(1:2) = "N|"
               MOVE SPACES TO CKPT-FIELD-1
               MOVE SPACES TO CKPT-FIELD-2
               UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
                   INTO CKPT-TAG CKPT-FIELD-1 CKPT-FIELD-2
               END-UNSTRING
               COMPUTE LINES-EXPORTED = FUNCTION NUMVAL(CKPT-FIELD-1)
               COMPUTE LINES-SKIPPED = FUNCTION NUMVAL(CKPT-FIELD-2)
           END-IF
           EXIT PARAGRAPH.

       EXPORT-ONE-LINE.
           WRITE EXPORT-RECORD FROM EXPORT-LINE

           EXIT PARAGRAPH.

       COPY LOG-CKPT.

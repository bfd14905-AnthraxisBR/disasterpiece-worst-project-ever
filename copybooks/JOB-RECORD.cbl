      *> Job record I/O shared by the server and JOB-RUNNER; see
      *> JOB-RECORD-FIELDS for the file set and the line layout.
      *> Callers set JOB-ID and PERFORM SET-JOB-PATHS first.
       SET-JOB-PATHS.
           MOVE SPACES TO JOB-REC-PATH
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  ".job" DELIMITED BY SIZE
                  INTO JOB-REC-PATH
           MOVE SPACES TO JOB-TMP-PATH
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO JOB-TMP-PATH
           MOVE SPACES TO JOB-BODY-PATH
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  ".body" DELIMITED BY SIZE
                  INTO JOB-BODY-PATH
           MOVE SPACES TO JOB-OUT-PATH
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  ".out" DELIMITED BY SIZE
                  INTO JOB-OUT-PATH
           MOVE SPACES TO JOB-RC-PATH
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  ".rc" DELIMITED BY SIZE
                  INTO JOB-RC-PATH
           MOVE SPACES TO JOB-PID-PATH
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  ".pid" DELIMITED BY SIZE
                  INTO JOB-PID-PATH
           EXIT PARAGRAPH.

       READ-JOB-RECORD.
           MOVE "N" TO JOB-RECORD-FOUND
           MOVE JOB-REC-PATH TO JOB-FILE-NAME
           OPEN INPUT JOB-FILE
           IF JOB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JOB-LINE
           READ JOB-FILE INTO JOB-LINE
               AT END
                   MOVE SPACES TO JOB-LINE
           END-READ
           CLOSE JOB-FILE

           IF JOB-LINE NOT = SPACES
               PERFORM PARSE-JOB-LINE
               MOVE "Y" TO JOB-RECORD-FOUND
           END-IF
           EXIT PARAGRAPH.

       PARSE-JOB-LINE.
           MOVE 1 TO JOB-LINE-PTR
           UNSTRING JOB-LINE DELIMITED BY "|"
               INTO JOB-ID JOB-STATE JOB-SUBMITTED-TS
                    JOB-STARTED-TS JOB-ENDED-TS JOB-PID JOB-EXIT
                    JOB-HTTP JOB-NOTE JOB-SUBMITTER JOB-REQUEST-ID
                    JOB-CONTENT-LENGTH JOB-SCRIPT JOB-METHOD
               WITH POINTER JOB-LINE-PTR
           END-UNSTRING
      *> A path always starts with "/" and a partner id never does,
      *> which tells an older record without the partner column.
           MOVE "-" TO JOB-PARTNER
           IF JOB-LINE-PTR <= LENGTH OF JOB-LINE
               IF JOB-LINE(JOB-LINE-PTR:1) NOT = "/"
                   UNSTRING JOB-LINE DELIMITED BY "|"
                       INTO JOB-PARTNER
                       WITH POINTER JOB-LINE-PTR
                   END-UNSTRING
               END-IF
           END-IF
           MOVE SPACES TO JOB-PATH
           IF JOB-LINE-PTR <= LENGTH OF JOB-LINE
               MOVE JOB-LINE(JOB-LINE-PTR:) TO JOB-PATH
           END-IF
           EXIT PARAGRAPH.

       WRITE-JOB-RECORD.
      *> Whole-line replace: the new line goes to <id>.tmp and is
      *> renamed over <id>.job, so the runner's listing and a status
      *> poll see either the old record or the new one.
           MOVE "N" TO JOB-WRITE-OK
           MOVE SPACES TO JOB-LINE
           STRING FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-STATE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JOB-SUBMITTED-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JOB-STARTED-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JOB-ENDED-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JOB-PID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JOB-EXIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JOB-HTTP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NOTE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-SUBMITTER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-REQUEST-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JOB-CONTENT-LENGTH DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-SCRIPT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-METHOD) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-PARTNER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-PATH) DELIMITED BY SIZE
                  INTO JOB-LINE

           MOVE JOB-TMP-PATH TO JOB-FILE-NAME
           OPEN OUTPUT JOB-FILE
           IF JOB-FILE-STATUS NOT = "00"
               DISPLAY "WARN: cannot write job record "
                   FUNCTION TRIM(JOB-TMP-PATH) " (status "
                   JOB-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           WRITE JOB-FILE-RECORD FROM JOB-LINE
           CLOSE JOB-FILE

           MOVE SPACES TO JOB-COMMAND
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-TMP-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-REC-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND
           IF RETURN-CODE = 0
               MOVE "Y" TO JOB-WRITE-OK
           END-IF
           EXIT PARAGRAPH.

       DELETE-JOB-FILES.
      *> Every file a job ever had, record last: a job whose record
      *> is gone is gone, whatever scraps a crash might leave.
           MOVE SPACES TO JOB-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-BODY-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-OUT-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-RC-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-PID-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-TMP-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-REC-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND
           EXIT PARAGRAPH.

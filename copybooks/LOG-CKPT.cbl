       TAKE-FRESH-OPTION.
      *> LOG-CKPT-ARGS in: the word "fresh" anywhere among the
      *> arguments sets LOG-CKPT-FRESH and is taken out, the other
      *> words keep their order for the program's own UNSTRING.
           MOVE SPACES TO LOG-CKPT-ARGS-OUT
           MOVE 1 TO LOG-CKPT-ARGS-PTR
           MOVE 1 TO LOG-CKPT-ARGS-OUT-PTR
           PERFORM UNTIL LOG-CKPT-ARGS-PTR > LENGTH OF LOG-CKPT-ARGS
               IF LOG-CKPT-ARGS(LOG-CKPT-ARGS-PTR:) = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO LOG-CKPT-ARG-WORD
               UNSTRING LOG-CKPT-ARGS DELIMITED BY ALL " "
                   INTO LOG-CKPT-ARG-WORD
                   WITH POINTER LOG-CKPT-ARGS-PTR
               END-UNSTRING
               IF LOG-CKPT-ARG-WORD = "fresh"
                   MOVE "Y" TO LOG-CKPT-FRESH
               ELSE
                   IF LOG-CKPT-ARG-WORD NOT = SPACES
                       STRING FUNCTION TRIM(LOG-CKPT-ARG-WORD)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                           INTO LOG-CKPT-ARGS-OUT
                           WITH POINTER LOG-CKPT-ARGS-OUT-PTR
                   END-IF
               END-IF
           END-PERFORM
           MOVE LOG-CKPT-ARGS-OUT TO LOG-CKPT-ARGS
           EXIT PARAGRAPH.

       RUN-CHECKPOINTED-LOG.
      *> LOG-CKPT-BASE-PATH, LOG-CKPT-PROGRAM, LOG-CKPT-RUN-KEY and
      *> LOG-CKPT-FRESH in. Restores the program's totals from the
      *> checkpoint, feeds it every record not yet counted --
      *> archives oldest first, then the live log -- and leaves the
      *> checkpoint describing the end of the live log.
           MOVE SPACES TO LOG-CKPT-FILE-NAME
           STRING FUNCTION TRIM(LOG-CKPT-BASE-PATH) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-PROGRAM) DELIMITED BY SIZE
                  ".ckpt" DELIMITED BY SIZE
                  INTO LOG-CKPT-FILE-NAME
           MOVE SPACES TO LOG-CKPT-TEMP-NAME
           STRING FUNCTION TRIM(LOG-CKPT-FILE-NAME) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO LOG-CKPT-TEMP-NAME
           MOVE SPACES TO LOG-CKPT-LIST-NAME
           STRING FUNCTION TRIM(LOG-CKPT-FILE-NAME) DELIMITED BY SIZE
                  ".list" DELIMITED BY SIZE
                  INTO LOG-CKPT-LIST-NAME

           MOVE SPACES TO LOG-CKPT-DONE-ARCHIVE
           MOVE SPACES TO LOG-CKPT-CUR-FILE
           MOVE 0 TO LOG-CKPT-CUR-RECNO
           MOVE SPACES TO LOG-CKPT-CUR-FIRST
           MOVE "N" TO LOG-CKPT-PENDING
           MOVE "N" TO LOG-CKPT-RESUMED
           MOVE 0 TO LOG-CKPT-SINCE-SAVE
           MOVE 0 TO LOG-CKPT-FILES-SEEN
           MOVE 0 TO LOG-CKPT-LINES-NEW
           MOVE 0 TO LOG-CKPT-LINES-SKIPPED

           IF LOG-CKPT-FRESH = "Y"
               DISPLAY "Checkpoint: fresh run, reading "
                   FUNCTION TRIM(LOG-CKPT-BASE-PATH)
                   " and its archives from the top"
           ELSE
               PERFORM LOAD-LOG-CHECKPOINT
           END-IF

      *> A name sort of the date-stamped suffixes is oldest first;
      *> everything up to the last archive finished is done with.
           MOVE SPACES TO LOG-CKPT-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-BASE-PATH) DELIMITED BY SIZE
                  ".[0-9]* 2>/dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-LIST-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOG-CKPT-COMMAND
           CALL "system" USING LOG-CKPT-COMMAND

           OPEN INPUT LOG-CKPT-LIST-FILE
           IF LOG-CKPT-LIST-STATUS = "00"
               PERFORM UNTIL LOG-CKPT-LIST-STATUS = "10"
                   READ LOG-CKPT-LIST-FILE INTO LOG-CKPT-SRC-NAME
                       AT END
                           MOVE "10" TO LOG-CKPT-LIST-STATUS
                       NOT AT END
                           IF LOG-CKPT-SRC-NAME >
                              LOG-CKPT-DONE-ARCHIVE
                               MOVE "N" TO LOG-CKPT-IS-LIVE
                               PERFORM READ-CHECKPOINTED-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-CKPT-LIST-FILE
           END-IF

           MOVE SPACES TO LOG-CKPT-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-LIST-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOG-CKPT-COMMAND
           CALL "system" USING LOG-CKPT-COMMAND

           MOVE LOG-CKPT-BASE-PATH TO LOG-CKPT-SRC-NAME
           MOVE "Y" TO LOG-CKPT-IS-LIVE
           PERFORM READ-CHECKPOINTED-FILE

      *> The file the last run stopped in was neither among the
      *> archives nor still the live log: rotated and then pruned,
      *> or truncated by hand. Whatever it held after the checkpoint
      *> is gone; everything found since has been counted.
           IF LOG-CKPT-PENDING = "Y"
               DISPLAY "WARN: checkpointed position in "
                   FUNCTION TRIM(LOG-CKPT-PEND-FILE)
                   " not found (rotated and pruned, or truncated);"
                   " its remaining lines could not be counted"
           END-IF

      *> No log and nothing carried over: nothing worth recording.
           IF LOG-CKPT-FILES-SEEN > 0 OR LOG-CKPT-RESUMED = "Y"
               PERFORM SAVE-LOG-CHECKPOINT
           END-IF

           EXIT PARAGRAPH.

       READ-CHECKPOINTED-FILE.
      *> LOG-CKPT-SRC-NAME and LOG-CKPT-IS-LIVE in.
           OPEN INPUT LOG-CKPT-SRC-FILE
           IF LOG-CKPT-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LOG-CKPT-FILES-SEEN
           MOVE 0 TO LOG-CKPT-RECNO
           MOVE 0 TO LOG-CKPT-SKIP-TO
           MOVE SPACES TO LOG-CKPT-THIS-FIRST

           PERFORM UNTIL LOG-CKPT-SRC-STATUS = "10"
               READ LOG-CKPT-SRC-FILE INTO LOG-CKPT-LINE
                   AT END
                       MOVE "10" TO LOG-CKPT-SRC-STATUS
                   NOT AT END
                       PERFORM TAKE-CHECKPOINTED-RECORD
               END-READ
           END-PERFORM

           CLOSE LOG-CKPT-SRC-FILE

      *> A finished archive never needs reading again; the live log
      *> is remembered by position, for the next run to carry on
      *> from wherever it has gone by then.
           IF LOG-CKPT-IS-LIVE = "Y"
               MOVE LOG-CKPT-SRC-NAME TO LOG-CKPT-CUR-FILE
               MOVE LOG-CKPT-RECNO TO LOG-CKPT-CUR-RECNO
               MOVE LOG-CKPT-THIS-FIRST TO LOG-CKPT-CUR-FIRST
           ELSE
               MOVE LOG-CKPT-SRC-NAME TO LOG-CKPT-DONE-ARCHIVE
               MOVE SPACES TO LOG-CKPT-CUR-FILE
               MOVE 0 TO LOG-CKPT-CUR-RECNO
               MOVE SPACES TO LOG-CKPT-CUR-FIRST
               PERFORM SAVE-LOG-CHECKPOINT
           END-IF

           EXIT PARAGRAPH.

       TAKE-CHECKPOINTED-RECORD.
           ADD 1 TO LOG-CKPT-RECNO

           IF LOG-CKPT-RECNO = 1
               MOVE LOG-CKPT-LINE(1:200) TO LOG-CKPT-THIS-FIRST
               IF LOG-CKPT-PENDING = "Y" AND
                  LOG-CKPT-THIS-FIRST = LOG-CKPT-PEND-FIRST
                   MOVE LOG-CKPT-PEND-RECNO TO LOG-CKPT-SKIP-TO
                   MOVE "N" TO LOG-CKPT-PENDING
                   IF LOG-CKPT-SRC-NAME NOT = LOG-CKPT-PEND-FILE
                       DISPLAY "Checkpoint: "
                           FUNCTION TRIM(LOG-CKPT-PEND-FILE)
                           " was rotated to "
                           FUNCTION TRIM(LOG-CKPT-SRC-NAME)
                           ", resuming there"
                   END-IF
               END-IF
           END-IF

           IF LOG-CKPT-RECNO <= LOG-CKPT-SKIP-TO
               ADD 1 TO LOG-CKPT-LINES-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM TALLY-CHECKPOINTED-LINE
           ADD 1 TO LOG-CKPT-LINES-NEW

           ADD 1 TO LOG-CKPT-SINCE-SAVE
           IF LOG-CKPT-SINCE-SAVE >= LOG-CKPT-INTERVAL
               MOVE LOG-CKPT-SRC-NAME TO LOG-CKPT-CUR-FILE
               MOVE LOG-CKPT-RECNO TO LOG-CKPT-CUR-RECNO
               MOVE LOG-CKPT-THIS-FIRST TO LOG-CKPT-CUR-FIRST
               PERFORM SAVE-LOG-CHECKPOINT
           END-IF

           EXIT PARAGRAPH.

       SAVE-LOG-CHECKPOINT.
      *> Written to the .tmp name and moved over the old one, so a
      *> run killed mid-write leaves the previous checkpoint intact.
           MOVE 0 TO LOG-CKPT-SINCE-SAVE
           MOVE LOG-CKPT-TEMP-NAME TO LOG-CKPT-IO-NAME
           OPEN OUTPUT LOG-CKPT-FILE
           IF LOG-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "WARN: cannot write checkpoint "
                   FUNCTION TRIM(LOG-CKPT-TEMP-NAME)
                   " (status " LOG-CKPT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOG-CKPT-OUT-LINE
           STRING "LOGCKPT|" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-RUN-KEY) DELIMITED BY SIZE
                  INTO LOG-CKPT-OUT-LINE
           PERFORM WRITE-CHECKPOINT-LINE

           MOVE SPACES TO LOG-CKPT-OUT-LINE
           STRING "CURSOR|" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-DONE-ARCHIVE)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-CUR-FILE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LOG-CKPT-CUR-RECNO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-CUR-FIRST TRAILING)
                      DELIMITED BY SIZE
                  INTO LOG-CKPT-OUT-LINE
           PERFORM WRITE-CHECKPOINT-LINE

           PERFORM SAVE-CHECKPOINT-TOTALS

           MOVE "END" TO LOG-CKPT-OUT-LINE
           PERFORM WRITE-CHECKPOINT-LINE
           CLOSE LOG-CKPT-FILE

           MOVE SPACES TO LOG-CKPT-COMMAND
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-TEMP-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CKPT-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOG-CKPT-COMMAND
           CALL "system" USING LOG-CKPT-COMMAND

           EXIT PARAGRAPH.

       WRITE-CHECKPOINT-LINE.
           WRITE LOG-CKPT-RECORD FROM LOG-CKPT-OUT-LINE
           MOVE SPACES TO LOG-CKPT-OUT-LINE
           EXIT PARAGRAPH.

       LOAD-LOG-CHECKPOINT.
      *> First pass checks the checkpoint is whole and was taken
      *> under this run key; only then are the totals handed back,
      *> so a program never starts from half a set of totals.
           MOVE LOG-CKPT-FILE-NAME TO LOG-CKPT-IO-NAME
           OPEN INPUT LOG-CKPT-FILE
           IF LOG-CKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LOG-CKPT-VALID
           MOVE SPACES TO LOG-CKPT-SAVED-KEY
           MOVE 0 TO LOG-CKPT-RECNO
           PERFORM UNTIL LOG-CKPT-FILE-STATUS = "10"
               READ LOG-CKPT-FILE INTO LOG-CKPT-IN-LINE
                   AT END
                       MOVE "10" TO LOG-CKPT-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LOG-CKPT-RECNO
                       EVALUATE TRUE
                           WHEN LOG-CKPT-RECNO = 1
                               IF LOG-CKPT-IN-LINE(1:8) = "LOGCKPT|"
                                   MOVE LOG-CKPT-IN-LINE(9:)
                                       TO LOG-CKPT-SAVED-KEY
                               ELSE
                                   MOVE "10" TO LOG-CKPT-FILE-STATUS
                               END-IF
                           WHEN LOG-CKPT-RECNO = 2
                               IF LOG-CKPT-IN-LINE(1:7) NOT = "CURSOR|"
                                   MOVE "10" TO LOG-CKPT-FILE-STATUS
                               END-IF
                           WHEN LOG-CKPT-IN-LINE = "END"
                               MOVE "Y" TO LOG-CKPT-VALID
                               MOVE "10" TO LOG-CKPT-FILE-STATUS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LOG-CKPT-FILE

           IF LOG-CKPT-VALID = "N"
               DISPLAY "WARN: checkpoint "
                   FUNCTION TRIM(LOG-CKPT-FILE-NAME)
                   " is incomplete; starting from scratch"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LOG-CKPT-SAVED-KEY) NOT =
              FUNCTION TRIM(LOG-CKPT-RUN-KEY)
               DISPLAY "Checkpoint: "
                   FUNCTION TRIM(LOG-CKPT-FILE-NAME) " is for "
                   FUNCTION TRIM(LOG-CKPT-SAVED-KEY)
                   "; starting from scratch"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LOG-CKPT-FILE
           READ LOG-CKPT-FILE INTO LOG-CKPT-IN-LINE
           READ LOG-CKPT-FILE INTO LOG-CKPT-IN-LINE

           MOVE SPACES TO LOG-CKPT-TAG
           MOVE SPACES TO LOG-CKPT-RECNO-TXT
           MOVE 1 TO LOG-CKPT-SCAN-PTR
           UNSTRING LOG-CKPT-IN-LINE DELIMITED BY "|"
               INTO LOG-CKPT-TAG LOG-CKPT-DONE-ARCHIVE
                    LOG-CKPT-CUR-FILE LOG-CKPT-RECNO-TXT
               WITH POINTER LOG-CKPT-SCAN-PTR
           END-UNSTRING
           MOVE LOG-CKPT-IN-LINE(LOG-CKPT-SCAN-PTR:200)
               TO LOG-CKPT-CUR-FIRST
           MOVE 0 TO LOG-CKPT-CUR-RECNO
           IF FUNCTION TRIM(LOG-CKPT-RECNO-TXT) IS NUMERIC
               COMPUTE LOG-CKPT-CUR-RECNO =
                   FUNCTION NUMVAL(LOG-CKPT-RECNO-TXT)
           END-IF

           PERFORM UNTIL LOG-CKPT-FILE-STATUS = "10"
               READ LOG-CKPT-FILE INTO LOG-CKPT-IN-LINE
                   AT END
                       MOVE "10" TO LOG-CKPT-FILE-STATUS
                   NOT AT END
                       IF LOG-CKPT-IN-LINE = "END"
                           MOVE "10" TO LOG-CKPT-FILE-STATUS
                       ELSE
                           PERFORM RESTORE-CHECKPOINT-TOTALS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-CKPT-FILE

           MOVE "Y" TO LOG-CKPT-RESUMED
           IF LOG-CKPT-CUR-RECNO > 0 AND
              LOG-CKPT-CUR-FIRST NOT = SPACES
               MOVE "Y" TO LOG-CKPT-PENDING
               MOVE LOG-CKPT-CUR-FILE TO LOG-CKPT-PEND-FILE
               MOVE LOG-CKPT-CUR-RECNO TO LOG-CKPT-PEND-RECNO
               MOVE LOG-CKPT-CUR-FIRST TO LOG-CKPT-PEND-FIRST
           END-IF

           MOVE LOG-CKPT-CUR-RECNO TO LOG-CKPT-COUNT-DISP
           EVALUATE TRUE
               WHEN LOG-CKPT-CUR-FILE NOT = SPACES
                   DISPLAY "Checkpoint: resuming "
                       FUNCTION TRIM(LOG-CKPT-CUR-FILE)
                       " after record "
                       FUNCTION TRIM(LOG-CKPT-COUNT-DISP)
               WHEN LOG-CKPT-DONE-ARCHIVE NOT = SPACES
                   DISPLAY "Checkpoint: resuming after "
                       FUNCTION TRIM(LOG-CKPT-DONE-ARCHIVE)
               WHEN OTHER
                   DISPLAY "Checkpoint: resuming "
                       FUNCTION TRIM(LOG-CKPT-BASE-PATH)
                       ", no lines counted yet"
           END-EVALUATE

           EXIT PARAGRAPH.

      *> Seals one line for a chained log; see LOG-CHAIN-FIELDS.
      *> Caller sets LOG-CHAIN-LOG-PATH, LOG-CHAIN-SEP and
      *> LOG-CHAIN-TEXT (plus LOG-CHAIN-PRIOR-PATH when the log's
      *> older lines move to one fixed file, blank when they roll to
      *> dated archives), appends LOG-CHAIN-LINE, and then PERFORMs
      *> RELEASE-LOG-CHAIN-LOCK -- the lock is held across the
      *> append so the numbers follow file order. As with the change
      *> feed counter, the state file is rewritten before the line
      *> goes out: a process that dies in between leaves a gap that
      *> LOG-VERIFY reports, never a number used twice. If the state
      *> file cannot be written the line goes out unsealed, which
      *> the verifier reports too, rather than being lost.
       SEAL-LOG-LINE.
           MOVE LOG-CHAIN-TEXT TO LOG-CHAIN-LINE
           MOVE "N" TO LOG-CHAIN-SEALED
           MOVE CONFIG-LOG-CHAIN-KEY TO LOG-CHAIN-KEY

           MOVE SPACES TO LOG-CHAIN-STATE-NAME
           STRING FUNCTION TRIM(LOG-CHAIN-LOG-PATH) DELIMITED BY SIZE
                  ".chain" DELIMITED BY SIZE
                  INTO LOG-CHAIN-STATE-NAME
           MOVE SPACES TO LOG-CHAIN-LOCK-PATH
           STRING FUNCTION TRIM(LOG-CHAIN-STATE-NAME)
                      DELIMITED BY SIZE
                  ".lock" DELIMITED BY SIZE
                  INTO LOG-CHAIN-LOCK-PATH

           PERFORM ACQUIRE-LOG-CHAIN-LOCK

           MOVE SPACES TO LOG-CHAIN-STATE-LINE
           OPEN INPUT LOG-CHAIN-STATE-FILE
           IF LOG-CHAIN-STATE-STATUS = "00"
               READ LOG-CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-LINE
                   AT END
                       MOVE SPACES TO LOG-CHAIN-STATE-LINE
               END-READ
               CLOSE LOG-CHAIN-STATE-FILE
           END-IF
           MOVE LOG-CHAIN-STATE-LINE(14:64) TO LOG-CHAIN-HEX-WORK
           PERFORM CHECK-LOG-CHAIN-HEX
           IF LOG-CHAIN-STATE-LINE(1:12) IS NUMERIC AND
              LOG-CHAIN-STATE-LINE(13:1) = "|" AND
              LOG-CHAIN-HEX-OK = "Y"
               MOVE LOG-CHAIN-STATE-LINE(1:12) TO LOG-CHAIN-LAST-SEQ
               MOVE LOG-CHAIN-STATE-LINE(14:64)
                   TO LOG-CHAIN-LAST-HASH
           ELSE
               PERFORM RECOVER-LOG-CHAIN-STATE
           END-IF

      *> The token needs 79 bytes of the record; a longer line is
      *> cut to fit, and the seal covers exactly what is written.
           IF LOG-CHAIN-TEXT = SPACES
               MOVE 1 TO LOG-CHAIN-TEXT-LEN
           ELSE
               COMPUTE LOG-CHAIN-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(LOG-CHAIN-TEXT TRAILING))
           END-IF
           IF LOG-CHAIN-TEXT-LEN > 433
               MOVE 433 TO LOG-CHAIN-TEXT-LEN
           END-IF

           COMPUTE LOG-CHAIN-SEQ = LOG-CHAIN-LAST-SEQ + 1
           MOVE LOG-CHAIN-LAST-HASH TO LOG-CHAIN-PREV
           PERFORM COMPUTE-LOG-CHAIN-HASH

           OPEN OUTPUT LOG-CHAIN-STATE-FILE
           IF LOG-CHAIN-STATE-STATUS NOT = "00"
               DISPLAY "WARN: log chain state "
                   FUNCTION TRIM(LOG-CHAIN-STATE-NAME)
                   " not writable (status " LOG-CHAIN-STATE-STATUS
                   "), line written unsealed"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-CHAIN-STATE-RECORD
           STRING LOG-CHAIN-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LOG-CHAIN-HASH DELIMITED BY SIZE
                  INTO LOG-CHAIN-STATE-RECORD
           WRITE LOG-CHAIN-STATE-RECORD
           CLOSE LOG-CHAIN-STATE-FILE

           MOVE SPACES TO LOG-CHAIN-LINE
           STRING LOG-CHAIN-TEXT(1:LOG-CHAIN-TEXT-LEN)
                      DELIMITED BY SIZE
                  LOG-CHAIN-SEP DELIMITED BY SIZE
                  "#" DELIMITED BY SIZE
                  LOG-CHAIN-SEQ DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LOG-CHAIN-HASH DELIMITED BY SIZE
                  INTO LOG-CHAIN-LINE
           MOVE "Y" TO LOG-CHAIN-SEALED

           EXIT PARAGRAPH.

       RECOVER-LOG-CHAIN-STATE.
      *> No usable state file (first sealed line, or an operator
      *> removed it): carry on from the last sealed line of the log
      *> itself, else of the file its older lines went to -- the
      *> fixed prior file, or the newest dated archive. With none
      *> anywhere the chain starts at 1 from the all-zero hash.
           MOVE 0 TO LOG-CHAIN-LAST-SEQ
           MOVE LOG-CHAIN-GENESIS TO LOG-CHAIN-LAST-HASH

           MOVE LOG-CHAIN-LOG-PATH TO LOG-CHAIN-SCAN-NAME
           PERFORM SCAN-LOG-CHAIN-FILE

           IF LOG-CHAIN-SCAN-HIT = "N"
               IF FUNCTION TRIM(LOG-CHAIN-PRIOR-PATH) = SPACES
                   PERFORM FIND-NEWEST-LOG-ARCHIVE
               END-IF
               IF FUNCTION TRIM(LOG-CHAIN-PRIOR-PATH) NOT = SPACES
                   MOVE LOG-CHAIN-PRIOR-PATH TO LOG-CHAIN-SCAN-NAME
                   PERFORM SCAN-LOG-CHAIN-FILE
               END-IF
           END-IF

           DISPLAY "Log chain: " FUNCTION TRIM(LOG-CHAIN-STATE-NAME)
               " rebuilt, continuing after sequence "
               LOG-CHAIN-LAST-SEQ

           EXIT PARAGRAPH.

       FIND-NEWEST-LOG-ARCHIVE.
      *> Archive names embed YYYYMMDD-hhmmss (ROTATE-LOG-FILE), so
      *> the last name in sort order is the newest.
           MOVE SPACES TO LOG-CHAIN-SCAN-NAME
           STRING FUNCTION TRIM(LOG-CHAIN-STATE-NAME)
                      DELIMITED BY SIZE
                  ".list" DELIMITED BY SIZE
                  INTO LOG-CHAIN-SCAN-NAME

           MOVE SPACES TO LOG-CHAIN-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CHAIN-LOG-PATH) DELIMITED BY SIZE
                  ".[0-9]* 2>/dev/null | tail -n 1 > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CHAIN-SCAN-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOG-CHAIN-COMMAND
           CALL "system" USING LOG-CHAIN-COMMAND

           OPEN INPUT LOG-CHAIN-SCAN-FILE
           IF LOG-CHAIN-SCAN-STATUS = "00"
               READ LOG-CHAIN-SCAN-FILE
                   AT END
                       MOVE SPACES TO LOG-CHAIN-SCAN-RECORD
               END-READ
               MOVE LOG-CHAIN-SCAN-RECORD TO LOG-CHAIN-PRIOR-PATH
               CLOSE LOG-CHAIN-SCAN-FILE
           END-IF

           MOVE SPACES TO LOG-CHAIN-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-CHAIN-SCAN-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOG-CHAIN-COMMAND
           CALL "system" USING LOG-CHAIN-COMMAND

           EXIT PARAGRAPH.

       SCAN-LOG-CHAIN-FILE.
           MOVE "N" TO LOG-CHAIN-SCAN-HIT
           OPEN INPUT LOG-CHAIN-SCAN-FILE
           IF LOG-CHAIN-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LOG-CHAIN-SCAN-STATUS = "10"
               READ LOG-CHAIN-SCAN-FILE INTO LOG-CHAIN-SCAN-LINE
                   AT END
                       MOVE "10" TO LOG-CHAIN-SCAN-STATUS
                   NOT AT END
                       PERFORM SPLIT-LOG-CHAIN-TOKEN
                       IF LOG-CHAIN-FOUND = "Y"
                           MOVE "Y" TO LOG-CHAIN-SCAN-HIT
                           MOVE LOG-CHAIN-TOK-SEQ
                               TO LOG-CHAIN-LAST-SEQ
                           MOVE LOG-CHAIN-TOK-HASH
                               TO LOG-CHAIN-LAST-HASH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOG-CHAIN-SCAN-FILE

           EXIT PARAGRAPH.

      *> Lock shared by everything that appends to or rearranges a
      *> chained log (see LOG-CHAIN-FIELDS). Caller sets
      *> LOG-CHAIN-LOCK-PATH to "<log>.chain.lock".
       ACQUIRE-LOG-CHAIN-LOCK.
      *> The kvstore.hist lock idiom: O_CREAT+O_EXCL creation is the
      *> lock; fifty 20 ms waits, then a stale lock is broken.
           MOVE SPACES TO LOG-CHAIN-LOCK-OPEN
           STRING FUNCTION TRIM(LOG-CHAIN-LOCK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOG-CHAIN-LOCK-OPEN

           MOVE 0 TO LOG-CHAIN-LOCK-TRIES
           PERFORM UNTIL 1 = 2
               CALL "open" USING BY REFERENCE LOG-CHAIN-LOCK-OPEN,
                                 BY VALUE 193,
                                 BY VALUE 384
                                 RETURNING LOG-CHAIN-LOCK-FD
               IF LOG-CHAIN-LOCK-FD >= 0
                   CALL "close" USING BY VALUE LOG-CHAIN-LOCK-FD
                       RETURNING LOG-CHAIN-LOCK-RESULT
                   EXIT PERFORM
               END-IF

               ADD 1 TO LOG-CHAIN-LOCK-TRIES
               IF LOG-CHAIN-LOCK-TRIES > 50
                   DISPLAY "WARN: log chain lock "
                       FUNCTION TRIM(LOG-CHAIN-LOCK-PATH)
                       " stale, breaking it"
                   CALL "remove" USING
                       BY REFERENCE LOG-CHAIN-LOCK-OPEN
                       RETURNING LOG-CHAIN-LOCK-RESULT
                   MOVE 0 TO LOG-CHAIN-LOCK-TRIES
               ELSE
                   CALL "usleep" USING BY VALUE 20000
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-LOG-CHAIN-LOCK.
           CALL "remove" USING BY REFERENCE LOG-CHAIN-LOCK-OPEN
               RETURNING LOG-CHAIN-LOCK-RESULT
           EXIT PARAGRAPH.

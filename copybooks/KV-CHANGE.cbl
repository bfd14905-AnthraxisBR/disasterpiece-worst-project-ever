      *> Change feed append; see KV-CHANGE-FIELDS. The counter file
      *> is rewritten before the change line is appended: a process
      *> that dies in between leaves a gap in the numbering, never a
      *> number used twice -- consumers only rely on "greater than".
      *> A missing counter file (first use, or an operator reset) is
      *> rebuilt from the last line of the feed itself.
       RECORD-KV-CHANGE.
           PERFORM ACQUIRE-KV-CHANGE-LOCK

           MOVE 0 TO KV-CHANGE-SEQ-LAST
           OPEN INPUT KV-CHANGE-SEQ-FILE
           IF KV-CHANGE-SEQ-STATUS = "00"
               READ KV-CHANGE-SEQ-FILE
                   AT END
                       MOVE SPACES TO KV-CHANGE-SEQ-RECORD
               END-READ
               CLOSE KV-CHANGE-SEQ-FILE
               IF KV-CHANGE-SEQ-RECORD IS NUMERIC
                   MOVE KV-CHANGE-SEQ-RECORD TO KV-CHANGE-SEQ-LAST
               ELSE
                   PERFORM RECOVER-KV-CHANGE-SEQ
               END-IF
           ELSE
               PERFORM RECOVER-KV-CHANGE-SEQ
           END-IF

           ADD 1 TO KV-CHANGE-SEQ-LAST

           OPEN OUTPUT KV-CHANGE-SEQ-FILE
           IF KV-CHANGE-SEQ-STATUS NOT = "00"
               DISPLAY "WARN: kv change counter not writable "
                   "(status " KV-CHANGE-SEQ-STATUS ")"
               PERFORM RELEASE-KV-CHANGE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE KV-CHANGE-SEQ-LAST TO KV-CHG-SEQ
           MOVE KV-CHG-SEQ TO KV-CHANGE-SEQ-RECORD
           WRITE KV-CHANGE-SEQ-RECORD
           CLOSE KV-CHANGE-SEQ-FILE

           CALL "time" USING BY VALUE 0 RETURNING KV-CHANGE-NOW

           OPEN EXTEND KV-CHANGE-FILE
           IF KV-CHANGE-STATUS = "35"
               OPEN OUTPUT KV-CHANGE-FILE
           END-IF
           IF KV-CHANGE-STATUS NOT = "00"
               DISPLAY "WARN: kv change feed unavailable (status "
                   KV-CHANGE-STATUS ")"
               PERFORM RELEASE-KV-CHANGE-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE KV-CHANGE-SEQ-LAST TO KV-CHG-SEQ
           MOVE KV-CHANGE-NOW TO KV-CHG-TS
           MOVE KV-CHANGE-OP TO KV-CHG-OP
           MOVE KV-CHANGE-KEY TO KV-CHG-KEY
           MOVE KV-CHANGE-VERSION TO KV-CHG-VERSION
           MOVE KV-CHANGE-RID TO KV-CHG-RID
           IF FUNCTION TRIM(KV-CHG-RID) = SPACES
               MOVE "-" TO KV-CHG-RID
           END-IF
           MOVE KV-CHANGE-VALUE TO KV-CHG-VALUE
           WRITE KV-CHANGE-RECORD
           CLOSE KV-CHANGE-FILE

           PERFORM RELEASE-KV-CHANGE-LOCK

           EXIT PARAGRAPH.

       RECOVER-KV-CHANGE-SEQ.
           MOVE 0 TO KV-CHANGE-SEQ-LAST
           OPEN INPUT KV-CHANGE-FILE
           IF KV-CHANGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL KV-CHANGE-STATUS = "10"
               READ KV-CHANGE-FILE
                   AT END
                       MOVE "10" TO KV-CHANGE-STATUS
                   NOT AT END
                       IF KV-CHG-SEQ IS NUMERIC AND
                          KV-CHG-SEQ > KV-CHANGE-SEQ-LAST
                           MOVE KV-CHG-SEQ TO KV-CHANGE-SEQ-LAST
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KV-CHANGE-FILE

           EXIT PARAGRAPH.

       ACQUIRE-KV-CHANGE-LOCK.
      *> The kvstore.hist lock idiom: O_CREAT+O_EXCL creation is the
      *> lock; fifty 20 ms waits, then a stale lock is broken.
           MOVE SPACES TO KV-CHANGE-LOCK-OPEN
           STRING FUNCTION TRIM(KV-CHANGE-LOCK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO KV-CHANGE-LOCK-OPEN

           MOVE 0 TO KV-CHANGE-LOCK-TRIES
           PERFORM UNTIL 1 = 2
               CALL "open" USING BY REFERENCE KV-CHANGE-LOCK-OPEN,
                                 BY VALUE 193,
                                 BY VALUE 384
                                 RETURNING KV-CHANGE-LOCK-FD
               IF KV-CHANGE-LOCK-FD >= 0
                   CALL "close" USING BY VALUE KV-CHANGE-LOCK-FD
                       RETURNING KV-CHANGE-LOCK-RESULT
                   EXIT PERFORM
               END-IF

               ADD 1 TO KV-CHANGE-LOCK-TRIES
               IF KV-CHANGE-LOCK-TRIES > 50
                   DISPLAY "WARN: kv change feed lock stale, "
                       "breaking it"
                   CALL "remove" USING
                       BY REFERENCE KV-CHANGE-LOCK-OPEN
                       RETURNING KV-CHANGE-LOCK-RESULT
                   MOVE 0 TO KV-CHANGE-LOCK-TRIES
               ELSE
                   CALL "usleep" USING BY VALUE 20000
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-KV-CHANGE-LOCK.
           CALL "remove" USING BY REFERENCE KV-CHANGE-LOCK-OPEN
               RETURNING KV-CHANGE-LOCK-RESULT
           EXIT PARAGRAPH.

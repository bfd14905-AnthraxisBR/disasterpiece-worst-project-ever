      *> Version-history maintenance; see KV-HIST-FIELDS. Appends
      *> and the survivor-copy trim run under kvstore.hist.lock.
       APPEND-KV-HISTORY.
           IF KV-HIST-KEEP = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-KV-HIST-LOCK

           OPEN EXTEND KV-HIST-FILE
           IF KV-HIST-STATUS = "35"
               OPEN OUTPUT KV-HIST-FILE
           END-IF
           IF KV-HIST-STATUS NOT = "00"
               DISPLAY "WARN: kv history unavailable (status "
                   KV-HIST-STATUS ")"
               PERFORM RELEASE-KV-HIST-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE KV-HIST-NOW TO KV-HIST-TS
           MOVE KV-HIST-FOR-KEY TO KV-HIST-KEY
           MOVE KV-HIST-OLD-VALUE TO KV-HIST-VALUE
           MOVE KV-HIST-OLD-VERSION TO KV-HIST-VERSION
           WRITE KV-HIST-RECORD
           CLOSE KV-HIST-FILE

           PERFORM TRIM-KV-HISTORY

           PERFORM RELEASE-KV-HIST-LOCK

           EXIT PARAGRAPH.

       NEXT-KV-CREATE-VERSION.
      *> A key being created (or re-created after a delete) starts
      *> one past the highest version its history remembers, so a
      *> number a caller saw earlier never names a different value.
           MOVE 0 TO KV-HIST-MAX-VERSION

           OPEN INPUT KV-HIST-FILE
           IF KV-HIST-STATUS = "00"
               PERFORM UNTIL KV-HIST-STATUS = "10"
                   READ KV-HIST-FILE
                       AT END
                           MOVE "10" TO KV-HIST-STATUS
                       NOT AT END
                           IF KV-HIST-KEY = KV-HIST-FOR-KEY AND
                              KV-HIST-VERSION IS NUMERIC AND
                              KV-HIST-VERSION > KV-HIST-MAX-VERSION
                               MOVE KV-HIST-VERSION
                                   TO KV-HIST-MAX-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KV-HIST-FILE
           END-IF

           COMPUTE KV-HIST-NEW-VERSION = KV-HIST-MAX-VERSION + 1
           EXIT PARAGRAPH.

       COUNT-KV-HISTORY.
           MOVE 0 TO KV-HIST-MATCHES

           OPEN INPUT KV-HIST-FILE
           IF KV-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL KV-HIST-STATUS = "10"
               READ KV-HIST-FILE
                   AT END
                       MOVE "10" TO KV-HIST-STATUS
                   NOT AT END
                       IF KV-HIST-KEY = KV-HIST-FOR-KEY
                           ADD 1 TO KV-HIST-MATCHES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KV-HIST-FILE

           EXIT PARAGRAPH.

       TRIM-KV-HISTORY.
      *> Retention: once a key holds more than KV_HISTORY_KEEP
      *> versions, the oldest are dropped by copying the survivors
      *> to a fresh file that replaces the old one -- the
      *> PURGE-EXPIRED-UPLOADS rewrite pattern.
           PERFORM COUNT-KV-HISTORY
           IF KV-HIST-MATCHES <= KV-HIST-KEEP
               EXIT PARAGRAPH
           END-IF

           COMPUTE KV-HIST-DROP = KV-HIST-MATCHES - KV-HIST-KEEP

           OPEN INPUT KV-HIST-FILE
           IF KV-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT KV-HIST-NEW-FILE

           MOVE 0 TO KV-HIST-SEEN
           PERFORM UNTIL KV-HIST-STATUS = "10"
               READ KV-HIST-FILE
                   AT END
                       MOVE "10" TO KV-HIST-STATUS
                   NOT AT END
                       IF KV-HIST-KEY = KV-HIST-FOR-KEY AND
                          KV-HIST-SEEN < KV-HIST-DROP
                           ADD 1 TO KV-HIST-SEEN
                       ELSE
                           MOVE KV-HIST-RECORD TO KV-HIST-LINE
                           WRITE KV-HIST-NEW-RECORD
                               FROM KV-HIST-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KV-HIST-FILE
           CLOSE KV-HIST-NEW-FILE

      *> Both names are compiled-in, nothing request-derived.
           MOVE SPACES TO KV-HIST-COMMAND
           STRING "mv " DELIMITED BY SIZE
                  FUNCTION TRIM(KV-HIST-NEW-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(KV-HIST-FILE-NAME)
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO KV-HIST-COMMAND
           CALL "system" USING KV-HIST-COMMAND

           EXIT PARAGRAPH.

       ACQUIRE-KV-HIST-LOCK.
      *> O_CREAT+O_EXCL+O_WRONLY: creation is the lock, atomic in
      *> the kernel; fifty 20 ms waits, then the lock is presumed
      *> stale (a holder died mid-update), broken, and retaken.
           MOVE SPACES TO KV-HIST-LOCK-OPEN
           STRING FUNCTION TRIM(KV-HIST-LOCK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO KV-HIST-LOCK-OPEN

           MOVE 0 TO KV-HIST-LOCK-TRIES
           PERFORM UNTIL 1 = 2
               CALL "open" USING BY REFERENCE KV-HIST-LOCK-OPEN,
                                 BY VALUE 193,
                                 BY VALUE 384
                                 RETURNING KV-HIST-LOCK-FD
               IF KV-HIST-LOCK-FD >= 0
                   CALL "close" USING BY VALUE KV-HIST-LOCK-FD
                       RETURNING KV-HIST-LOCK-RESULT
                   EXIT PERFORM
               END-IF

               ADD 1 TO KV-HIST-LOCK-TRIES
               IF KV-HIST-LOCK-TRIES > 50
                   DISPLAY "WARN: kv history lock stale, "
                       "breaking it"
                   CALL "remove" USING BY REFERENCE KV-HIST-LOCK-OPEN
                       RETURNING KV-HIST-LOCK-RESULT
                   MOVE 0 TO KV-HIST-LOCK-TRIES
               ELSE
                   CALL "usleep" USING BY VALUE 20000
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-KV-HIST-LOCK.
           CALL "remove" USING BY REFERENCE KV-HIST-LOCK-OPEN
               RETURNING KV-HIST-LOCK-RESULT
           EXIT PARAGRAPH.


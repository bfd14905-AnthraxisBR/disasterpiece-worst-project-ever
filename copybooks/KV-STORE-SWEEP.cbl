      *> cannot linger invisibly between batch windows. Runs at
      *> startup and graceful shutdown; readers already treat an
      *> expired record as missing, so the sweep is hygiene, not
      *> correctness. Each deletion goes into the change feed as an
      *> "expire" so mirrors drop the key too.
       KV-EXPIRY-SWEEP.
           MOVE 0 TO KV-SWEPT-COUNT
           CALL "time" USING BY VALUE 0 RETURNING KV-SWEEP-NOW
                          KV-SWEEP-NOW > KV-EXPIRES-TS
                           DELETE KV-FILE RECORD
                           ADD 1 TO KV-SWEPT-COUNT
                           IF KV-STORE-FILE-STATUS = "00"
                               MOVE "expire" TO KV-CHANGE-OP
                               MOVE KV-KEY TO KV-CHANGE-KEY
                               MOVE KV-VERSION TO KV-CHANGE-VERSION
                               MOVE SPACES TO KV-CHANGE-VALUE
                               MOVE "-" TO KV-CHANGE-RID
                               PERFORM RECORD-KV-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

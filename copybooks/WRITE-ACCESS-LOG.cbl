                      DELIMITED BY SIZE
                  INTO ACCESS-LOG-LINE

      *> A retry answered from a kept idempotent response says so
      *> after the vhost; readers that stop at the vhost never see
      *> it.
           IF IDEM-REPLAYED = "Y"
               COMPUTE IDEM-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(ACCESS-LOG-LINE TRAILING)) + 1
               STRING " idempotent-replay" DELIMITED BY SIZE
                      INTO ACCESS-LOG-LINE WITH POINTER IDEM-PTR
           END-IF

           MOVE CONFIG-ACCESS-LOG TO LOG-ROTATE-PATH
           PERFORM ROTATE-LOG-FILE

      *> Sealed after the rotation check, so the lock is held only
      *> for the append; see LOG-CHAIN-FIELDS.
           MOVE CONFIG-ACCESS-LOG TO LOG-CHAIN-LOG-PATH
           MOVE SPACES TO LOG-CHAIN-PRIOR-PATH
           MOVE " " TO LOG-CHAIN-SEP
           MOVE ACCESS-LOG-LINE TO LOG-CHAIN-TEXT
           PERFORM SEAL-LOG-LINE

           OPEN EXTEND ACCESS-LOG-FILE
           IF ACCESS-LOG-STATUS = "35"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF

           WRITE ACCESS-LOG-RECORD FROM LOG-CHAIN-LINE

           CLOSE ACCESS-LOG-FILE
           PERFORM RELEASE-LOG-CHAIN-LOCK

      *> Every response path funnels through here, so this is the
      *> one hook the trace-capture mode needs.

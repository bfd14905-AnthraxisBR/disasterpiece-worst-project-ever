      *> Queue store verbs shared by ROUTE-QUEUE and QUEUE-CLI; see
      *> QUEUE-STORE-FIELDS. The caller has QUEUE-FILE open I-O and
      *> QUEUE-NOW set. Every verb runs through QUEUE-RUN-WITH-RETRY:
      *> under LOCK MODE AUTOMATIC a contended READ/WRITE/REWRITE/
      *> DELETE returns 51/99, which retries briefly and ends in an
      *> honest "busy" -- the ROUTE-KV discipline.
       QUEUE-SET-DLQ-NAME.
      *> QUEUE-OP-NAME's dead-letter queue, and whether it is one.
           MOVE "N" TO QUEUE-IS-DLQ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(QUEUE-OP-NAME))
               TO QUEUE-NAME-LEN
           IF QUEUE-NAME-LEN > 4
               IF QUEUE-OP-NAME(QUEUE-NAME-LEN - 3:4) = ".dlq"
                   MOVE "Y" TO QUEUE-IS-DLQ
               END-IF
           END-IF
           MOVE SPACES TO QUEUE-DLQ-NAME
           STRING FUNCTION TRIM(QUEUE-OP-NAME) DELIMITED BY SIZE
                  ".dlq" DELIMITED BY SIZE
                  INTO QUEUE-DLQ-NAME
           EXIT PARAGRAPH.

       QUEUE-ENQUEUE.
      *> QUEUE-OP-NAME, -BODY and -SENDER in; QUEUE-OP-SEQ out.
           MOVE "send" TO QUEUE-OP-VERB
           PERFORM QUEUE-RUN-WITH-RETRY
           EXIT PARAGRAPH.

       QUEUE-ENQUEUE-ONCE.
           MOVE "N" TO QUEUE-OP-RETRY
           MOVE QUEUE-OP-NAME TO QUEUE-APPEND-NAME
           MOVE QUEUE-OP-BODY TO QUEUE-APPEND-BODY
           MOVE QUEUE-OP-SENDER TO QUEUE-APPEND-SENDER
           MOVE SPACES TO QUEUE-APPEND-ORIGIN
           MOVE 0 TO QUEUE-APPEND-ENQUEUED-TS
           PERFORM QUEUE-APPEND-MESSAGE
           IF QUEUE-OP-RETRY = "N" AND QUEUE-OP-RESULT = "ok"
               MOVE QUEUE-APPEND-SEQ TO QUEUE-OP-SEQ
           END-IF
           EXIT PARAGRAPH.

       QUEUE-APPEND-MESSAGE.
      *> The header's number is bumped and rewritten under its lock
      *> before the message is written, so a retry after a locked
      *> message write takes the next number -- a gap, never a
      *> message filed twice under one.
           MOVE "N" TO QUEUE-HDR-EXISTS
           MOVE QUEUE-APPEND-NAME TO QUEUE-REC-NAME
           MOVE 0 TO QUEUE-REC-SEQ
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00"
                   MOVE "Y" TO QUEUE-HDR-EXISTS
                   COMPUTE QUEUE-APPEND-SEQ = QUEUE-HDR-LAST-SEQ + 1
               WHEN QUEUE-STORE-STATUS = "23"
                   MOVE 1 TO QUEUE-APPEND-SEQ
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "WARN: queue header read failed (status "
                       QUEUE-STORE-STATUS ")"
                   MOVE "error" TO QUEUE-OP-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

           IF QUEUE-HDR-EXISTS = "N"
               MOVE SPACES TO QUEUE-RECORD
               MOVE QUEUE-APPEND-NAME TO QUEUE-REC-NAME
               MOVE 0 TO QUEUE-REC-SEQ
               MOVE QUEUE-NOW TO QUEUE-REC-ENQUEUED-TS
               MOVE 0 TO QUEUE-REC-VISIBLE-TS
               MOVE 0 TO QUEUE-REC-DELIVERIES
               MOVE QUEUE-NOW TO QUEUE-HDR-CREATED-TS
           END-IF
           MOVE QUEUE-APPEND-SEQ TO QUEUE-HDR-LAST-SEQ

           IF QUEUE-HDR-EXISTS = "Y"
               REWRITE QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00" OR
                    QUEUE-STORE-STATUS = "02"
                   CONTINUE
               WHEN QUEUE-STORE-STATUS = "22" OR
                    QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
      *> 22: another child created the header between our READ and
      *> WRITE -- rerun against the one that now exists.
                   MOVE "Y" TO QUEUE-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "WARN: queue header write failed (status "
                       QUEUE-STORE-STATUS ")"
                   MOVE "error" TO QUEUE-OP-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO QUEUE-RECORD
           MOVE QUEUE-APPEND-NAME TO QUEUE-REC-NAME
           MOVE QUEUE-APPEND-SEQ TO QUEUE-REC-SEQ
           IF QUEUE-APPEND-ENQUEUED-TS > 0
               MOVE QUEUE-APPEND-ENQUEUED-TS TO QUEUE-REC-ENQUEUED-TS
           ELSE
               MOVE QUEUE-NOW TO QUEUE-REC-ENQUEUED-TS
           END-IF
           MOVE 0 TO QUEUE-REC-VISIBLE-TS
           MOVE 0 TO QUEUE-REC-DELIVERIES
           MOVE QUEUE-APPEND-ORIGIN TO QUEUE-REC-ORIGIN
           MOVE QUEUE-APPEND-SENDER TO QUEUE-REC-SENDER
           MOVE QUEUE-APPEND-BODY TO QUEUE-REC-BODY

           WRITE QUEUE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00" OR
                    QUEUE-STORE-STATUS = "02"
                   MOVE "ok" TO QUEUE-OP-RESULT
               WHEN QUEUE-STORE-STATUS = "22" OR
                    QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
               WHEN OTHER
                   DISPLAY "WARN: queue write failed (status "
                       QUEUE-STORE-STATUS ")"
                   MOVE "error" TO QUEUE-OP-RESULT
           END-EVALUATE

           EXIT PARAGRAPH.

       QUEUE-RECEIVE.
      *> QUEUE-OP-NAME and -VISIBILITY in. On "ok" the delivered
      *> message is in QUEUE-OP-SEQ, -BODY, -RECEIPT, -DELIVERIES,
      *> -ENQUEUED-TS, -ORIGIN and -SENDER; "empty" when nothing is
      *> receivable. Dead letters the scan turned up are moved
      *> afterwards, without disturbing that answer.
           PERFORM QUEUE-SET-DLQ-NAME
           MOVE "receive" TO QUEUE-OP-VERB
           PERFORM QUEUE-RUN-WITH-RETRY

           IF QUEUE-DEAD-COUNT > 0
               MOVE QUEUE-OP-RESULT TO QUEUE-SAVED-RESULT
               PERFORM VARYING QUEUE-DEAD-IDX FROM 1 BY 1
                   UNTIL QUEUE-DEAD-IDX > QUEUE-DEAD-COUNT
                   MOVE "mark" TO QUEUE-DEAD-PHASE
                   MOVE "deadlttr" TO QUEUE-OP-VERB
                   PERFORM QUEUE-RUN-WITH-RETRY
               END-PERFORM
               MOVE QUEUE-SAVED-RESULT TO QUEUE-OP-RESULT
           END-IF

           EXIT PARAGRAPH.

       QUEUE-RECEIVE-ONCE.
      *> Oldest first: the first message not out on a delivery is
      *> the one delivered, unless its deliveries are used up, in
      *> which case it is noted for the dead-letter queue and the
      *> scan goes on.
           MOVE "N" TO QUEUE-OP-RETRY
           MOVE "empty" TO QUEUE-OP-RESULT
           MOVE 0 TO QUEUE-DEAD-COUNT
           MOVE "N" TO QUEUE-SCAN-DONE

           MOVE QUEUE-OP-NAME TO QUEUE-REC-NAME
           MOVE 1 TO QUEUE-REC-SEQ
           START QUEUE-FILE KEY NOT < QUEUE-REC-KEY
               INVALID KEY
                   MOVE "Y" TO QUEUE-SCAN-DONE
           END-START

           PERFORM UNTIL QUEUE-SCAN-DONE = "Y"
               READ QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO QUEUE-SCAN-DONE
               END-READ
               EVALUATE TRUE
                   WHEN QUEUE-SCAN-DONE = "Y"
                       CONTINUE
                   WHEN QUEUE-STORE-STATUS = "00"
                       PERFORM QUEUE-RECEIVE-ONE-RECORD
                   WHEN QUEUE-STORE-STATUS = "51" OR
                        QUEUE-STORE-STATUS = "99"
                       MOVE "Y" TO QUEUE-OP-RETRY
                       MOVE "Y" TO QUEUE-SCAN-DONE
                   WHEN OTHER
                       DISPLAY "WARN: queue read failed (status "
                           QUEUE-STORE-STATUS ")"
                       MOVE "error" TO QUEUE-OP-RESULT
                       MOVE "Y" TO QUEUE-SCAN-DONE
               END-EVALUATE
           END-PERFORM

           EXIT PARAGRAPH.

       QUEUE-RECEIVE-ONE-RECORD.
      *> Records are read in key order, so the first one for another
      *> queue ends this queue's range.
           IF QUEUE-REC-NAME NOT = QUEUE-OP-NAME
               MOVE "Y" TO QUEUE-SCAN-DONE
               EXIT PARAGRAPH
           END-IF

           IF QUEUE-REC-VISIBLE-TS > QUEUE-NOW
               EXIT PARAGRAPH
           END-IF

           IF QUEUE-IS-DLQ = "N" AND QUEUE-MAX-DELIVERIES > 0 AND
              QUEUE-REC-DELIVERIES >= QUEUE-MAX-DELIVERIES
               IF QUEUE-DEAD-COUNT < 20
                   ADD 1 TO QUEUE-DEAD-COUNT
                   MOVE QUEUE-REC-SEQ
                       TO QUEUE-DEAD-SEQ(QUEUE-DEAD-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO QUEUE-SCAN-DONE
           PERFORM QUEUE-CLAIM-MESSAGE

           EXIT PARAGRAPH.

       QUEUE-CLAIM-MESSAGE.
      *> The receipt is the new deadline and delivery count, so
      *> every delivery of a message has its own and an
      *> acknowledgement from a receiver whose time ran out is
      *> recognised as stale.
           IF QUEUE-REC-DELIVERIES < 9999
               ADD 1 TO QUEUE-REC-DELIVERIES
           END-IF
           COMPUTE QUEUE-REC-VISIBLE-TS =
               QUEUE-NOW + QUEUE-OP-VISIBILITY
           MOVE SPACES TO QUEUE-REC-RECEIPT
           STRING QUEUE-REC-VISIBLE-TS DELIMITED BY SIZE
                  QUEUE-REC-DELIVERIES DELIMITED BY SIZE
                  INTO QUEUE-REC-RECEIPT

           REWRITE QUEUE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00" OR
                    QUEUE-STORE-STATUS = "02"
                   MOVE "ok" TO QUEUE-OP-RESULT
                   MOVE QUEUE-REC-SEQ TO QUEUE-OP-SEQ
                   MOVE QUEUE-REC-BODY TO QUEUE-OP-BODY
                   MOVE QUEUE-REC-RECEIPT TO QUEUE-OP-RECEIPT
                   MOVE QUEUE-REC-DELIVERIES TO QUEUE-OP-DELIVERIES
                   MOVE QUEUE-REC-ENQUEUED-TS TO QUEUE-OP-ENQUEUED-TS
                   MOVE QUEUE-REC-ORIGIN TO QUEUE-OP-ORIGIN
                   MOVE QUEUE-REC-SENDER TO QUEUE-OP-SENDER
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
               WHEN OTHER
                   DISPLAY "WARN: queue rewrite failed (status "
                       QUEUE-STORE-STATUS ")"
                   MOVE "error" TO QUEUE-OP-RESULT
           END-EVALUATE

           EXIT PARAGRAPH.

       QUEUE-DEAD-LETTER-ONCE.
      *> Carries QUEUE-DEAD-SEQ(QUEUE-DEAD-IDX) on from whichever
      *> phase a lock interrupted.
           MOVE "N" TO QUEUE-OP-RETRY
           PERFORM UNTIL QUEUE-DEAD-PHASE = "done" OR
                         QUEUE-OP-RETRY = "Y"
               EVALUATE QUEUE-DEAD-PHASE
                   WHEN "mark"
                       PERFORM QUEUE-DEAD-LETTER-MARK
                   WHEN "append"
                       PERFORM QUEUE-DEAD-LETTER-APPEND
                   WHEN "remove"
                       PERFORM QUEUE-DEAD-LETTER-REMOVE
                   WHEN OTHER
                       MOVE "done" TO QUEUE-DEAD-PHASE
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       QUEUE-DEAD-LETTER-MARK.
           MOVE QUEUE-OP-NAME TO QUEUE-REC-NAME
           MOVE QUEUE-DEAD-SEQ(QUEUE-DEAD-IDX) TO QUEUE-REC-SEQ
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00"
                   CONTINUE
               WHEN QUEUE-STORE-STATUS = "23"
                   MOVE "done" TO QUEUE-DEAD-PHASE
                   EXIT PARAGRAPH
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "error" TO QUEUE-OP-RESULT
                   MOVE "done" TO QUEUE-DEAD-PHASE
                   EXIT PARAGRAPH
           END-EVALUATE

      *> Another receiver may have got there first.
           IF QUEUE-REC-VISIBLE-TS > QUEUE-NOW OR
              QUEUE-REC-DELIVERIES < QUEUE-MAX-DELIVERIES
               MOVE "done" TO QUEUE-DEAD-PHASE
               EXIT PARAGRAPH
           END-IF

           COMPUTE QUEUE-REC-VISIBLE-TS =
               QUEUE-NOW + QUEUE-DEAD-MARK-SECS
           MOVE "DEAD-LETTER" TO QUEUE-REC-RECEIPT
           REWRITE QUEUE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00" OR
                    QUEUE-STORE-STATUS = "02"
                   MOVE QUEUE-RECORD TO QUEUE-HOLD-RECORD
                   MOVE "append" TO QUEUE-DEAD-PHASE
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
               WHEN OTHER
                   MOVE "error" TO QUEUE-OP-RESULT
                   MOVE "done" TO QUEUE-DEAD-PHASE
           END-EVALUATE

           EXIT PARAGRAPH.

       QUEUE-DEAD-LETTER-APPEND.
      *> The dead letter keeps its original enqueue time (its age is
      *> the message's, not the move's) and names where it came from.
           MOVE QUEUE-HOLD-RECORD TO QUEUE-RECORD
           MOVE QUEUE-DLQ-NAME TO QUEUE-APPEND-NAME
           MOVE QUEUE-REC-BODY TO QUEUE-APPEND-BODY
           MOVE QUEUE-REC-SENDER TO QUEUE-APPEND-SENDER
           MOVE QUEUE-OP-NAME TO QUEUE-APPEND-ORIGIN
           MOVE QUEUE-REC-ENQUEUED-TS TO QUEUE-APPEND-ENQUEUED-TS
           PERFORM QUEUE-APPEND-MESSAGE
           IF QUEUE-OP-RETRY = "Y"
               EXIT PARAGRAPH
           END-IF
           IF QUEUE-OP-RESULT = "ok"
               MOVE "remove" TO QUEUE-DEAD-PHASE
           ELSE
               MOVE "done" TO QUEUE-DEAD-PHASE
           END-IF
           EXIT PARAGRAPH.

       QUEUE-DEAD-LETTER-REMOVE.
           MOVE QUEUE-OP-NAME TO QUEUE-REC-NAME
           MOVE QUEUE-DEAD-SEQ(QUEUE-DEAD-IDX) TO QUEUE-REC-SEQ
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00"
                   CONTINUE
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "done" TO QUEUE-DEAD-PHASE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF QUEUE-REC-RECEIPT NOT = "DEAD-LETTER"
               MOVE "done" TO QUEUE-DEAD-PHASE
               EXIT PARAGRAPH
           END-IF

           DELETE QUEUE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           IF QUEUE-STORE-STATUS = "51" OR
              QUEUE-STORE-STATUS = "99"
               MOVE "Y" TO QUEUE-OP-RETRY
           ELSE
               MOVE "done" TO QUEUE-DEAD-PHASE
           END-IF

           EXIT PARAGRAPH.

       QUEUE-ACK.
      *> QUEUE-OP-NAME, -SEQ and -RECEIPT in.
           MOVE "ack" TO QUEUE-OP-VERB
           PERFORM QUEUE-RUN-WITH-RETRY
           EXIT PARAGRAPH.

       QUEUE-ACK-ONCE.
           MOVE "N" TO QUEUE-OP-RETRY

           MOVE QUEUE-OP-NAME TO QUEUE-REC-NAME
           MOVE QUEUE-OP-SEQ TO QUEUE-REC-SEQ
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00"
                   CONTINUE
               WHEN QUEUE-STORE-STATUS = "23"
                   MOVE "notfound" TO QUEUE-OP-RESULT
                   EXIT PARAGRAPH
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "WARN: queue read failed (status "
                       QUEUE-STORE-STATUS ")"
                   MOVE "error" TO QUEUE-OP-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

      *> Only the current delivery's receipt settles a message: one
      *> that was redelivered after its receiver's time ran out
      *> belongs to the new receiver now.
           IF QUEUE-REC-VISIBLE-TS = 0 OR
              QUEUE-REC-RECEIPT NOT = QUEUE-OP-RECEIPT
               MOVE "stale" TO QUEUE-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           DELETE QUEUE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "00" OR
                    QUEUE-STORE-STATUS = "02"
                   MOVE "ok" TO QUEUE-OP-RESULT
               WHEN QUEUE-STORE-STATUS = "23"
                   MOVE "notfound" TO QUEUE-OP-RESULT
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "Y" TO QUEUE-OP-RETRY
               WHEN OTHER
                   DISPLAY "WARN: queue delete failed (status "
                       QUEUE-STORE-STATUS ")"
                   MOVE "error" TO QUEUE-OP-RESULT
           END-EVALUATE

           EXIT PARAGRAPH.

       QUEUE-RUN-WITH-RETRY.
      *> Twenty 20 ms waits against lock contention, then "busy".
           MOVE 0 TO QUEUE-OP-TRIES
           MOVE "Y" TO QUEUE-OP-RETRY

           PERFORM UNTIL QUEUE-OP-RETRY = "N"
               EVALUATE QUEUE-OP-VERB
                   WHEN "send"
                       PERFORM QUEUE-ENQUEUE-ONCE
                   WHEN "receive"
                       PERFORM QUEUE-RECEIVE-ONCE
                   WHEN "ack"
                       PERFORM QUEUE-ACK-ONCE
                   WHEN "deadlttr"
                       PERFORM QUEUE-DEAD-LETTER-ONCE
               END-EVALUATE
               IF QUEUE-OP-RETRY = "Y"
                   ADD 1 TO QUEUE-OP-TRIES
                   IF QUEUE-OP-TRIES > 20
                       MOVE "busy" TO QUEUE-OP-RESULT
                       MOVE "N" TO QUEUE-OP-RETRY
                   ELSE
                       CALL "usleep" USING BY VALUE 20000
                   END-IF
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

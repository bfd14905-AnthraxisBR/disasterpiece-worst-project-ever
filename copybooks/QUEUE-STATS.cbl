      *> Per-queue depth, in-flight count and oldest message, one
      *> read-only pass over queuestore.dat; see QUEUE-STORE-FIELDS.
      *> Opened INPUT and read in key order (the STORE-COUNT walk),
      *> so a reader takes no locks and the server, the monitor and
      *> the companion can all look while senders and receivers work.
       QUEUE-COLLECT-STATS.
           MOVE 0 TO QUEUE-STAT-COUNT
           MOVE "N" TO QUEUE-STAT-MORE
           MOVE "OK" TO QUEUE-STAT-RESULT
           CALL "time" USING BY VALUE 0 RETURNING QUEUE-NOW

           MOVE SPACES TO QUEUE-STAT-FILTER-DLQ
           IF QUEUE-STAT-FILTER NOT = SPACES
               STRING FUNCTION TRIM(QUEUE-STAT-FILTER)
                          DELIMITED BY SIZE
                      ".dlq" DELIMITED BY SIZE
                      INTO QUEUE-STAT-FILTER-DLQ
           END-IF

           OPEN INPUT QUEUE-FILE
           IF QUEUE-STORE-STATUS = "35"
               MOVE "ABSENT" TO QUEUE-STAT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF QUEUE-STORE-STATUS NOT = "00"
               MOVE "UNREADABLE" TO QUEUE-STAT-RESULT
               EXIT PARAGRAPH
           END-IF

      *> A queue's records sort together, its header first, and its
      *> dead-letter queue a little further on.
           IF QUEUE-STAT-FILTER NOT = SPACES
               MOVE QUEUE-STAT-FILTER TO QUEUE-REC-NAME
               MOVE 0 TO QUEUE-REC-SEQ
           ELSE
               MOVE LOW-VALUES TO QUEUE-REC-KEY
           END-IF
           START QUEUE-FILE KEY NOT < QUEUE-REC-KEY
               INVALID KEY
                   MOVE "10" TO QUEUE-STORE-STATUS
           END-START

           PERFORM UNTIL QUEUE-STORE-STATUS NOT = "00"
               READ QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO QUEUE-STORE-STATUS
                   NOT AT END
                       PERFORM QUEUE-STAT-ONE-RECORD
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN QUEUE-STORE-STATUS = "10"
                   CONTINUE
               WHEN QUEUE-STORE-STATUS = "51" OR
                    QUEUE-STORE-STATUS = "99"
                   MOVE "BUSY" TO QUEUE-STAT-RESULT
               WHEN OTHER
                   MOVE "UNREADABLE" TO QUEUE-STAT-RESULT
           END-EVALUATE
           CLOSE QUEUE-FILE

           EXIT PARAGRAPH.

       QUEUE-STAT-ONE-RECORD.
           IF QUEUE-STAT-FILTER NOT = SPACES
               IF QUEUE-REC-NAME > QUEUE-STAT-FILTER-DLQ
                   MOVE "10" TO QUEUE-STORE-STATUS
                   EXIT PARAGRAPH
               END-IF
               IF QUEUE-REC-NAME NOT = QUEUE-STAT-FILTER AND
                  QUEUE-REC-NAME NOT = QUEUE-STAT-FILTER-DLQ
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF QUEUE-STAT-COUNT = 0 OR
              QUEUE-REC-NAME NOT = QUEUE-STAT-NAME(QUEUE-STAT-COUNT)
               IF QUEUE-STAT-COUNT >= 50
                   MOVE "Y" TO QUEUE-STAT-MORE
                   MOVE "10" TO QUEUE-STORE-STATUS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO QUEUE-STAT-COUNT
               MOVE QUEUE-REC-NAME TO QUEUE-STAT-NAME(QUEUE-STAT-COUNT)
               MOVE 0 TO QUEUE-STAT-DEPTH(QUEUE-STAT-COUNT)
               MOVE 0 TO QUEUE-STAT-IN-FLIGHT(QUEUE-STAT-COUNT)
               MOVE 0 TO QUEUE-STAT-OLDEST-TS(QUEUE-STAT-COUNT)
           END-IF

           IF QUEUE-REC-SEQ = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO QUEUE-STAT-DEPTH(QUEUE-STAT-COUNT)
           IF QUEUE-REC-VISIBLE-TS > QUEUE-NOW
               ADD 1 TO QUEUE-STAT-IN-FLIGHT(QUEUE-STAT-COUNT)
           END-IF
           IF QUEUE-STAT-OLDEST-TS(QUEUE-STAT-COUNT) = 0 OR
              QUEUE-REC-ENQUEUED-TS <
                  QUEUE-STAT-OLDEST-TS(QUEUE-STAT-COUNT)
               MOVE QUEUE-REC-ENQUEUED-TS
                   TO QUEUE-STAT-OLDEST-TS(QUEUE-STAT-COUNT)
           END-IF

           EXIT PARAGRAPH.

       QUEUE-FIND-STAT.
      *> QUEUE-STAT-WANT in; QUEUE-STAT-FOUND-IDX out, 0 if the pass
      *> did not see that queue. QUEUE-STAT-AGE is its oldest
      *> message's age in seconds (0 when it is empty).
           MOVE 0 TO QUEUE-STAT-FOUND-IDX
           MOVE 0 TO QUEUE-STAT-AGE
           PERFORM VARYING QUEUE-STAT-IDX FROM 1 BY 1
               UNTIL QUEUE-STAT-IDX > QUEUE-STAT-COUNT
               IF QUEUE-STAT-NAME(QUEUE-STAT-IDX) = QUEUE-STAT-WANT
                   MOVE QUEUE-STAT-IDX TO QUEUE-STAT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF QUEUE-STAT-FOUND-IDX > 0
               MOVE QUEUE-STAT-FOUND-IDX TO QUEUE-STAT-IDX
               PERFORM QUEUE-STAT-OLDEST-AGE
           END-IF
           EXIT PARAGRAPH.

       QUEUE-STAT-OLDEST-AGE.
      *> QUEUE-STAT-IDX in, QUEUE-STAT-AGE out.
           MOVE 0 TO QUEUE-STAT-AGE
           IF QUEUE-STAT-OLDEST-TS(QUEUE-STAT-IDX) > 0 AND
              QUEUE-NOW > QUEUE-STAT-OLDEST-TS(QUEUE-STAT-IDX)
               COMPUTE QUEUE-STAT-AGE =
                   QUEUE-NOW - QUEUE-STAT-OLDEST-TS(QUEUE-STAT-IDX)
           END-IF
           EXIT PARAGRAPH.

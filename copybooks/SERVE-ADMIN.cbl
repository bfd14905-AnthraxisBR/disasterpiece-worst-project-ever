               MOVE "admin" TO AUTH-ROLE-NEEDED
               PERFORM CHECK-AUTH-ROLE
               IF AUTH-ROLE-OK = "N"
                   PERFORM SEND-ADMIN-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
                   IF HEADER-LOOKUP-FOUND = "N" OR
                      FUNCTION TRIM(HEADER-LOOKUP-VALUE) NOT =
                          FUNCTION TRIM(AUTH-EXPECTED)
                       PERFORM SEND-ADMIN-401-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           PERFORM CHECK-MAINTENANCE-MODE
           PERFORM ADMIN-COUNT-SESSIONS
           PERFORM ADMIN-TALLY-UPLOADS
           PERFORM ADMIN-TALLY-JOBS
           PERFORM LOAD-METRICS

           CALL "getpid" RETURNING PROCESS-ID

           CLOSE ADMIN-PAGE-FILE

           PERFORM STREAM-ADMIN-PAGE

           EXIT PARAGRAPH.

       STREAM-ADMIN-PAGE.
      *> Sends the finished page file as text/plain and removes it;
      *> shared with the /admin/sessions listing.
           MOVE ADMIN-PAGE-FILE-NAME TO STREAM-FILE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
                   STREAM-FILE-INFO

           EXIT PARAGRAPH.

       SEND-ADMIN-401-RESPONSE.
           MOVE "ADMIN-CONSOLE" TO AUDIT-ACTION
           MOVE URL-PATH TO AUDIT-TARGET
           MOVE "DENIED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT
           PERFORM SEND-401-RESPONSE
           EXIT PARAGRAPH.

       WRITE-ADMIN-PAGE-BODY.
           MOVE "OPERATOR CONSOLE" TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
               PERFORM WRITE-ADMIN-LINE
           END-IF

           PERFORM WRITE-ADMIN-JOB-LINE

           IF MAINTENANCE-ACTIVE = "Y"
               MOVE "  maintenance mode:   ACTIVE"
                   TO ADMIN-PAGE-LINE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           PERFORM WRITE-ADMIN-QUOTA-LINES

           PERFORM WRITE-ADMIN-QUEUE-LINES

           EXIT PARAGRAPH.

       WRITE-ADMIN-QUEUE-LINES.
      *> Every work queue in queuestore.dat with its depth, how many
      *> messages are out on a delivery and the oldest one's age --
      *> dead-letter queues included, so a growing .dlq is on the
      *> same screen as the queue feeding it.
           MOVE SPACES TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           MOVE SPACES TO QUEUE-STAT-FILTER
           PERFORM QUEUE-COLLECT-STATS
           EVALUATE QUEUE-STAT-RESULT
               WHEN "OK"
                   CONTINUE
               WHEN "ABSENT"
                   MOVE "WORK QUEUES: none" TO ADMIN-PAGE-LINE
                   PERFORM WRITE-ADMIN-LINE
                   EXIT PARAGRAPH
               WHEN "BUSY"
                   MOVE "WORK QUEUES: store busy, try again"
                       TO ADMIN-PAGE-LINE
                   PERFORM WRITE-ADMIN-LINE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "WORK QUEUES: store unreadable"
                       TO ADMIN-PAGE-LINE
                   PERFORM WRITE-ADMIN-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "WORK QUEUES (depth / in flight / oldest age secs)"
               TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           PERFORM VARYING ADMIN-QUEUE-IDX FROM 1 BY 1
               UNTIL ADMIN-QUEUE-IDX > QUEUE-STAT-COUNT
               MOVE ADMIN-QUEUE-IDX TO QUEUE-STAT-IDX
               PERFORM QUEUE-STAT-OLDEST-AGE
               MOVE QUEUE-STAT-DEPTH(ADMIN-QUEUE-IDX)
                   TO ADMIN-NUM-DISP
               MOVE QUEUE-STAT-IN-FLIGHT(ADMIN-QUEUE-IDX)
                   TO ADMIN-NUM-DISP-2
               MOVE QUEUE-STAT-AGE TO ADMIN-NUM-DISP-3
               MOVE SPACES TO ADMIN-PAGE-LINE
               MOVE QUEUE-STAT-NAME(ADMIN-QUEUE-IDX)
                   TO ADMIN-PAGE-LINE(3:40)
               STRING ADMIN-NUM-DISP DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      ADMIN-NUM-DISP-2 DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      ADMIN-NUM-DISP-3 DELIMITED BY SIZE
                      INTO ADMIN-PAGE-LINE(44:)
               PERFORM WRITE-ADMIN-LINE
           END-PERFORM

           IF QUEUE-STAT-MORE = "Y"
               MOVE "  (more queues than shown)" TO ADMIN-PAGE-LINE
               PERFORM WRITE-ADMIN-LINE
           END-IF

           EXIT PARAGRAPH.

       WRITE-ADMIN-LINE.

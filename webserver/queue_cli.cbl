       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-CLI.

      *> Command-line companion for the /queue work queues, so batch
      *> jobs can hand work to each other straight through
      *> queuestore.dat -- including during maintenance mode, when
      *> the server is answering 503 and curl against it fails.
      *> Shares the QUEUE-STORE copybooks and store verbs with
      *> ROUTE-QUEUE, so visibility timeouts, receipts and dead
      *> letters behave exactly as they do through the server.
      *>
      *> Usage:  QUEUE-CLI send <queue> <message...>
      *>         QUEUE-CLI receive <queue> [visibility-secs]
      *>         QUEUE-CLI ack <queue> <id> <receipt>
      *>         QUEUE-CLI stats [queue]
      *> send prints the new message's id. receive prints
      *> "<id> <receipt> <deliveries>" on one line and the message
      *> on the next; the job acks with that id and receipt once the
      *> work is done, or lets the visibility timeout (default
      *> QUEUE_VISIBILITY_SECS) lapse to have it delivered again.
      *> stats prints "<queue> <depth> <in-flight> <oldest-age>"
      *> per queue, dead-letter queues included.
      *> Exit codes for job scripts to branch on: 0 done, 1 nothing
      *> to receive (or no such message / queue), 2 store
      *> unavailable or busy, 3 usage, 4 stale receipt (the message
      *> was delivered again after this job's time ran out).
      *> Messages sent from here carry "queue_cli" as their sender.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY QUEUE-STORE-FILE-CONTROL.
           SELECT CLI-CONF-FILE ASSIGN TO CLI-CONF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLI-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY QUEUE-STORE-FD.
       FD CLI-CONF-FILE.
       01 CLI-CONF-RECORD       PIC X(256).

       WORKING-STORAGE SECTION.
       COPY QUEUE-STORE-FIELDS.

       01 CLI-CONF-FILE-NAME    PIC X(256) VALUE "server.conf".
       01 CLI-CONF-STATUS       PIC XX.
       01 CLI-CONF-LINE         PIC X(256).
       01 CLI-CONF-KEY          PIC X(64).
       01 CLI-CONF-VAL          PIC X(192).
       01 CLI-CONF-EQ-POS       PIC 9(4) COMP-5.

       01 COMMAND-LINE-ARGS     PIC X(1200).
       01 ARG-COMMAND           PIC X(16).
       01 ARG-QUEUE             PIC X(64).
       01 ARG-ID                PIC X(32).
       01 ARG-RECEIPT           PIC X(32).
       01 ARG-POINTER           PIC 9(5) COMP-5.
       01 ARG-VALUE             PIC X(1100).

       01 CLI-NAME-LEN          PIC 9(4) COMP-5.
       01 CLI-NAME-POS          PIC 9(4) COMP-5.
       01 CLI-NAME-CHAR         PIC X.
       01 CLI-NAME-OK           PIC X.
       01 CLI-NUM-DISP          PIC Z(11)9.
       01 CLI-NUM-DISP-2        PIC Z(8)9.
       01 CLI-NUM-DISP-3        PIC Z(8)9.
       01 CLI-NUM-DISP-4        PIC Z(9)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-CLI-CONFIG
           CALL "time" USING BY VALUE 0 RETURNING QUEUE-NOW

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO ARG-COMMAND
           MOVE SPACES TO ARG-QUEUE
           MOVE SPACES TO ARG-VALUE
           MOVE 1 TO ARG-POINTER
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-COMMAND ARG-QUEUE
               WITH POINTER ARG-POINTER
      *> The message is everything past the queue name, spaces and
      *> all -- it is the caller's text.
           IF ARG-POINTER <= FUNCTION LENGTH(COMMAND-LINE-ARGS)
               MOVE COMMAND-LINE-ARGS(ARG-POINTER:) TO ARG-VALUE
           END-IF

           IF FUNCTION TRIM(ARG-QUEUE) NOT = SPACES
               PERFORM CLI-CHECK-QUEUE-NAME
           END-IF
           MOVE ARG-QUEUE TO QUEUE-OP-NAME

           EVALUATE FUNCTION TRIM(ARG-COMMAND)
               WHEN "send"
                   PERFORM CLI-REQUIRE-QUEUE
                   PERFORM OPEN-STORE-UPDATE
                   PERFORM CLI-SEND
               WHEN "receive"
                   PERFORM CLI-REQUIRE-QUEUE
                   PERFORM OPEN-STORE-UPDATE
                   PERFORM CLI-RECEIVE
               WHEN "ack"
                   PERFORM CLI-REQUIRE-QUEUE
                   PERFORM OPEN-STORE-UPDATE
                   PERFORM CLI-ACK
               WHEN "stats"
                   PERFORM CLI-STATS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Usage: QUEUE-CLI "
                       "send|receive|ack|stats [queue [args...]]"
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           CLOSE QUEUE-FILE

           STOP RUN.

       CLI-REQUIRE-QUEUE.
           IF FUNCTION TRIM(ARG-QUEUE) = SPACES
               DISPLAY "Error: a queue name is required"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT PARAGRAPH.

       CLI-CHECK-QUEUE-NAME.
      *> ROUTE-QUEUE's rule: letters, digits, "_", "-" and ".", at
      *> most 36 long (40 with a ".dlq" ending).
           MOVE "Y" TO CLI-NAME-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ARG-QUEUE))
               TO CLI-NAME-LEN
           IF CLI-NAME-LEN > 40
               MOVE "N" TO CLI-NAME-OK
           END-IF
           IF CLI-NAME-OK = "Y" AND CLI-NAME-LEN > 36
               IF ARG-QUEUE(CLI-NAME-LEN - 3:4) NOT = ".dlq"
                   MOVE "N" TO CLI-NAME-OK
               END-IF
           END-IF
           PERFORM VARYING CLI-NAME-POS FROM 1 BY 1
               UNTIL CLI-NAME-POS > CLI-NAME-LEN OR CLI-NAME-OK = "N"
               MOVE ARG-QUEUE(CLI-NAME-POS:1) TO CLI-NAME-CHAR
               IF NOT (CLI-NAME-CHAR IS ALPHABETIC-UPPER OR
                       CLI-NAME-CHAR IS ALPHABETIC-LOWER OR
                       CLI-NAME-CHAR IS NUMERIC OR
                       CLI-NAME-CHAR = "_" OR CLI-NAME-CHAR = "-" OR
                       CLI-NAME-CHAR = ".")
                   MOVE "N" TO CLI-NAME-OK
               END-IF
               IF CLI-NAME-CHAR = SPACE
                   MOVE "N" TO CLI-NAME-OK
               END-IF
           END-PERFORM
           IF CLI-NAME-OK = "N"
               DISPLAY "Error: invalid queue name "
                   FUNCTION TRIM(ARG-QUEUE)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT PARAGRAPH.

       LOAD-CLI-CONFIG.
      *> QUEUE_VISIBILITY_SECS and QUEUE_MAX_DELIVERIES out of
      *> server.conf, so a job and the server apply the same rules.
           OPEN INPUT CLI-CONF-FILE
           IF CLI-CONF-STATUS = "35" OR CLI-CONF-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CLI-CONF-STATUS = "10"
               READ CLI-CONF-FILE INTO CLI-CONF-LINE
                   AT END
                       MOVE "10" TO CLI-CONF-STATUS
                   NOT AT END
                       PERFORM APPLY-CLI-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CLI-CONF-FILE

           EXIT PARAGRAPH.

       APPLY-CLI-CONFIG-LINE.
           MOVE FUNCTION TRIM(CLI-CONF-LINE) TO CLI-CONF-LINE

           IF CLI-CONF-LINE = SPACES OR CLI-CONF-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CLI-CONF-EQ-POS
           INSPECT CLI-CONF-LINE TALLYING CLI-CONF-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="

           IF CLI-CONF-EQ-POS = 0 OR
               CLI-CONF-EQ-POS >= FUNCTION LENGTH(CLI-CONF-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CLI-CONF-KEY
           MOVE SPACES TO CLI-CONF-VAL
           MOVE CLI-CONF-LINE(1:CLI-CONF-EQ-POS) TO CLI-CONF-KEY
           MOVE CLI-CONF-LINE(CLI-CONF-EQ-POS + 2:) TO CLI-CONF-VAL
           MOVE FUNCTION TRIM(CLI-CONF-KEY) TO CLI-CONF-KEY
           MOVE FUNCTION TRIM(CLI-CONF-VAL) TO CLI-CONF-VAL

           IF CLI-CONF-KEY = "QUEUE_VISIBILITY_SECS" AND
              FUNCTION TEST-NUMVAL(CLI-CONF-VAL) = 0
               COMPUTE QUEUE-VISIBILITY-SECS =
                   FUNCTION NUMVAL(CLI-CONF-VAL)
               IF QUEUE-VISIBILITY-SECS < 1
                   MOVE 1 TO QUEUE-VISIBILITY-SECS
               END-IF
           END-IF
           IF CLI-CONF-KEY = "QUEUE_MAX_DELIVERIES" AND
              FUNCTION TEST-NUMVAL(CLI-CONF-VAL) = 0
               COMPUTE QUEUE-MAX-DELIVERIES =
                   FUNCTION NUMVAL(CLI-CONF-VAL)
           END-IF

           EXIT PARAGRAPH.

       OPEN-STORE-UPDATE.
           OPEN I-O QUEUE-FILE
           IF QUEUE-STORE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF
           IF QUEUE-STORE-STATUS NOT = "00"
               DISPLAY "Error: store unavailable (status "
                   QUEUE-STORE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT PARAGRAPH.

       CLI-SEND.
           IF FUNCTION TRIM(ARG-VALUE) = SPACES
               DISPLAY "Error: a message is required"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ARG-VALUE(1025:) NOT = SPACES
               DISPLAY "Error: message larger than 1024 bytes"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE ARG-VALUE(1:1024) TO QUEUE-OP-BODY
           MOVE "queue_cli" TO QUEUE-OP-SENDER
           PERFORM QUEUE-ENQUEUE

           IF QUEUE-OP-RESULT = "ok"
               MOVE QUEUE-OP-SEQ TO CLI-NUM-DISP
               DISPLAY FUNCTION TRIM(CLI-NUM-DISP)
           ELSE
               PERFORM CLI-STORE-TROUBLE
           END-IF
           EXIT PARAGRAPH.

       CLI-RECEIVE.
      *> The optional token after the queue name is this delivery's
      *> visibility timeout in seconds.
           MOVE QUEUE-VISIBILITY-SECS TO QUEUE-OP-VISIBILITY
           IF FUNCTION TRIM(ARG-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ARG-VALUE) NOT = 0
                   DISPLAY "Error: visibility must be a number of "
                       "seconds"
                   MOVE 3 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(ARG-VALUE) < 1 OR
                  FUNCTION NUMVAL(ARG-VALUE) > 43200
                   DISPLAY "Error: visibility must be 1-43200"
                   MOVE 3 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE QUEUE-OP-VISIBILITY =
                   FUNCTION NUMVAL(ARG-VALUE)
           END-IF

           PERFORM QUEUE-RECEIVE

           EVALUATE QUEUE-OP-RESULT
               WHEN "ok"
                   MOVE QUEUE-OP-SEQ TO CLI-NUM-DISP
                   MOVE QUEUE-OP-DELIVERIES TO CLI-NUM-DISP-2
                   DISPLAY FUNCTION TRIM(CLI-NUM-DISP) " "
                       FUNCTION TRIM(QUEUE-OP-RECEIPT) " "
                       FUNCTION TRIM(CLI-NUM-DISP-2)
                   DISPLAY FUNCTION TRIM(QUEUE-OP-BODY TRAILING)
               WHEN "empty"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CLI-STORE-TROUBLE
           END-EVALUATE
           EXIT PARAGRAPH.

       CLI-ACK.
           MOVE SPACES TO ARG-ID
           MOVE SPACES TO ARG-RECEIPT
           UNSTRING ARG-VALUE DELIMITED BY ALL " "
               INTO ARG-ID ARG-RECEIPT
           IF FUNCTION TRIM(ARG-ID) = SPACES OR
              FUNCTION TRIM(ARG-RECEIPT) = SPACES OR
              FUNCTION TEST-NUMVAL(ARG-ID) NOT = 0
               DISPLAY "Error: ack needs a message id and receipt"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(ARG-ID) < 1
               DISPLAY "Error: ack needs a message id and receipt"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE QUEUE-OP-SEQ = FUNCTION NUMVAL(ARG-ID)
           MOVE ARG-RECEIPT TO QUEUE-OP-RECEIPT
           PERFORM QUEUE-ACK

           EVALUATE QUEUE-OP-RESULT
               WHEN "ok"
                   CONTINUE
               WHEN "notfound"
                   DISPLAY "Error: no such message"
                   MOVE 1 TO RETURN-CODE
               WHEN "stale"
                   DISPLAY "Error: stale receipt (the message was "
                       "delivered again)"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CLI-STORE-TROUBLE
           END-EVALUATE
           EXIT PARAGRAPH.

       CLI-STORE-TROUBLE.
           IF QUEUE-OP-RESULT = "busy"
               DISPLAY "Error: store busy (lock contention)"
           ELSE
               DISPLAY "Error: store error (status "
                   QUEUE-STORE-STATUS ")"
           END-IF
           MOVE 2 TO RETURN-CODE
           EXIT PARAGRAPH.

       CLI-STATS.
      *> One "<queue> <depth> <in-flight> <oldest-age>" line per
      *> queue (or just the named one and its dead-letter queue);
      *> exit 1 when there is none to show.
           MOVE QUEUE-OP-NAME TO QUEUE-STAT-FILTER
           PERFORM QUEUE-COLLECT-STATS
           EVALUATE QUEUE-STAT-RESULT
               WHEN "OK"
                   CONTINUE
               WHEN "ABSENT"
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               WHEN "BUSY"
                   DISPLAY "Error: store busy (lock contention)"
                   MOVE 2 TO RETURN-CODE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error: store unreadable"
                   MOVE 2 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF QUEUE-STAT-COUNT = 0
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING QUEUE-STAT-IDX FROM 1 BY 1
               UNTIL QUEUE-STAT-IDX > QUEUE-STAT-COUNT
               PERFORM QUEUE-STAT-OLDEST-AGE
               MOVE QUEUE-STAT-DEPTH(QUEUE-STAT-IDX) TO CLI-NUM-DISP-2
               MOVE QUEUE-STAT-IN-FLIGHT(QUEUE-STAT-IDX)
                   TO CLI-NUM-DISP-3
               MOVE QUEUE-STAT-AGE TO CLI-NUM-DISP-4
               DISPLAY FUNCTION TRIM(QUEUE-STAT-NAME(QUEUE-STAT-IDX))
                   " " FUNCTION TRIM(CLI-NUM-DISP-2)
                   " " FUNCTION TRIM(CLI-NUM-DISP-3)
                   " " FUNCTION TRIM(CLI-NUM-DISP-4)
           END-PERFORM
           IF QUEUE-STAT-MORE = "Y"
               DISPLAY "(more queues than shown)"
           END-IF
           EXIT PARAGRAPH.

       COPY QUEUE-OPS.
       COPY QUEUE-STATS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTE-QUEUE.

      *> Durable named work queues behind /queue/<name>, registered
      *> in INITIALIZE-ROUTE-TABLE with the trailing-"*" pattern rows
      *> the /kv store uses. Messages live in queuestore.dat, an
      *> ORGANIZATION INDEXED file next to the server (QUEUE-STORE-
      *> FIELDS), so internal jobs can hand each other work without
      *> standing up a broker. Same calling convention as ROUTE-KV.
      *>
      *>   POST   /queue/<name>            enqueue the body; 201 with
      *>                                   the message id
      *>   POST   /queue/<name>/receive    deliver the oldest
      *>                                   receivable message: 200
      *>                                   with the body and its id,
      *>                                   receipt and delivery count
      *>                                   in X-Queue-* headers, or
      *>                                   204 when there is none
      *>   DELETE /queue/<name>/<id>?receipt=<r>
      *>                                   acknowledge (remove) it;
      *>                                   409 when the receipt is
      *>                                   no longer the message's
      *>                                   current delivery
      *>   GET    /queue/<name>            depth, in flight, oldest
      *>                                   message age and dead
      *>                                   letters
      *>   GET    /queue                   the same for every queue
      *>
      *> "?visibility=<secs>" on a receive overrides
      *> QUEUE_VISIBILITY_SECS for that delivery. A message not
      *> acknowledged in time is delivered again; after
      *> QUEUE_MAX_DELIVERIES it goes to "<name>.dlq" instead. Both
      *> keys are read from server.conf per request. Queue names
      *> are letters, digits, "_", "-" and ".", at most 36 long (40
      *> with a ".dlq" ending); a message body is at most 1024
      *> bytes. The caller's id is kept with each message it sends.
      *>
      *> Queues are local to the instance that holds queuestore.dat:
      *> /queue requests are neither journaled nor mirrored. A
      *> receipt is minted from the receiving server's own clock,
      *> so a standby or a replay could never match the primary's
      *> acknowledgements and would hand the same work out again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY QUEUE-STORE-FILE-CONTROL.
           SELECT QUEUE-CONF-FILE ASSIGN TO WS-CONF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY QUEUE-STORE-FD.
       FD QUEUE-CONF-FILE.
       01 QUEUE-CONF-RECORD    PIC X(256).

       WORKING-STORAGE SECTION.
       COPY QUEUE-STORE-FIELDS.
       01 WS-QUEUE-NAME        PIC X(64).
       01 WS-QUEUE-SUB         PIC X(64).
       01 WS-QUEUE-EXTRA       PIC X(64).
       01 WS-PATH-REST         PIC X(1024).
       01 WS-NAME-LEN          PIC 9(4) COMP-5.
       01 WS-NAME-POS          PIC 9(4) COMP-5.
       01 WS-NAME-CHAR         PIC X.
       01 WS-NAME-OK           PIC X.
       01 WS-BODY              PIC X(8000).
       01 WS-BODY-PTR          PIC 9(5) COMP-5.
       01 WS-CONTENT-LENGTH    PIC Z(8)9.
       01 WS-STATUS-LINE       PIC X(40).
       01 WS-CONTENT-TYPE      PIC X(40) VALUE "application/json".
       01 WS-EXTRA-HEADERS     PIC X(512).
       01 WS-EXTRA-PTR         PIC 9(4) COMP-5.
       01 WS-NUM-DISP          PIC Z(11)9.
       01 WS-NUM-DISP-2        PIC Z(11)9.
       01 WS-NUM-DISP-3        PIC Z(11)9.
       01 WS-DLQ-DEPTH         PIC 9(9) COMP-5.
       01 WS-OWN-IDX           PIC 9(4) COMP-5.

      *> Query-parameter lookup scratch, ROUTE-KV's shape.
       01 WS-QP-NAME           PIC X(64).
       01 WS-QP-VALUE          PIC X(256).
       01 WS-QP-FOUND          PIC X.
       01 WS-QP-IDX            PIC 9(4) COMP-5.

       01 WS-CONF-FILE-NAME    PIC X(256) VALUE "server.conf".
       01 WS-CONF-STATUS       PIC XX.
       01 WS-CONF-LINE         PIC X(256).
       01 WS-CONF-KEY          PIC X(64).
       01 WS-CONF-VAL          PIC X(192).
       01 WS-CONF-EQ-POS       PIC 9(4) COMP-5.

      *> The whole response is built here; what does not fit the
      *> dispatcher's 1024-byte buffer (a full-size message with its
      *> headers, a long queue list) goes out through the scratch
      *> file it hands us, as ROUTE-KV's listing does.
       01 WS-RSP-BUF           PIC X(8704).
       01 WS-RSP-PTR           PIC 9(5) COMP-5.
       01 WS-RSP-SIZE          PIC 9(9) COMP-5.
       01 WS-RSP-RAW-HANDLE    PIC X(4) VALUE LOW-VALUES.
       01 WS-RSP-RAW-ACCESS    PIC X.
       01 WS-RSP-RAW-ACCESS-NUM REDEFINES WS-RSP-RAW-ACCESS
                                PIC 9(2) COMP-X.
       01 WS-RSP-RAW-DENY      PIC X VALUE X"00".
       01 WS-RSP-RAW-DEVICE    PIC X VALUE X"00".
       01 WS-RSP-RAW-OFFSET    PIC X(8) VALUE LOW-VALUES.
       01 WS-RSP-RAW-LEN       PIC 9(8) COMP-X.
       01 WS-RSP-RAW-FLAGS     PIC X(4) VALUE LOW-VALUES.
       01 WS-RSP-RAW-RESULT    PIC 9(9) COMP-X.

       LINKAGE SECTION.
       01 LK-HTTP-METHOD    PIC X(10).
       01 LK-URL-PATH       PIC X(1024).
       01 LK-REQUEST-BODY   PIC X(8192).
       01 LK-RESPONSE       PIC X(1024).
       01 LK-RESPONSE-LEN   PIC 9(9) COMP-5.
       01 LK-RESPONSE-SIZE  PIC 9(9) COMP-5.
       01 LK-ROUTE-PARAMS.
           05 LK-ROUTE-PARAM-COUNT     PIC 9(4) COMP-5.
           05 LK-ROUTE-PARAM-ENTRY OCCURS 8 TIMES.
               10 LK-ROUTE-PARAM-NAME  PIC X(32).
               10 LK-ROUTE-PARAM-VALUE PIC X(256).
       01 LK-QUERY-PARAMS.
           05 LK-QUERY-PARAM-COUNT     PIC 9(4) COMP-5.
           05 LK-QUERY-PARAM-ENTRY OCCURS 20 TIMES.
               10 LK-QUERY-PARAM-KEY   PIC X(64).
               10 LK-QUERY-PARAM-VALUE PIC X(256).
       01 LK-SESSION-DATA.
           05 LK-SESSION-DATA-AREA     PIC X(512).
       01 LK-RESPONSE-FILE  PIC X(1024).
       01 LK-CALLER.
           05 LK-CALLER-ID      PIC X(32).
           05 LK-CALLER-ROLE    PIC X(16).
           05 LK-CALLER-RID     PIC X(32).

       PROCEDURE DIVISION USING LK-HTTP-METHOD, LK-URL-PATH,
               LK-REQUEST-BODY, LK-RESPONSE, LK-RESPONSE-LEN,
               LK-ROUTE-PARAMS, LK-QUERY-PARAMS, LK-SESSION-DATA,
               LK-RESPONSE-FILE, LK-CALLER
               RETURNING LK-RESPONSE-SIZE.

       MAIN-LOGIC.
           MOVE "application/json" TO WS-CONTENT-TYPE
           MOVE SPACES TO WS-EXTRA-HEADERS
           MOVE 1 TO WS-EXTRA-PTR
           MOVE SPACES TO WS-BODY
           CALL "time" USING BY VALUE 0 RETURNING QUEUE-NOW

      *> "/queue/<name>[/<receive|id>]"; the table rows guarantee
      *> the "/queue" prefix, and a bare "/queue" leaves the name
      *> empty -- the all-queues view for GET.
           MOVE SPACES TO WS-QUEUE-NAME
           MOVE SPACES TO WS-QUEUE-SUB
           MOVE SPACES TO WS-QUEUE-EXTRA
           MOVE SPACES TO WS-PATH-REST
           IF FUNCTION LENGTH(FUNCTION TRIM(LK-URL-PATH)) > 7
               MOVE LK-URL-PATH(8:) TO WS-PATH-REST
               UNSTRING WS-PATH-REST DELIMITED BY "/"
                   INTO WS-QUEUE-NAME WS-QUEUE-SUB WS-QUEUE-EXTRA
           END-IF

           IF WS-QUEUE-EXTRA NOT = SPACES
               MOVE "404 Not Found" TO WS-STATUS-LINE
               MOVE '{"error":"not found"}' TO WS-BODY
               PERFORM BUILD-RESPONSE
               GOBACK
           END-IF

           IF FUNCTION TRIM(WS-QUEUE-NAME) = SPACES AND
              FUNCTION TRIM(LK-HTTP-METHOD) NOT = "GET"
               MOVE "400 Bad Request" TO WS-STATUS-LINE
               MOVE '{"error":"missing queue name"}' TO WS-BODY
               PERFORM BUILD-RESPONSE
               GOBACK
           END-IF

           IF FUNCTION TRIM(WS-QUEUE-NAME) NOT = SPACES
               PERFORM CHECK-QUEUE-NAME
               IF WS-NAME-OK = "N"
                   MOVE "400 Bad Request" TO WS-STATUS-LINE
                   MOVE '{"error":"invalid queue name"}' TO WS-BODY
                   PERFORM BUILD-RESPONSE
                   GOBACK
               END-IF
           END-IF
           MOVE WS-QUEUE-NAME TO QUEUE-OP-NAME

           PERFORM LOAD-QUEUE-CONFIG

      *> Reads take the store's read-only pass; only the verbs that
      *> change it open it I-O.
           IF FUNCTION TRIM(LK-HTTP-METHOD) = "GET"
               IF WS-QUEUE-SUB NOT = SPACES
                   MOVE "404 Not Found" TO WS-STATUS-LINE
                   MOVE '{"error":"not found"}' TO WS-BODY
               ELSE
                   IF FUNCTION TRIM(WS-QUEUE-NAME) = SPACES
                       PERFORM QUEUE-LIST-ALL
                   ELSE
                       PERFORM QUEUE-SHOW-ONE
                   END-IF
               END-IF
               PERFORM BUILD-RESPONSE
               GOBACK
           END-IF

           OPEN I-O QUEUE-FILE
           IF QUEUE-STORE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF

           IF QUEUE-STORE-STATUS NOT = "00"
               DISPLAY "WARN: queue store unavailable (status "
                   QUEUE-STORE-STATUS ")"
               MOVE "500 Internal Server Error" TO WS-STATUS-LINE
               MOVE '{"error":"store unavailable"}' TO WS-BODY
               PERFORM BUILD-RESPONSE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN FUNCTION TRIM(LK-HTTP-METHOD) = "POST" AND
                    WS-QUEUE-SUB = SPACES
                   PERFORM QUEUE-SEND
               WHEN FUNCTION TRIM(LK-HTTP-METHOD) = "POST" AND
                    WS-QUEUE-SUB = "receive"
                   PERFORM QUEUE-RECEIVE-NEXT
               WHEN FUNCTION TRIM(LK-HTTP-METHOD) = "POST"
                   MOVE "404 Not Found" TO WS-STATUS-LINE
                   MOVE '{"error":"not found"}' TO WS-BODY
               WHEN FUNCTION TRIM(LK-HTTP-METHOD) = "DELETE"
                   PERFORM QUEUE-ACKNOWLEDGE
               WHEN OTHER
                   MOVE "405 Method Not Allowed" TO WS-STATUS-LINE
                   MOVE '{"error":"method not allowed"}' TO WS-BODY
           END-EVALUATE

           CLOSE QUEUE-FILE

           PERFORM BUILD-RESPONSE

           GOBACK.

       CHECK-QUEUE-NAME.
      *> Letters, digits, "_", "-" and "."; room is left for the
      *> ".dlq" ending a dead-letter queue adds.
           MOVE "Y" TO WS-NAME-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QUEUE-NAME))
               TO WS-NAME-LEN
           IF WS-NAME-LEN > 40
               MOVE "N" TO WS-NAME-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-LEN > 36
               IF WS-QUEUE-NAME(WS-NAME-LEN - 3:4) NOT = ".dlq"
                   MOVE "N" TO WS-NAME-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
               UNTIL WS-NAME-POS > WS-NAME-LEN OR WS-NAME-OK = "N"
               MOVE WS-QUEUE-NAME(WS-NAME-POS:1) TO WS-NAME-CHAR
               IF NOT (WS-NAME-CHAR IS ALPHABETIC-UPPER OR
                       WS-NAME-CHAR IS ALPHABETIC-LOWER OR
                       WS-NAME-CHAR IS NUMERIC OR
                       WS-NAME-CHAR = "_" OR WS-NAME-CHAR = "-" OR
                       WS-NAME-CHAR = ".")
                   MOVE "N" TO WS-NAME-OK
               END-IF
               IF WS-NAME-CHAR = SPACE
                   MOVE "N" TO WS-NAME-OK
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       QUEUE-SEND.
           IF FUNCTION TRIM(LK-REQUEST-BODY) = SPACES
               MOVE "400 Bad Request" TO WS-STATUS-LINE
               MOVE '{"error":"empty message"}' TO WS-BODY
               EXIT PARAGRAPH
           END-IF
           IF LK-REQUEST-BODY(1025:) NOT = SPACES
               MOVE "413 Payload Too Large" TO WS-STATUS-LINE
               MOVE '{"error":"message larger than 1024 bytes"}'
                   TO WS-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE LK-REQUEST-BODY(1:1024) TO QUEUE-OP-BODY
           MOVE "-" TO QUEUE-OP-SENDER
           IF ADDRESS OF LK-CALLER NOT = NULL
               MOVE LK-CALLER-ID TO QUEUE-OP-SENDER
           END-IF
           PERFORM QUEUE-ENQUEUE

           EVALUATE QUEUE-OP-RESULT
               WHEN "ok"
                   MOVE "201 Created" TO WS-STATUS-LINE
                   MOVE QUEUE-OP-SEQ TO WS-NUM-DISP
                   MOVE 1 TO WS-BODY-PTR
                   STRING '{"queue":"' DELIMITED BY SIZE
                          FUNCTION TRIM(QUEUE-OP-NAME)
                              DELIMITED BY SIZE
                          '","id":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                          "}" DELIMITED BY SIZE
                          INTO WS-BODY WITH POINTER WS-BODY-PTR
               WHEN OTHER
                   PERFORM ANSWER-STORE-TROUBLE
           END-EVALUATE
           EXIT PARAGRAPH.

       QUEUE-RECEIVE-NEXT.
           MOVE QUEUE-VISIBILITY-SECS TO QUEUE-OP-VISIBILITY
           MOVE "visibility" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
           IF WS-QP-FOUND = "Y" AND
              FUNCTION TRIM(WS-QP-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-QP-VALUE) NOT = 0
                   MOVE "400 Bad Request" TO WS-STATUS-LINE
                   MOVE '{"error":"invalid visibility"}' TO WS-BODY
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-QP-VALUE) < 1 OR
                  FUNCTION NUMVAL(WS-QP-VALUE) > 43200
                   MOVE "400 Bad Request" TO WS-STATUS-LINE
                   MOVE '{"error":"visibility must be 1-43200"}'
                       TO WS-BODY
                   EXIT PARAGRAPH
               END-IF
               COMPUTE QUEUE-OP-VISIBILITY =
                   FUNCTION NUMVAL(WS-QP-VALUE)
           END-IF

           PERFORM QUEUE-RECEIVE

           EVALUATE QUEUE-OP-RESULT
               WHEN "ok"
      *> The body is the sender's text, returned as it was sent.
                   MOVE "200 OK" TO WS-STATUS-LINE
                   MOVE "text/plain" TO WS-CONTENT-TYPE
                   MOVE QUEUE-OP-BODY TO WS-BODY
                   MOVE QUEUE-OP-SEQ TO WS-NUM-DISP
                   MOVE QUEUE-OP-DELIVERIES TO WS-NUM-DISP-2
                   MOVE QUEUE-OP-ENQUEUED-TS TO WS-NUM-DISP-3
                   STRING "X-Queue-Message-Id: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                          X"0D0A" DELIMITED BY SIZE
                          "X-Queue-Receipt: " DELIMITED BY SIZE
                          FUNCTION TRIM(QUEUE-OP-RECEIPT)
                              DELIMITED BY SIZE
                          X"0D0A" DELIMITED BY SIZE
                          "X-Queue-Deliveries: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-DISP-2)
                              DELIMITED BY SIZE
                          X"0D0A" DELIMITED BY SIZE
                          "X-Queue-Enqueued: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-DISP-3)
                              DELIMITED BY SIZE
                          X"0D0A" DELIMITED BY SIZE
                          "X-Queue-Sender: " DELIMITED BY SIZE
                          FUNCTION TRIM(QUEUE-OP-SENDER)
                              DELIMITED BY SIZE
                          X"0D0A" DELIMITED BY SIZE
                          INTO WS-EXTRA-HEADERS
                          WITH POINTER WS-EXTRA-PTR
                   IF QUEUE-OP-ORIGIN NOT = SPACES
                       STRING "X-Queue-Origin: " DELIMITED BY SIZE
                              FUNCTION TRIM(QUEUE-OP-ORIGIN)
                                  DELIMITED BY SIZE
                              X"0D0A" DELIMITED BY SIZE
                              INTO WS-EXTRA-HEADERS
                              WITH POINTER WS-EXTRA-PTR
                   END-IF
               WHEN "empty"
                   MOVE "204 No Content" TO WS-STATUS-LINE
                   MOVE SPACES TO WS-BODY
               WHEN OTHER
                   PERFORM ANSWER-STORE-TROUBLE
           END-EVALUATE
           EXIT PARAGRAPH.

       QUEUE-ACKNOWLEDGE.
           IF WS-QUEUE-SUB = SPACES OR
              FUNCTION TEST-NUMVAL(WS-QUEUE-SUB) NOT = 0
               MOVE "400 Bad Request" TO WS-STATUS-LINE
               MOVE '{"error":"missing or invalid message id"}'
                   TO WS-BODY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-QUEUE-SUB) < 1
               MOVE "400 Bad Request" TO WS-STATUS-LINE
               MOVE '{"error":"missing or invalid message id"}'
                   TO WS-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE "receipt" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
           IF WS-QP-FOUND = "N" OR
              FUNCTION TRIM(WS-QP-VALUE) = SPACES
               MOVE "400 Bad Request" TO WS-STATUS-LINE
               MOVE '{"error":"missing receipt"}' TO WS-BODY
               EXIT PARAGRAPH
           END-IF

           COMPUTE QUEUE-OP-SEQ = FUNCTION NUMVAL(WS-QUEUE-SUB)
           MOVE FUNCTION TRIM(WS-QP-VALUE) TO QUEUE-OP-RECEIPT
           PERFORM QUEUE-ACK

           EVALUATE QUEUE-OP-RESULT
               WHEN "ok"
                   MOVE "200 OK" TO WS-STATUS-LINE
                   MOVE QUEUE-OP-SEQ TO WS-NUM-DISP
                   MOVE 1 TO WS-BODY-PTR
                   STRING '{"queue":"' DELIMITED BY SIZE
                          FUNCTION TRIM(QUEUE-OP-NAME)
                              DELIMITED BY SIZE
                          '","id":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                          ',"result":"acknowledged"}' DELIMITED BY SIZE
                          INTO WS-BODY WITH POINTER WS-BODY-PTR
               WHEN "notfound"
                   MOVE "404 Not Found" TO WS-STATUS-LINE
                   MOVE '{"error":"no such message"}' TO WS-BODY
               WHEN "stale"
                   MOVE "409 Conflict" TO WS-STATUS-LINE
                   MOVE '{"error":"stale receipt"}' TO WS-BODY
               WHEN OTHER
                   PERFORM ANSWER-STORE-TROUBLE
           END-EVALUATE
           EXIT PARAGRAPH.

       ANSWER-STORE-TROUBLE.
           IF QUEUE-OP-RESULT = "busy"
               MOVE "503 Service Unavailable" TO WS-STATUS-LINE
               MOVE '{"error":"store busy"}' TO WS-BODY
           ELSE
               MOVE "500 Internal Server Error" TO WS-STATUS-LINE
               MOVE '{"error":"store error"}' TO WS-BODY
           END-IF
           EXIT PARAGRAPH.

       QUEUE-SHOW-ONE.
           MOVE QUEUE-OP-NAME TO QUEUE-STAT-FILTER
           PERFORM QUEUE-COLLECT-STATS
           IF QUEUE-STAT-RESULT NOT = "OK" AND
              QUEUE-STAT-RESULT NOT = "ABSENT"
               PERFORM ANSWER-STATS-TROUBLE
               EXIT PARAGRAPH
           END-IF

           MOVE QUEUE-STAT-FILTER-DLQ TO QUEUE-STAT-WANT
           PERFORM QUEUE-FIND-STAT
           MOVE 0 TO WS-DLQ-DEPTH
           IF QUEUE-STAT-FOUND-IDX > 0
               MOVE QUEUE-STAT-DEPTH(QUEUE-STAT-FOUND-IDX)
                   TO WS-DLQ-DEPTH
           END-IF

           MOVE QUEUE-OP-NAME TO QUEUE-STAT-WANT
           PERFORM QUEUE-FIND-STAT
           IF QUEUE-STAT-FOUND-IDX = 0
               MOVE "404 Not Found" TO WS-STATUS-LINE
               MOVE '{"error":"no such queue"}' TO WS-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE QUEUE-STAT-FOUND-IDX TO WS-OWN-IDX

           MOVE "200 OK" TO WS-STATUS-LINE
           MOVE 1 TO WS-BODY-PTR
           PERFORM APPEND-QUEUE-STAT-JSON
           MOVE WS-DLQ-DEPTH TO WS-NUM-DISP
           STRING ',"dead_letter":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                  "}" DELIMITED BY SIZE
                  INTO WS-BODY WITH POINTER WS-BODY-PTR
           EXIT PARAGRAPH.

       QUEUE-LIST-ALL.
      *> Every queue the store knows, dead-letter queues included,
      *> in name order; "more" says the table's 50 did not cover
      *> them all.
           MOVE SPACES TO QUEUE-STAT-FILTER
           PERFORM QUEUE-COLLECT-STATS
           IF QUEUE-STAT-RESULT NOT = "OK" AND
              QUEUE-STAT-RESULT NOT = "ABSENT"
               PERFORM ANSWER-STATS-TROUBLE
               EXIT PARAGRAPH
           END-IF

           MOVE "200 OK" TO WS-STATUS-LINE
           MOVE 1 TO WS-BODY-PTR
           STRING '{"queues":[' DELIMITED BY SIZE
                  INTO WS-BODY WITH POINTER WS-BODY-PTR
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > QUEUE-STAT-COUNT
               IF WS-OWN-IDX > 1
                   STRING "," DELIMITED BY SIZE
                          INTO WS-BODY WITH POINTER WS-BODY-PTR
               END-IF
               PERFORM APPEND-QUEUE-STAT-JSON
               STRING "}" DELIMITED BY SIZE
                      INTO WS-BODY WITH POINTER WS-BODY-PTR
           END-PERFORM
           MOVE QUEUE-STAT-COUNT TO WS-NUM-DISP
           STRING '],"count":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                  ',"more":' DELIMITED BY SIZE
                  INTO WS-BODY WITH POINTER WS-BODY-PTR
           IF QUEUE-STAT-MORE = "Y"
               STRING "true}" DELIMITED BY SIZE
                      INTO WS-BODY WITH POINTER WS-BODY-PTR
           ELSE
               STRING "false}" DELIMITED BY SIZE
                      INTO WS-BODY WITH POINTER WS-BODY-PTR
           END-IF
           EXIT PARAGRAPH.

       APPEND-QUEUE-STAT-JSON.
      *> WS-OWN-IDX's figures as an unclosed JSON object.
           MOVE WS-OWN-IDX TO QUEUE-STAT-IDX
           PERFORM QUEUE-STAT-OLDEST-AGE
           MOVE QUEUE-STAT-DEPTH(WS-OWN-IDX) TO WS-NUM-DISP
           MOVE QUEUE-STAT-IN-FLIGHT(WS-OWN-IDX) TO WS-NUM-DISP-2
           MOVE QUEUE-STAT-AGE TO WS-NUM-DISP-3
           STRING '{"queue":"' DELIMITED BY SIZE
                  FUNCTION TRIM(QUEUE-STAT-NAME(WS-OWN-IDX))
                      DELIMITED BY SIZE
                  '","depth":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                  ',"in_flight":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP-2) DELIMITED BY SIZE
                  ',"oldest_age":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP-3) DELIMITED BY SIZE
                  INTO WS-BODY WITH POINTER WS-BODY-PTR
           EXIT PARAGRAPH.

       ANSWER-STATS-TROUBLE.
           IF QUEUE-STAT-RESULT = "BUSY"
               MOVE "503 Service Unavailable" TO WS-STATUS-LINE
               MOVE '{"error":"store busy"}' TO WS-BODY
           ELSE
               DISPLAY "WARN: queue store unreadable"
               MOVE "500 Internal Server Error" TO WS-STATUS-LINE
               MOVE '{"error":"store unavailable"}' TO WS-BODY
           END-IF
           EXIT PARAGRAPH.

       LOAD-QUEUE-CONFIG.
      *> QUEUE_VISIBILITY_SECS and QUEUE_MAX_DELIVERIES out of the
      *> same server.conf the server reads, ignoring everything
      *> else -- ROUTE-KV's arrangement.
           OPEN INPUT QUEUE-CONF-FILE
           IF WS-CONF-STATUS = "35" OR WS-CONF-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONF-STATUS = "10"
               READ QUEUE-CONF-FILE INTO WS-CONF-LINE
                   AT END
                       MOVE "10" TO WS-CONF-STATUS
                   NOT AT END
                       PERFORM APPLY-QUEUE-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE QUEUE-CONF-FILE

           EXIT PARAGRAPH.

       APPLY-QUEUE-CONFIG-LINE.
           MOVE FUNCTION TRIM(WS-CONF-LINE) TO WS-CONF-LINE

           IF WS-CONF-LINE = SPACES OR WS-CONF-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CONF-EQ-POS
           INSPECT WS-CONF-LINE TALLYING WS-CONF-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="

           IF WS-CONF-EQ-POS = 0 OR
               WS-CONF-EQ-POS >= FUNCTION LENGTH(WS-CONF-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONF-KEY
           MOVE SPACES TO WS-CONF-VAL
           MOVE WS-CONF-LINE(1:WS-CONF-EQ-POS) TO WS-CONF-KEY
           MOVE WS-CONF-LINE(WS-CONF-EQ-POS + 2:) TO WS-CONF-VAL
           MOVE FUNCTION TRIM(WS-CONF-KEY) TO WS-CONF-KEY
           MOVE FUNCTION TRIM(WS-CONF-VAL) TO WS-CONF-VAL

           IF WS-CONF-KEY = "QUEUE_VISIBILITY_SECS" AND
              FUNCTION TEST-NUMVAL(WS-CONF-VAL) = 0
               COMPUTE QUEUE-VISIBILITY-SECS =
                   FUNCTION NUMVAL(WS-CONF-VAL)
               IF QUEUE-VISIBILITY-SECS < 1
                   MOVE 1 TO QUEUE-VISIBILITY-SECS
               END-IF
           END-IF
           IF WS-CONF-KEY = "QUEUE_MAX_DELIVERIES" AND
              FUNCTION TEST-NUMVAL(WS-CONF-VAL) = 0
               COMPUTE QUEUE-MAX-DELIVERIES =
                   FUNCTION NUMVAL(WS-CONF-VAL)
           END-IF

           EXIT PARAGRAPH.

       LOOKUP-QUERY-PARAM.
           MOVE "N" TO WS-QP-FOUND
           MOVE SPACES TO WS-QP-VALUE
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
               UNTIL WS-QP-IDX > LK-QUERY-PARAM-COUNT
               IF FUNCTION TRIM(LK-QUERY-PARAM-KEY(WS-QP-IDX)) =
                  FUNCTION TRIM(WS-QP-NAME)
                   MOVE LK-QUERY-PARAM-VALUE(WS-QP-IDX)
                       TO WS-QP-VALUE
                   MOVE "Y" TO WS-QP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       ASSEMBLE-RESPONSE.
           MOVE SPACES TO WS-RSP-BUF
           MOVE 0 TO WS-RSP-SIZE
           IF WS-BODY NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BODY TRAILING))
                   TO WS-RSP-SIZE
           END-IF
           MOVE WS-RSP-SIZE TO WS-CONTENT-LENGTH

           MOVE 1 TO WS-RSP-PTR
           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-LINE) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTENT-TYPE) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTENT-LENGTH) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO WS-RSP-BUF
                  WITH POINTER WS-RSP-PTR
           IF WS-EXTRA-PTR > 1
               STRING WS-EXTRA-HEADERS(1:WS-EXTRA-PTR - 1)
                          DELIMITED BY SIZE
                      INTO WS-RSP-BUF
                      WITH POINTER WS-RSP-PTR
           END-IF
           STRING X"0D0A" DELIMITED BY SIZE
                  INTO WS-RSP-BUF
                  WITH POINTER WS-RSP-PTR
           IF WS-RSP-SIZE > 0
               STRING WS-BODY(1:WS-RSP-SIZE) DELIMITED BY SIZE
                      INTO WS-RSP-BUF
                      WITH POINTER WS-RSP-PTR
           END-IF
           COMPUTE WS-RSP-SIZE = WS-RSP-PTR - 1
           EXIT PARAGRAPH.

       BUILD-RESPONSE.
      *> Into the dispatcher's buffer when it fits; otherwise the
      *> complete response goes to its scratch file and size 0 says
      *> so. An older caller with no scratch path gets a 500 rather
      *> than a truncated message.
           PERFORM ASSEMBLE-RESPONSE
           IF WS-RSP-SIZE <= 1024
               MOVE WS-RSP-BUF(1:1024) TO LK-RESPONSE
               MOVE WS-RSP-SIZE TO LK-RESPONSE-SIZE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(LK-RESPONSE-FILE) NOT = SPACES
               MOVE 2 TO WS-RSP-RAW-ACCESS-NUM
               MOVE LOW-VALUES TO WS-RSP-RAW-OFFSET
               CALL "CBL_CREATE_FILE" USING LK-RESPONSE-FILE,
                       WS-RSP-RAW-ACCESS, WS-RSP-RAW-DENY,
                       WS-RSP-RAW-DEVICE, WS-RSP-RAW-HANDLE
                   RETURNING WS-RSP-RAW-RESULT
               IF WS-RSP-RAW-RESULT = 0
                   MOVE WS-RSP-SIZE TO WS-RSP-RAW-LEN
                   CALL "CBL_WRITE_FILE" USING WS-RSP-RAW-HANDLE,
                           WS-RSP-RAW-OFFSET, WS-RSP-RAW-LEN,
                           WS-RSP-RAW-FLAGS, WS-RSP-BUF
                       RETURNING WS-RSP-RAW-RESULT
                   CALL "CBL_CLOSE_FILE" USING WS-RSP-RAW-HANDLE
                       RETURNING WS-RSP-RAW-RESULT
                   MOVE SPACES TO LK-RESPONSE
                   MOVE 0 TO LK-RESPONSE-SIZE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "WARN: cannot write queue response file (rc "
                   WS-RSP-RAW-RESULT ")"
           END-IF

           MOVE "500 Internal Server Error" TO WS-STATUS-LINE
           MOVE "application/json" TO WS-CONTENT-TYPE
           MOVE SPACES TO WS-EXTRA-HEADERS
           MOVE 1 TO WS-EXTRA-PTR
           MOVE '{"error":"response unavailable"}' TO WS-BODY
           PERFORM ASSEMBLE-RESPONSE
           MOVE WS-RSP-BUF(1:1024) TO LK-RESPONSE
           MOVE WS-RSP-SIZE TO LK-RESPONSE-SIZE
           EXIT PARAGRAPH.

       COPY QUEUE-OPS.
       COPY QUEUE-STATS.

                   "using the compiled-in table"
           END-IF

           MOVE 9 TO ROUTE-COUNT
           MOVE "GET"          TO ROUTE-METHOD(1)
           MOVE "/status"      TO ROUTE-PATH(1)
           MOVE "ROUTE-STATUS" TO ROUTE-PROGRAM(1)
           MOVE "POST"         TO ROUTE-METHOD(5)
           MOVE "/kv/*"        TO ROUTE-PATH(5)
           MOVE "ROUTE-KV"     TO ROUTE-PROGRAM(5)
      *> GET /kv-changes?after=N is the store's ordered change feed.
           MOVE "GET"          TO ROUTE-METHOD(6)
           MOVE "/kv-changes"  TO ROUTE-PATH(6)
           MOVE "ROUTE-KV"     TO ROUTE-PROGRAM(6)
      *> /queue/<name>: send, receive, acknowledge and queue stats.
           MOVE "GET"          TO ROUTE-METHOD(7)
           MOVE "/queue/*"     TO ROUTE-PATH(7)
           MOVE "ROUTE-QUEUE"  TO ROUTE-PROGRAM(7)
           MOVE "POST"         TO ROUTE-METHOD(8)
           MOVE "/queue/*"     TO ROUTE-PATH(8)
           MOVE "ROUTE-QUEUE"  TO ROUTE-PROGRAM(8)
           MOVE "DELETE"       TO ROUTE-METHOD(9)
           MOVE "/queue/*"     TO ROUTE-PATH(9)
           MOVE "ROUTE-QUEUE"  TO ROUTE-PROGRAM(9)
           EXIT PARAGRAPH.

       LOAD-ROUTE-TABLE-FILE.
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".rsp" DELIMITED BY SIZE
                  INTO ROUTE-RESP-FILE-NAME
           MOVE AUTH-USER-ID TO ROUTE-CALLER-ID
           MOVE AUTH-USER-ROLE TO ROUTE-CALLER-ROLE
           MOVE REQUEST-ID TO ROUTE-CALLER-RID
           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                   UNTIL ROUTE-IDX > ROUTE-COUNT
               IF ROUTE-METHOD(ROUTE-IDX) = HTTP-METHOD
                                 BY REFERENCE QUERY-PARAM-TABLE
                                 BY REFERENCE SESSION-DATA-BLOCK
                                 BY REFERENCE ROUTE-RESP-FILE-NAME
                                 BY REFERENCE ROUTE-CALLER-BLOCK
                           RETURNING RESPONSE-SIZE
                           ON EXCEPTION
      *> A routes-file row can name a program that is not linked
           EXIT PARAGRAPH.

       MATCH-ROUTE-PATTERN.
           MOVE ROUTE-PATH(ROUTE-IDX) TO RP-PATTERN
           PERFORM MATCH-PATH-PATTERN

           IF RP-MISMATCH = "N"
               MOVE "Y" TO ROUTE-MATCHED
           END-IF

           EXIT PARAGRAPH.

       MATCH-PATH-PATTERN.
      *> Segment-wise comparison of URL-PATH against RP-PATTERN:
      *> ":name" captures one segment into ROUTE-PARAM-BLOCK, "*"
      *> swallows whatever remains (including nothing), any other
      *> segment must match literally. Both sides exhausting together
      *> is a match (RP-MISMATCH "N"). The authorization policy
      *> matches its rules here too, so a policy path means exactly
      *> what the same path means in the routes file.
           MOVE 0 TO ROUTE-PARAM-COUNT
           COMPUTE ROUTE-PAT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(RP-PATTERN))
           COMPUTE RP-URL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(URL-PATH))
           MOVE 1 TO RP-PAT-CURSOR
               END-EVALUATE
           END-PERFORM

           EXIT PARAGRAPH.

       GET-NEXT-PATTERN-SEG.
           MOVE SPACES TO RP-PAT-SEG

           PERFORM UNTIL RP-PAT-CURSOR > ROUTE-PAT-LEN OR
                   RP-PATTERN(RP-PAT-CURSOR:1) NOT = "/"
               ADD 1 TO RP-PAT-CURSOR
           END-PERFORM

           MOVE "Y" TO RP-PAT-HAVE
           MOVE RP-PAT-CURSOR TO RP-SEG-START
           PERFORM UNTIL RP-PAT-CURSOR > ROUTE-PAT-LEN OR
                   RP-PATTERN(RP-PAT-CURSOR:1) = "/"
               ADD 1 TO RP-PAT-CURSOR
           END-PERFORM
           MOVE RP-PATTERN(RP-SEG-START:
               RP-PAT-CURSOR - RP-SEG-START) TO RP-PAT-SEG

           EXIT PARAGRAPH.

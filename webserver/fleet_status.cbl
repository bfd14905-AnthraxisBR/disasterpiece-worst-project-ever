       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-STATUS.

      *> Consolidated status for every server instance we run -- the
      *> primary, the MIRROR_HOST standby, the virtual-host boxes --
      *> so nobody has to open /healthz, /metrics and /admin on each
      *> one by hand. Every FLEET_INTERVAL_SECS it polls each node's
      *> GET /healthz (up/down, pid, start time, maintenance state,
      *> mirror spool backlog) and GET /metrics (request and error
      *> counters), appends one line per node to FLEET_LOG, and
      *> rewrites the one-screen status page FLEET_STATUS_PAGE: a
      *> headline that says ALL OK or lists what is wrong, then one
      *> row per node with request and error rates since the last
      *> poll, backlog, maintenance and last restart.
      *>
      *> A node counts as a problem when it is down, restarted since
      *> the previous poll, has more than FLEET_BACKLOG_LIMIT mirror
      *> files waiting, or answered more than FLEET_ERROR_PCT of its
      *> requests since the previous poll with errors; maintenance
      *> mode is listed as a notice only, since it is planned.
      *>
      *> Nodes file (FLEET_NODES_FILE, default fleet.nodes), one node
      *> per line, rewrite.rules comment conventions:
      *>     name|ipv4-address|port|role
      *> e.g.  primary|127.0.0.1|8080|primary
      *>       standby|192.168.1.20|8080|standby
      *>
      *> Previous counters and the day's poll tallies are kept in
      *> FLEET_STATE_FILE, so rates and the daily summary carry
      *> across runs and the cron shape works the same as the loop.
      *> The day's fleet availability (per node, and the share of
      *> passes with every node up) is rewritten after each pass to
      *> fleet_report_YYYYMMDD.txt, served under /reports; at the
      *> date change a SUMMARY line for the finished day also goes to
      *> FLEET_LOG.
      *>
      *> Usage:  FLEET-STATUS [pass-count]
      *> A pass count runs that many polling passes and exits (1 is
      *> the cron shape); with none it loops until killed. Exit code
      *> 1 when the last pass found a problem, 2 when the status page
      *> could not be written, 3 when there are no nodes to poll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT NODES-FILE ASSIGN TO NODES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NODES-FILE-STATUS.
           SELECT STATE-FILE ASSIGN TO STATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT FLEET-LOG-FILE ASSIGN TO FLEET-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-LOG-STATUS.
           SELECT PAGE-FILE ASSIGN TO PAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD NODES-FILE.
       01 NODES-FILE-RECORD PIC X(256).
       FD STATE-FILE.
       01 STATE-FILE-RECORD PIC X(256).
       FD FLEET-LOG-FILE.
       01 FLEET-LOG-RECORD PIC X(400).
       FD PAGE-FILE.
       01 PAGE-RECORD PIC X(160).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 FLEET-INTERVAL-SECS   PIC 9(4) COMP-5 VALUE 60.
       01 FLEET-BACKLOG-LIMIT   PIC 9(9) COMP-5 VALUE 100.
       01 FLEET-ERROR-PCT       PIC 9(3)V99 VALUE 5.
       01 NODES-FILE-NAME       PIC X(128) VALUE "fleet.nodes".
       01 STATE-FILE-NAME       PIC X(128) VALUE "fleet.state".
       01 FLEET-LOG-NAME        PIC X(128) VALUE "fleet.log".
       01 PAGE-FILE-NAME        PIC X(128)
           VALUE "fleet_status.txt".
       01 REPORT-FILE-NAME      PIC X(128).
       01 NODES-FILE-STATUS     PIC XX.
       01 STATE-FILE-STATUS     PIC XX.
       01 FLEET-LOG-STATUS      PIC XX.
       01 PAGE-FILE-STATUS      PIC XX.
       01 REPORT-FILE-STATUS    PIC XX.
       01 NODES-LINE            PIC X(256).
       01 STATE-LINE            PIC X(256).

      *> One row per node: what the nodes file says, what this pass
      *> saw, and what the previous poll left in the state file.
       01 NODE-TABLE-DEF.
           05 NODE-ENTRY OCCURS 32 TIMES.
               10 NODE-NAME          PIC X(24).
               10 NODE-HOST          PIC X(64).
               10 NODE-PORT          PIC 9(5) COMP-5.
               10 NODE-ROLE          PIC X(12).
               10 NODE-UP            PIC X.
               10 NODE-WHY           PIC X(40).
               10 NODE-METRICS-OK    PIC X.
               10 NODE-PID           PIC 9(9) COMP-5.
               10 NODE-STARTED       PIC 9(10) COMP-5.
               10 NODE-MAINT         PIC X(3).
               10 NODE-BACKLOG-KNOWN PIC X.
               10 NODE-BACKLOG       PIC 9(9) COMP-5.
               10 NODE-REQUESTS      PIC 9(10) COMP-5.
               10 NODE-ERRORS        PIC 9(10) COMP-5.
               10 NODE-RATE-KNOWN    PIC X.
               10 NODE-REQ-RATE      PIC 9(7)V9.
               10 NODE-ERR-RATE      PIC 9(7)V9.
               10 NODE-ERR-PCT       PIC 9(3)V99.
               10 NODE-RESTARTED     PIC X.
               10 NODE-PREV-REQUESTS PIC 9(10) COMP-5.
               10 NODE-PREV-ERRORS   PIC 9(10) COMP-5.
               10 NODE-PREV-POLL     PIC 9(10) COMP-5.
               10 NODE-PREV-STARTED  PIC 9(10) COMP-5.
               10 NODE-DAY-POLLS     PIC 9(9) COMP-5.
               10 NODE-DAY-UP        PIC 9(9) COMP-5.
       01 NODE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 NODE-IDX              PIC 9(4) COMP-5.
       01 NODE-FIELD-NAME       PIC X(24).
       01 NODE-FIELD-HOST       PIC X(64).
       01 NODE-FIELD-PORT       PIC X(8).
       01 NODE-FIELD-ROLE       PIC X(12).

       01 STATE-FIELD-1         PIC X(24).
       01 STATE-FIELD-2         PIC X(12).
       01 STATE-FIELD-3         PIC X(12).
       01 STATE-FIELD-4         PIC X(12).
       01 STATE-FIELD-5         PIC X(12).
       01 STATE-FIELD-6         PIC X(12).
       01 STATE-FIELD-7         PIC X(12).
       01 STATE-NUM-DISP        PIC 9(10).

       01 FLEET-DAY-DATE        PIC X(8) VALUE SPACES.
       01 FLEET-DAY-PASSES      PIC 9(9) COMP-5 VALUE 0.
       01 FLEET-DAY-ALL-UP      PIC 9(9) COMP-5 VALUE 0.
       01 TODAY-DATE            PIC X(8).

       01 COMMAND-LINE-ARGS     PIC X(64).
       01 FLEET-MAX-PASSES      PIC 9(9) COMP-5 VALUE 0.
       01 FLEET-PASSES-DONE     PIC 9(9) COMP-5 VALUE 0.
       01 PASS-PROBLEMS         PIC 9(4) COMP-5 VALUE 0.
       01 PASS-NOTICES          PIC 9(4) COMP-5 VALUE 0.
       01 PASS-UP-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01 PAGE-FAILED           PIC X VALUE "N".

      *> Problem and notice lines for the headline, gathered while
      *> the nodes are polled since the headline is written first.
       01 NOTE-TABLE-DEF.
           05 NOTE-TEXT OCCURS 96 TIMES PIC X(120).
       01 NOTE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 NOTE-IDX              PIC 9(4) COMP-5.
       01 NOTE-LINE             PIC X(120).

       01 SOCK-FD               PIC S9(9) COMP-5.
       01 RETURN-CODE-LOCAL     PIC S9(9) COMP-5.
       01 TARGET-ADDRESS.
           05 TARGET-FAMILY     PIC 9(4) COMP-5 VALUE 2.
           05 TARGET-PORT-NET   PIC 9(4) COMP-5.
           05 TARGET-IP         PIC X(4).
           05 TARGET-RESERVED   PIC X(8) VALUE LOW-VALUES.
       01 TARGET-HOST-NUL       PIC X(65).
      *> SO_RCVTIMEO and SO_SNDTIMEO (the latter also bounds the
      *> connect): a node that is off the network must read as down
      *> within seconds, not stall the pass for the whole fleet.
       01 IO-TIMEOUT-VAL.
           05 IO-TIMEOUT-SEC    PIC 9(9) COMP-5 VALUE 5.
           05 IO-TIMEOUT-USEC   PIC 9(9) COMP-5 VALUE 0.

       01 FETCH-PATH            PIC X(32).
       01 FETCH-OK              PIC X.
       01 FETCH-WHY             PIC X(40).
       01 SEND-BUFFER           PIC X(512).
       01 SEND-POINTER          PIC 9(9) COMP-5.
       01 SEND-LEN              PIC 9(9) COMP-5.
       01 SENT-SO-FAR           PIC 9(9) COMP-5.
       01 SEND-REMAIN           PIC 9(9) COMP-5.

       01 RESPONSE-BUF          PIC X(4096).
       01 RESPONSE-LEN          PIC 9(9) COMP-5.
       01 RECV-CHUNK            PIC X(2048).
       01 RECV-COUNT            PIC S9(9) COMP-5.
       01 BODY-START            PIC 9(9) COMP-5.
       01 SCAN-POS              PIC 9(9) COMP-5.
       01 SCAN-END              PIC 9(9) COMP-5.

       01 JSON-KEY              PIC X(32).
       01 JSON-PATTERN          PIC X(40).
       01 JSON-PATTERN-LEN      PIC 9(4) COMP-5.
       01 JSON-VALUE            PIC X(32).
       01 JSON-VALUE-LEN        PIC 9(4) COMP-5.
       01 JSON-FOUND            PIC X.

       01 NOW-EPOCH             PIC 9(10) COMP-5.
       01 ELAPSED-SECS          PIC 9(10) COMP-5.
       01 DELTA-REQUESTS        PIC 9(10) COMP-5.
       01 DELTA-ERRORS          PIC 9(10) COMP-5.

       01 EPOCH-BASE-DAY        PIC 9(9) COMP-5.
       01 STAMP-EPOCH           PIC 9(10) COMP-5.
       01 STAMP-DATE            PIC 9(8).
       01 STAMP-SECS            PIC 9(5) COMP-5.
       01 STAMP-HH              PIC 9(2).
       01 STAMP-MM              PIC 9(2).
       01 STAMP-SS              PIC 9(2).
       01 STAMP-TEXT            PIC X(19).

       01 LOG-STAMP             PIC X(21).
       01 FLEET-LOG-LINE        PIC X(400).
       01 OUT-LINE              PIC X(160).
       01 PASS-TEXT             PIC X(19).

       01 ROW-STATE             PIC X(5).
       01 ROW-REQ-RATE          PIC X(9).
       01 ROW-ERR-RATE          PIC X(9).
       01 ROW-ERR-PCT           PIC X(6).
       01 ROW-BACKLOG           PIC X(9).
       01 ROW-RESTART           PIC X(19).
       01 RATE-DISPLAY          PIC Z(6)9.9.
       01 PCT-DISPLAY           PIC ZZ9.99.
       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.
       01 PID-DISPLAY           PIC Z(8)9.
       01 AVAIL-PCT             PIC 9(3)V99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-FLEET-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           IF FUNCTION TRIM(COMMAND-LINE-ARGS) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(COMMAND-LINE-ARGS) NOT = 0
                   DISPLAY "Usage: FLEET-STATUS [pass-count]"
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE FLEET-MAX-PASSES =
                   FUNCTION NUMVAL(COMMAND-LINE-ARGS)
           END-IF

           PERFORM LOAD-NODES-FILE
           IF NODE-COUNT = 0
               DISPLAY "Error: no nodes in "
                   FUNCTION TRIM(NODES-FILE-NAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE EPOCH-BASE-DAY =
               FUNCTION INTEGER-OF-DATE(19700101)

           PERFORM LOAD-FLEET-STATE

           DISPLAY "Fleet status: " NODE-COUNT " node(s), every "
               FLEET-INTERVAL-SECS " sec(s), page "
               FUNCTION TRIM(PAGE-FILE-NAME).

       POLL-LOOP.
           PERFORM RUN-ONE-PASS

           ADD 1 TO FLEET-PASSES-DONE
           IF FLEET-MAX-PASSES > 0 AND
              FLEET-PASSES-DONE >= FLEET-MAX-PASSES
               IF PASS-PROBLEMS > 0
                   MOVE 1 TO RETURN-CODE
               END-IF
               IF PAGE-FAILED = "Y"
                   MOVE 2 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           CALL "sleep" USING BY VALUE FLEET-INTERVAL-SECS

           GO TO POLL-LOOP.

       RUN-ONE-PASS.
      *> A new calendar day closes out yesterday's fleet summary
      *> before the first poll of today counts.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           IF FLEET-DAY-DATE NOT = TODAY-DATE
               IF FLEET-DAY-DATE NOT = SPACES
                   PERFORM WRITE-DAY-SUMMARY-LINE
               END-IF
               MOVE TODAY-DATE TO FLEET-DAY-DATE
               MOVE 0 TO FLEET-DAY-PASSES
               MOVE 0 TO FLEET-DAY-ALL-UP
               PERFORM VARYING NODE-IDX FROM 1 BY 1
                   UNTIL NODE-IDX > NODE-COUNT
                   MOVE 0 TO NODE-DAY-POLLS(NODE-IDX)
                   MOVE 0 TO NODE-DAY-UP(NODE-IDX)
               END-PERFORM
           END-IF

           MOVE 0 TO PASS-PROBLEMS
           MOVE 0 TO PASS-NOTICES
           MOVE 0 TO PASS-UP-COUNT
           MOVE 0 TO NOTE-COUNT

           PERFORM VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT
               PERFORM POLL-ONE-NODE
               PERFORM JUDGE-ONE-NODE
               PERFORM WRITE-NODE-LOG-LINE
           END-PERFORM

           ADD 1 TO FLEET-DAY-PASSES
           IF PASS-UP-COUNT = NODE-COUNT
               ADD 1 TO FLEET-DAY-ALL-UP
           END-IF

           PERFORM WRITE-STATUS-PAGE
           PERFORM WRITE-DAY-REPORT
           PERFORM SAVE-FLEET-STATE

           EXIT PARAGRAPH.

       POLL-ONE-NODE.
           MOVE "N" TO NODE-UP(NODE-IDX)
           MOVE SPACES TO NODE-WHY(NODE-IDX)
           MOVE "N" TO NODE-METRICS-OK(NODE-IDX)
           MOVE "N" TO NODE-RATE-KNOWN(NODE-IDX)
           MOVE "N" TO NODE-RESTARTED(NODE-IDX)
           MOVE "N" TO NODE-BACKLOG-KNOWN(NODE-IDX)
           MOVE "-" TO NODE-MAINT(NODE-IDX)
           MOVE 0 TO NODE-PID(NODE-IDX)
           MOVE 0 TO NODE-STARTED(NODE-IDX)
           MOVE 0 TO NODE-BACKLOG(NODE-IDX)

           CALL "time" USING BY VALUE 0 RETURNING NOW-EPOCH

           MOVE "/healthz" TO FETCH-PATH
           PERFORM FETCH-FROM-NODE
           IF FETCH-OK = "N"
               MOVE FETCH-WHY TO NODE-WHY(NODE-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO NODE-UP(NODE-IDX)

           MOVE '"pid"' TO JSON-KEY
           PERFORM FIND-JSON-VALUE
           IF JSON-FOUND = "Y"
               COMPUTE NODE-PID(NODE-IDX) =
                   FUNCTION NUMVAL(JSON-VALUE)
           END-IF

      *> Servers older than the started field are back-figured from
      *> their uptime, which is the same instant to the second.
           MOVE '"started"' TO JSON-KEY
           PERFORM FIND-JSON-VALUE
           IF JSON-FOUND = "Y"
               COMPUTE NODE-STARTED(NODE-IDX) =
                   FUNCTION NUMVAL(JSON-VALUE)
           ELSE
               MOVE '"uptime_seconds"' TO JSON-KEY
               PERFORM FIND-JSON-VALUE
               IF JSON-FOUND = "Y"
                   COMPUTE NODE-STARTED(NODE-IDX) = NOW-EPOCH -
                       FUNCTION NUMVAL(JSON-VALUE)
               END-IF
           END-IF

           MOVE '"maintenance"' TO JSON-KEY
           PERFORM FIND-JSON-VALUE
           IF JSON-FOUND = "Y"
               IF JSON-VALUE(1:4) = "true"
                   MOVE "on" TO NODE-MAINT(NODE-IDX)
               ELSE
                   MOVE "off" TO NODE-MAINT(NODE-IDX)
               END-IF
           END-IF

           MOVE '"mirror_backlog"' TO JSON-KEY
           PERFORM FIND-JSON-VALUE
           IF JSON-FOUND = "Y"
               MOVE "Y" TO NODE-BACKLOG-KNOWN(NODE-IDX)
               COMPUTE NODE-BACKLOG(NODE-IDX) =
                   FUNCTION NUMVAL(JSON-VALUE)
           END-IF

      *> A couple of seconds' slack, since a back-figured start
      *> time can wobble by one across the second boundary.
           IF NODE-PREV-STARTED(NODE-IDX) > 0 AND
              NODE-STARTED(NODE-IDX) >
                  NODE-PREV-STARTED(NODE-IDX) + 2
               MOVE "Y" TO NODE-RESTARTED(NODE-IDX)
           END-IF
           IF NODE-STARTED(NODE-IDX) > 0
               MOVE NODE-STARTED(NODE-IDX)
                   TO NODE-PREV-STARTED(NODE-IDX)
           END-IF

           MOVE "/metrics" TO FETCH-PATH
           PERFORM FETCH-FROM-NODE
           IF FETCH-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE '"requests"' TO JSON-KEY
           PERFORM FIND-JSON-VALUE
           IF JSON-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           COMPUTE NODE-REQUESTS(NODE-IDX) =
               FUNCTION NUMVAL(JSON-VALUE)
           MOVE 0 TO NODE-ERRORS(NODE-IDX)
           MOVE '"errors"' TO JSON-KEY
           PERFORM FIND-JSON-VALUE
           IF JSON-FOUND = "Y"
               COMPUTE NODE-ERRORS(NODE-IDX) =
                   FUNCTION NUMVAL(JSON-VALUE)
           END-IF
           MOVE "Y" TO NODE-METRICS-OK(NODE-IDX)

      *> Rates need a previous reading; counters that went backwards
      *> (metrics file reset) leave this poll as the new baseline.
           IF NODE-PREV-POLL(NODE-IDX) > 0 AND
              NOW-EPOCH > NODE-PREV-POLL(NODE-IDX) AND
              NODE-REQUESTS(NODE-IDX) >=
                  NODE-PREV-REQUESTS(NODE-IDX) AND
              NODE-ERRORS(NODE-IDX) >= NODE-PREV-ERRORS(NODE-IDX)
               COMPUTE ELAPSED-SECS =
                   NOW-EPOCH - NODE-PREV-POLL(NODE-IDX)
               COMPUTE DELTA-REQUESTS = NODE-REQUESTS(NODE-IDX) -
                   NODE-PREV-REQUESTS(NODE-IDX)
               COMPUTE DELTA-ERRORS = NODE-ERRORS(NODE-IDX) -
                   NODE-PREV-ERRORS(NODE-IDX)
               COMPUTE NODE-REQ-RATE(NODE-IDX) ROUNDED =
                   DELTA-REQUESTS * 60 / ELAPSED-SECS
               COMPUTE NODE-ERR-RATE(NODE-IDX) ROUNDED =
                   DELTA-ERRORS * 60 / ELAPSED-SECS
               MOVE 0 TO NODE-ERR-PCT(NODE-IDX)
               IF DELTA-REQUESTS > 0
                   COMPUTE NODE-ERR-PCT(NODE-IDX) ROUNDED =
                       DELTA-ERRORS * 100.00 / DELTA-REQUESTS
               END-IF
               MOVE "Y" TO NODE-RATE-KNOWN(NODE-IDX)
           END-IF

           MOVE NODE-REQUESTS(NODE-IDX)
               TO NODE-PREV-REQUESTS(NODE-IDX)
           MOVE NODE-ERRORS(NODE-IDX) TO NODE-PREV-ERRORS(NODE-IDX)
           MOVE NOW-EPOCH TO NODE-PREV-POLL(NODE-IDX)

           EXIT PARAGRAPH.

       JUDGE-ONE-NODE.
           ADD 1 TO NODE-DAY-POLLS(NODE-IDX)

           IF NODE-UP(NODE-IDX) = "N"
               ADD 1 TO PASS-PROBLEMS
               MOVE SPACES TO NOTE-LINE
               STRING "  ! " DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-NAME(NODE-IDX))
                          DELIMITED BY SIZE
                      ": DOWN (" DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-WHY(NODE-IDX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO NOTE-LINE
               PERFORM ADD-NOTE-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NODE-DAY-UP(NODE-IDX)
           ADD 1 TO PASS-UP-COUNT

           IF NODE-RESTARTED(NODE-IDX) = "Y"
               ADD 1 TO PASS-PROBLEMS
               MOVE NODE-STARTED(NODE-IDX) TO STAMP-EPOCH
               PERFORM FORMAT-EPOCH-STAMP
               MOVE SPACES TO NOTE-LINE
               STRING "  ! " DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-NAME(NODE-IDX))
                          DELIMITED BY SIZE
                      ": restarted since last poll, at " DELIMITED
                          BY SIZE
                      STAMP-TEXT DELIMITED BY SIZE
                      " UTC" DELIMITED BY SIZE
                      INTO NOTE-LINE
               PERFORM ADD-NOTE-LINE
           END-IF

           IF NODE-BACKLOG-KNOWN(NODE-IDX) = "Y" AND
              NODE-BACKLOG(NODE-IDX) > FLEET-BACKLOG-LIMIT
               ADD 1 TO PASS-PROBLEMS
               MOVE NODE-BACKLOG(NODE-IDX) TO COUNT-DISPLAY
               MOVE FLEET-BACKLOG-LIMIT TO COUNT-DISPLAY-2
               MOVE SPACES TO NOTE-LINE
               STRING "  ! " DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-NAME(NODE-IDX))
                          DELIMITED BY SIZE
                      ": mirror backlog " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " over limit " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED
                          BY SIZE
                      INTO NOTE-LINE
               PERFORM ADD-NOTE-LINE
           END-IF

           IF NODE-RATE-KNOWN(NODE-IDX) = "Y" AND
              NODE-ERR-PCT(NODE-IDX) > FLEET-ERROR-PCT
               ADD 1 TO PASS-PROBLEMS
               MOVE NODE-ERR-PCT(NODE-IDX) TO PCT-DISPLAY
               MOVE SPACES TO NOTE-LINE
               STRING "  ! " DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-NAME(NODE-IDX))
                          DELIMITED BY SIZE
                      ": error rate " DELIMITED BY SIZE
                      FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                      "% since last poll" DELIMITED BY SIZE
                      INTO NOTE-LINE
               PERFORM ADD-NOTE-LINE
           END-IF

           IF NODE-METRICS-OK(NODE-IDX) = "N"
               ADD 1 TO PASS-NOTICES
               MOVE SPACES TO NOTE-LINE
               STRING "  - " DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-NAME(NODE-IDX))
                          DELIMITED BY SIZE
                      ": /metrics did not answer, no rates"
                          DELIMITED BY SIZE
                      INTO NOTE-LINE
               PERFORM ADD-NOTE-LINE
           END-IF

           IF NODE-MAINT(NODE-IDX) = "on"
               ADD 1 TO PASS-NOTICES
               MOVE SPACES TO NOTE-LINE
               STRING "  - " DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-NAME(NODE-IDX))
                          DELIMITED BY SIZE
                      ": in maintenance mode" DELIMITED BY SIZE
                      INTO NOTE-LINE
               PERFORM ADD-NOTE-LINE
           END-IF

           EXIT PARAGRAPH.

       ADD-NOTE-LINE.
           IF NOTE-COUNT < 96
               ADD 1 TO NOTE-COUNT
               MOVE NOTE-LINE TO NOTE-TEXT(NOTE-COUNT)
           END-IF
           EXIT PARAGRAPH.

       FETCH-FROM-NODE.
           MOVE "Y" TO FETCH-OK
           MOVE SPACES TO FETCH-WHY
           MOVE 0 TO RESPONSE-LEN
           MOVE 0 TO BODY-START
           MOVE SPACES TO RESPONSE-BUF

           MOVE SPACES TO TARGET-HOST-NUL
           STRING FUNCTION TRIM(NODE-HOST(NODE-IDX))
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO TARGET-HOST-NUL
           CALL "inet_pton" USING BY VALUE 2,
                                   BY REFERENCE TARGET-HOST-NUL,
                                   BY REFERENCE TARGET-IP
                                   RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL NOT = 1
               MOVE "N" TO FETCH-OK
               MOVE "address not IPv4" TO FETCH-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE NODE-PORT(NODE-IDX) TO TARGET-PORT-NET
           CALL "htons" USING BY VALUE TARGET-PORT-NET
               RETURNING TARGET-PORT-NET

           CALL "socket" USING BY VALUE 2, 1, 0 RETURNING SOCK-FD
           IF SOCK-FD < 0
               MOVE "N" TO FETCH-OK
               MOVE "socket failed" TO FETCH-WHY
               EXIT PARAGRAPH
           END-IF

           CALL "setsockopt" USING BY VALUE SOCK-FD,
                                   BY VALUE 1,
                                   BY VALUE 20,
                                   BY REFERENCE IO-TIMEOUT-VAL,
                                   BY VALUE LENGTH OF IO-TIMEOUT-VAL
                                   RETURNING RETURN-CODE-LOCAL
           CALL "setsockopt" USING BY VALUE SOCK-FD,
                                   BY VALUE 1,
                                   BY VALUE 21,
                                   BY REFERENCE IO-TIMEOUT-VAL,
                                   BY VALUE LENGTH OF IO-TIMEOUT-VAL
                                   RETURNING RETURN-CODE-LOCAL

           CALL "connect" USING BY VALUE SOCK-FD,
                                BY CONTENT TARGET-ADDRESS,
                                BY VALUE LENGTH OF TARGET-ADDRESS
                                RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL < 0
               MOVE "N" TO FETCH-OK
               MOVE "no connection" TO FETCH-WHY
               CALL "close" USING BY VALUE SOCK-FD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SEND-BUFFER
           MOVE 1 TO SEND-POINTER
           STRING "GET " DELIMITED BY SIZE
                  FUNCTION TRIM(FETCH-PATH) DELIMITED BY SIZE
                  " HTTP/1.1" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Host: " DELIMITED BY SIZE
                  FUNCTION TRIM(NODE-HOST(NODE-IDX))
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO SEND-BUFFER WITH POINTER SEND-POINTER
           COMPUTE SEND-LEN = SEND-POINTER - 1

           MOVE 0 TO SENT-SO-FAR
           PERFORM UNTIL SENT-SO-FAR >= SEND-LEN
               COMPUTE SEND-REMAIN = SEND-LEN - SENT-SO-FAR
               CALL "send" USING BY VALUE SOCK-FD
                   BY REFERENCE SEND-BUFFER
                       (SENT-SO-FAR + 1:SEND-REMAIN)
                   BY VALUE SEND-REMAIN
                   BY VALUE 0
                   RETURNING RETURN-CODE-LOCAL
               IF RETURN-CODE-LOCAL <= 0
                   MOVE "N" TO FETCH-OK
                   MOVE "send failed" TO FETCH-WHY
                   EXIT PERFORM
               END-IF
               ADD RETURN-CODE-LOCAL TO SENT-SO-FAR
           END-PERFORM

           IF FETCH-OK = "Y"
               PERFORM UNTIL 1 = 2
                   CALL "recv" USING BY VALUE SOCK-FD,
                                     BY REFERENCE RECV-CHUNK,
                                     BY VALUE LENGTH OF RECV-CHUNK,
                                     BY VALUE 0
                                     RETURNING RECV-COUNT
                   IF RECV-COUNT <= 0
                       EXIT PERFORM
                   END-IF
                   IF RESPONSE-LEN + RECV-COUNT <=
                           LENGTH OF RESPONSE-BUF
                       MOVE RECV-CHUNK(1:RECV-COUNT) TO
                           RESPONSE-BUF(RESPONSE-LEN + 1:
                               RECV-COUNT)
                       ADD RECV-COUNT TO RESPONSE-LEN
                   END-IF
               END-PERFORM
           END-IF

           CALL "close" USING BY VALUE SOCK-FD

           IF FETCH-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF RESPONSE-LEN < 13 OR RESPONSE-BUF(1:5) NOT = "HTTP/"
               MOVE "N" TO FETCH-OK
               MOVE "no response" TO FETCH-WHY
               EXIT PARAGRAPH
           END-IF
           IF RESPONSE-BUF(10:3) NOT = "200"
               MOVE "N" TO FETCH-OK
               STRING "status " DELIMITED BY SIZE
                      RESPONSE-BUF(10:3) DELIMITED BY SIZE
                      INTO FETCH-WHY
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS + 3 > RESPONSE-LEN
               IF RESPONSE-BUF(SCAN-POS:4) = X"0D0A0D0A"
                   COMPUTE BODY-START = SCAN-POS + 4
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BODY-START = 0 OR BODY-START > RESPONSE-LEN
               MOVE "N" TO FETCH-OK
               MOVE "no body" TO FETCH-WHY
           END-IF

           EXIT PARAGRAPH.

       FIND-JSON-VALUE.
      *> The flat {"name":value,...} bodies /healthz and /metrics
      *> send: the value is everything after "name": up to the next
      *> comma or closing brace.
           MOVE "N" TO JSON-FOUND
           MOVE SPACES TO JSON-VALUE
           MOVE SPACES TO JSON-PATTERN
           STRING FUNCTION TRIM(JSON-KEY) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO JSON-PATTERN
           COMPUTE JSON-PATTERN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(JSON-PATTERN))

           MOVE 0 TO SCAN-END
           PERFORM VARYING SCAN-POS FROM BODY-START BY 1
               UNTIL SCAN-POS + JSON-PATTERN-LEN - 1 > RESPONSE-LEN
               IF RESPONSE-BUF(SCAN-POS:JSON-PATTERN-LEN) =
                  JSON-PATTERN(1:JSON-PATTERN-LEN)
                   COMPUTE SCAN-END = SCAN-POS + JSON-PATTERN-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SCAN-END = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO JSON-VALUE-LEN
           PERFORM VARYING SCAN-POS FROM SCAN-END BY 1
               UNTIL SCAN-POS > RESPONSE-LEN OR
                   RESPONSE-BUF(SCAN-POS:1) = "," OR
                   RESPONSE-BUF(SCAN-POS:1) = "}" OR
                   JSON-VALUE-LEN >= LENGTH OF JSON-VALUE
               ADD 1 TO JSON-VALUE-LEN
               MOVE RESPONSE-BUF(SCAN-POS:1)
                   TO JSON-VALUE(JSON-VALUE-LEN:1)
           END-PERFORM
           MOVE FUNCTION TRIM(JSON-VALUE) TO JSON-VALUE
           IF JSON-VALUE NOT = SPACES
               MOVE "Y" TO JSON-FOUND
           END-IF

           EXIT PARAGRAPH.

       FORMAT-EPOCH-STAMP.
      *> Epoch seconds to "YYYY-MM-DD hh:mm:ss", UTC.
           COMPUTE STAMP-DATE = FUNCTION DATE-OF-INTEGER(
               EPOCH-BASE-DAY + STAMP-EPOCH / 86400)
           COMPUTE STAMP-SECS = FUNCTION MOD(STAMP-EPOCH, 86400)
           COMPUTE STAMP-HH = STAMP-SECS / 3600
           COMPUTE STAMP-MM = FUNCTION MOD(STAMP-SECS, 3600) / 60
           COMPUTE STAMP-SS = FUNCTION MOD(STAMP-SECS, 60)
           MOVE SPACES TO STAMP-TEXT
           STRING STAMP-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  STAMP-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  STAMP-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAMP-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-SS DELIMITED BY SIZE
                  INTO STAMP-TEXT
           EXIT PARAGRAPH.

       BUILD-ROW-FIELDS.
      *> Display columns for one node, shared by the page and the
      *> log line; "-" wherever this poll could not tell.
           IF NODE-UP(NODE-IDX) = "Y"
               MOVE "UP" TO ROW-STATE
           ELSE
               MOVE "DOWN" TO ROW-STATE
           END-IF

           MOVE "        -" TO ROW-REQ-RATE
           MOVE "        -" TO ROW-ERR-RATE
           MOVE "     -" TO ROW-ERR-PCT
           IF NODE-UP(NODE-IDX) = "Y" AND
              NODE-RATE-KNOWN(NODE-IDX) = "Y"
               MOVE NODE-REQ-RATE(NODE-IDX) TO RATE-DISPLAY
               MOVE RATE-DISPLAY TO ROW-REQ-RATE
               MOVE NODE-ERR-RATE(NODE-IDX) TO RATE-DISPLAY
               MOVE RATE-DISPLAY TO ROW-ERR-RATE
               MOVE NODE-ERR-PCT(NODE-IDX) TO PCT-DISPLAY
               MOVE PCT-DISPLAY TO ROW-ERR-PCT
           END-IF

           MOVE "        -" TO ROW-BACKLOG
           IF NODE-BACKLOG-KNOWN(NODE-IDX) = "Y"
               MOVE NODE-BACKLOG(NODE-IDX) TO COUNT-DISPLAY
               MOVE COUNT-DISPLAY TO ROW-BACKLOG
           END-IF

           MOVE "-" TO ROW-RESTART
           IF NODE-STARTED(NODE-IDX) > 0
               MOVE NODE-STARTED(NODE-IDX) TO STAMP-EPOCH
               PERFORM FORMAT-EPOCH-STAMP
               MOVE STAMP-TEXT TO ROW-RESTART
           ELSE
               IF NODE-PREV-STARTED(NODE-IDX) > 0
                   MOVE NODE-PREV-STARTED(NODE-IDX) TO STAMP-EPOCH
                   PERFORM FORMAT-EPOCH-STAMP
                   MOVE STAMP-TEXT TO ROW-RESTART
               END-IF
           END-IF

           EXIT PARAGRAPH.

       WRITE-NODE-LOG-LINE.
           PERFORM BUILD-ROW-FIELDS
           MOVE FUNCTION CURRENT-DATE TO LOG-STAMP
           MOVE NODE-PID(NODE-IDX) TO PID-DISPLAY

           MOVE SPACES TO FLEET-LOG-LINE
           STRING LOG-STAMP DELIMITED BY SIZE
                  " node=" DELIMITED BY SIZE
                  FUNCTION TRIM(NODE-NAME(NODE-IDX))
                      DELIMITED BY SIZE
                  " state=" DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-STATE) DELIMITED BY SIZE
                  " pid=" DELIMITED BY SIZE
                  FUNCTION TRIM(PID-DISPLAY) DELIMITED BY SIZE
                  " req_per_min=" DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-REQ-RATE) DELIMITED BY SIZE
                  " err_per_min=" DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-ERR-RATE) DELIMITED BY SIZE
                  " err_pct=" DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-ERR-PCT) DELIMITED BY SIZE
                  " backlog=" DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-BACKLOG) DELIMITED BY SIZE
                  " maint=" DELIMITED BY SIZE
                  FUNCTION TRIM(NODE-MAINT(NODE-IDX))
                      DELIMITED BY SIZE
                  " restarted=" DELIMITED BY SIZE
                  NODE-RESTARTED(NODE-IDX) DELIMITED BY SIZE
                  INTO FLEET-LOG-LINE
           IF NODE-UP(NODE-IDX) = "N"
               MOVE SPACES TO FLEET-LOG-LINE
               STRING LOG-STAMP DELIMITED BY SIZE
                      " node=" DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-NAME(NODE-IDX))
                          DELIMITED BY SIZE
                      " state=DOWN (" DELIMITED BY SIZE
                      FUNCTION TRIM(NODE-WHY(NODE-IDX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO FLEET-LOG-LINE
           END-IF

           PERFORM APPEND-FLEET-LOG
           DISPLAY FUNCTION TRIM(FLEET-LOG-LINE)

           EXIT PARAGRAPH.

       WRITE-STATUS-PAGE.
           MOVE "N" TO PAGE-FAILED
           OPEN OUTPUT PAGE-FILE
           IF PAGE-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write status page "
                   FUNCTION TRIM(PAGE-FILE-NAME) " (status "
                   PAGE-FILE-STATUS ")"
               MOVE "Y" TO PAGE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING STAMP-EPOCH
           PERFORM FORMAT-EPOCH-STAMP
           MOVE STAMP-TEXT TO PASS-TEXT
           MOVE SPACES TO OUT-LINE
           STRING "FLEET STATUS  " DELIMITED BY SIZE
                  PASS-TEXT DELIMITED BY SIZE
                  " UTC" DELIMITED BY SIZE
                  INTO OUT-LINE
           WRITE PAGE-RECORD FROM OUT-LINE

           MOVE PASS-UP-COUNT TO COUNT-DISPLAY
           MOVE NODE-COUNT TO COUNT-DISPLAY-2
           MOVE SPACES TO OUT-LINE
           IF PASS-PROBLEMS = 0
               STRING "ALL OK -- " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED
                          BY SIZE
                      " nodes up" DELIMITED BY SIZE
                      INTO OUT-LINE
           ELSE
               MOVE PASS-PROBLEMS TO PID-DISPLAY
               STRING "ATTENTION -- " DELIMITED BY SIZE
                      FUNCTION TRIM(PID-DISPLAY) DELIMITED BY SIZE
                      " problem(s), " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED
                          BY SIZE
                      " nodes up" DELIMITED BY SIZE
                      INTO OUT-LINE
           END-IF
           WRITE PAGE-RECORD FROM OUT-LINE

           PERFORM VARYING NOTE-IDX FROM 1 BY 1
               UNTIL NOTE-IDX > NOTE-COUNT
               WRITE PAGE-RECORD FROM NOTE-TEXT(NOTE-IDX)
           END-PERFORM

           MOVE SPACES TO OUT-LINE
           WRITE PAGE-RECORD FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           STRING "NODE                     ROLE         STATE"
                      DELIMITED BY SIZE
                  "   REQ/MIN   ERR/MIN    ERR%  BACKLOG MAINT"
                      DELIMITED BY SIZE
                  "  LAST RESTART (UTC)" DELIMITED BY SIZE
                  INTO OUT-LINE
           WRITE PAGE-RECORD FROM OUT-LINE

           PERFORM VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT
               PERFORM BUILD-ROW-FIELDS
               MOVE SPACES TO OUT-LINE
               MOVE NODE-NAME(NODE-IDX) TO OUT-LINE(1:24)
               MOVE NODE-ROLE(NODE-IDX) TO OUT-LINE(26:12)
               MOVE ROW-STATE TO OUT-LINE(39:5)
               MOVE ROW-REQ-RATE TO OUT-LINE(45:9)
               MOVE ROW-ERR-RATE TO OUT-LINE(55:9)
               MOVE ROW-ERR-PCT TO OUT-LINE(66:6)
               MOVE ROW-BACKLOG TO OUT-LINE(72:9)
               MOVE NODE-MAINT(NODE-IDX) TO OUT-LINE(82:3)
               MOVE ROW-RESTART TO OUT-LINE(89:19)
               WRITE PAGE-RECORD FROM OUT-LINE
           END-PERFORM

           CLOSE PAGE-FILE

           EXIT PARAGRAPH.

       WRITE-DAY-REPORT.
      *> Rewritten every pass, so today's file always holds the day
      *> so far and yesterday's was final at its last pass.
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "fleet_report_" DELIMITED BY SIZE
                  FLEET-DAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "WARN: cannot write "
                   FUNCTION TRIM(REPORT-FILE-NAME) " (status "
                   REPORT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUT-LINE
           STRING "Fleet availability for " DELIMITED BY SIZE
                  FLEET-DAY-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FLEET-DAY-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FLEET-DAY-DATE(7:2) DELIMITED BY SIZE
                  INTO OUT-LINE
           WRITE REPORT-RECORD FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           WRITE REPORT-RECORD FROM OUT-LINE

           MOVE 0 TO AVAIL-PCT
           IF FLEET-DAY-PASSES > 0
               COMPUTE AVAIL-PCT ROUNDED =
                   FLEET-DAY-ALL-UP * 100.00 / FLEET-DAY-PASSES
           END-IF
           MOVE AVAIL-PCT TO PCT-DISPLAY
           MOVE FLEET-DAY-ALL-UP TO COUNT-DISPLAY
           MOVE FLEET-DAY-PASSES TO COUNT-DISPLAY-2
           MOVE SPACES TO OUT-LINE
           STRING "Whole fleet up: " DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                  "% (" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " passes with every node up)" DELIMITED BY SIZE
                  INTO OUT-LINE
           WRITE REPORT-RECORD FROM OUT-LINE
           MOVE SPACES TO OUT-LINE
           WRITE REPORT-RECORD FROM OUT-LINE

           MOVE SPACES TO OUT-LINE
           STRING "NODE                     ROLE            POLLS"
                      DELIMITED BY SIZE
                  "        UP  AVAIL%" DELIMITED BY SIZE
                  INTO OUT-LINE
           WRITE REPORT-RECORD FROM OUT-LINE

           PERFORM VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT
               MOVE 0 TO AVAIL-PCT
               IF NODE-DAY-POLLS(NODE-IDX) > 0
                   COMPUTE AVAIL-PCT ROUNDED =
                       NODE-DAY-UP(NODE-IDX) * 100.00 /
                       NODE-DAY-POLLS(NODE-IDX)
               END-IF
               MOVE AVAIL-PCT TO PCT-DISPLAY
               MOVE NODE-DAY-POLLS(NODE-IDX) TO COUNT-DISPLAY
               MOVE NODE-DAY-UP(NODE-IDX) TO COUNT-DISPLAY-2
               MOVE SPACES TO OUT-LINE
               MOVE NODE-NAME(NODE-IDX) TO OUT-LINE(1:24)
               MOVE NODE-ROLE(NODE-IDX) TO OUT-LINE(26:12)
               MOVE COUNT-DISPLAY TO OUT-LINE(38:9)
               MOVE COUNT-DISPLAY-2 TO OUT-LINE(48:9)
               MOVE PCT-DISPLAY TO OUT-LINE(59:6)
               WRITE REPORT-RECORD FROM OUT-LINE
           END-PERFORM

           CLOSE REPORT-FILE

           EXIT PARAGRAPH.

       WRITE-DAY-SUMMARY-LINE.
           MOVE 0 TO AVAIL-PCT
           IF FLEET-DAY-PASSES > 0
               COMPUTE AVAIL-PCT ROUNDED =
                   FLEET-DAY-ALL-UP * 100.00 / FLEET-DAY-PASSES
           END-IF
           MOVE AVAIL-PCT TO PCT-DISPLAY
           MOVE FLEET-DAY-ALL-UP TO COUNT-DISPLAY
           MOVE FLEET-DAY-PASSES TO COUNT-DISPLAY-2
           MOVE SPACES TO FLEET-LOG-LINE
           STRING "SUMMARY " DELIMITED BY SIZE
                  FLEET-DAY-DATE DELIMITED BY SIZE
                  " fleet_availability=" DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                  "% (" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " passes all nodes up), see fleet_report_"
                      DELIMITED BY SIZE
                  FLEET-DAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO FLEET-LOG-LINE
           PERFORM APPEND-FLEET-LOG
           DISPLAY FUNCTION TRIM(FLEET-LOG-LINE)
           EXIT PARAGRAPH.

       APPEND-FLEET-LOG.
           OPEN EXTEND FLEET-LOG-FILE
           IF FLEET-LOG-STATUS = "35"
               OPEN OUTPUT FLEET-LOG-FILE
           END-IF
           WRITE FLEET-LOG-RECORD FROM FLEET-LOG-LINE
           CLOSE FLEET-LOG-FILE
           EXIT PARAGRAPH.

       LOAD-FLEET-STATE.
      *> "day|YYYYMMDD|passes|all-up" then one line per node:
      *> name|requests|errors|poll-epoch|started|day-polls|day-up.
      *> Nodes no longer in the nodes file are dropped on save.
           OPEN INPUT STATE-FILE
           IF STATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL STATE-FILE-STATUS = "10"
               READ STATE-FILE INTO STATE-LINE
                   AT END
                       MOVE "10" TO STATE-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-STATE-LINE
               END-READ
           END-PERFORM

           CLOSE STATE-FILE

           EXIT PARAGRAPH.

       APPLY-STATE-LINE.
           MOVE SPACES TO STATE-FIELD-1 STATE-FIELD-2 STATE-FIELD-3
               STATE-FIELD-4 STATE-FIELD-5 STATE-FIELD-6
               STATE-FIELD-7
           UNSTRING STATE-LINE DELIMITED BY "|"
               INTO STATE-FIELD-1 STATE-FIELD-2 STATE-FIELD-3
                    STATE-FIELD-4 STATE-FIELD-5 STATE-FIELD-6
                    STATE-FIELD-7

           IF STATE-FIELD-1 = "day"
               IF STATE-FIELD-2(1:8) IS NUMERIC
                   MOVE STATE-FIELD-2(1:8) TO FLEET-DAY-DATE
                   COMPUTE FLEET-DAY-PASSES =
                       FUNCTION NUMVAL(STATE-FIELD-3)
                   COMPUTE FLEET-DAY-ALL-UP =
                       FUNCTION NUMVAL(STATE-FIELD-4)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT
               IF NODE-NAME(NODE-IDX) = STATE-FIELD-1
                   COMPUTE NODE-PREV-REQUESTS(NODE-IDX) =
                       FUNCTION NUMVAL(STATE-FIELD-2)
                   COMPUTE NODE-PREV-ERRORS(NODE-IDX) =
                       FUNCTION NUMVAL(STATE-FIELD-3)
                   COMPUTE NODE-PREV-POLL(NODE-IDX) =
                       FUNCTION NUMVAL(STATE-FIELD-4)
                   COMPUTE NODE-PREV-STARTED(NODE-IDX) =
                       FUNCTION NUMVAL(STATE-FIELD-5)
                   COMPUTE NODE-DAY-POLLS(NODE-IDX) =
                       FUNCTION NUMVAL(STATE-FIELD-6)
                   COMPUTE NODE-DAY-UP(NODE-IDX) =
                       FUNCTION NUMVAL(STATE-FIELD-7)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       SAVE-FLEET-STATE.
           OPEN OUTPUT STATE-FILE
           IF STATE-FILE-STATUS NOT = "00"
               DISPLAY "WARN: cannot write "
                   FUNCTION TRIM(STATE-FILE-NAME) " (status "
                   STATE-FILE-STATUS "), rates restart next run"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STATE-LINE
           MOVE FLEET-DAY-PASSES TO COUNT-DISPLAY
           MOVE FLEET-DAY-ALL-UP TO COUNT-DISPLAY-2
           STRING "day|" DELIMITED BY SIZE
                  FLEET-DAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  INTO STATE-LINE
           WRITE STATE-FILE-RECORD FROM STATE-LINE

           PERFORM VARYING NODE-IDX FROM 1 BY 1
               UNTIL NODE-IDX > NODE-COUNT
               PERFORM BUILD-STATE-LINE
               WRITE STATE-FILE-RECORD FROM STATE-LINE
           END-PERFORM

           CLOSE STATE-FILE

           EXIT PARAGRAPH.

       BUILD-STATE-LINE.
           MOVE SPACES TO STATE-LINE
           MOVE 1 TO SEND-POINTER
           STRING FUNCTION TRIM(NODE-NAME(NODE-IDX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO STATE-LINE WITH POINTER SEND-POINTER
           MOVE NODE-PREV-REQUESTS(NODE-IDX) TO STATE-NUM-DISP
           STRING STATE-NUM-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO STATE-LINE WITH POINTER SEND-POINTER
           MOVE NODE-PREV-ERRORS(NODE-IDX) TO STATE-NUM-DISP
           STRING STATE-NUM-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO STATE-LINE WITH POINTER SEND-POINTER
           MOVE NODE-PREV-POLL(NODE-IDX) TO STATE-NUM-DISP
           STRING STATE-NUM-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO STATE-LINE WITH POINTER SEND-POINTER
           MOVE NODE-PREV-STARTED(NODE-IDX) TO STATE-NUM-DISP
           STRING STATE-NUM-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO STATE-LINE WITH POINTER SEND-POINTER
           MOVE NODE-DAY-POLLS(NODE-IDX) TO STATE-NUM-DISP
           STRING STATE-NUM-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO STATE-LINE WITH POINTER SEND-POINTER
           MOVE NODE-DAY-UP(NODE-IDX) TO STATE-NUM-DISP
           STRING STATE-NUM-DISP DELIMITED BY SIZE
                  INTO STATE-LINE WITH POINTER SEND-POINTER
           EXIT PARAGRAPH.

       LOAD-NODES-FILE.
           OPEN INPUT NODES-FILE
           IF NODES-FILE-STATUS = "35" OR NODES-FILE-STATUS = "05"
               DISPLAY "Error: nodes file not found: "
                   FUNCTION TRIM(NODES-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NODES-FILE-STATUS = "10"
               READ NODES-FILE INTO NODES-LINE
                   AT END
                       MOVE "10" TO NODES-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-NODES-LINE
               END-READ
           END-PERFORM

           CLOSE NODES-FILE

           EXIT PARAGRAPH.

       APPLY-NODES-LINE.
           MOVE FUNCTION TRIM(NODES-LINE) TO NODES-LINE

           IF NODES-LINE = SPACES OR NODES-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           IF NODE-COUNT >= 32
               DISPLAY "WARN: node table full, ignoring: "
                   FUNCTION TRIM(NODES-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NODE-FIELD-NAME
           MOVE SPACES TO NODE-FIELD-HOST
           MOVE SPACES TO NODE-FIELD-PORT
           MOVE SPACES TO NODE-FIELD-ROLE
           UNSTRING NODES-LINE DELIMITED BY "|"
               INTO NODE-FIELD-NAME NODE-FIELD-HOST
                    NODE-FIELD-PORT NODE-FIELD-ROLE

           IF FUNCTION TRIM(NODE-FIELD-NAME) = SPACES OR
              FUNCTION TRIM(NODE-FIELD-HOST) = SPACES
               DISPLAY "WARN: malformed node line skipped: "
                   FUNCTION TRIM(NODES-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NODE-COUNT
           INITIALIZE NODE-ENTRY(NODE-COUNT)
           MOVE FUNCTION TRIM(NODE-FIELD-NAME)
               TO NODE-NAME(NODE-COUNT)
           MOVE FUNCTION TRIM(NODE-FIELD-HOST)
               TO NODE-HOST(NODE-COUNT)
           MOVE 8080 TO NODE-PORT(NODE-COUNT)
           IF FUNCTION TRIM(NODE-FIELD-PORT) NOT = SPACES
               COMPUTE NODE-PORT(NODE-COUNT) =
                   FUNCTION NUMVAL(NODE-FIELD-PORT)
           END-IF
           MOVE FUNCTION TRIM(NODE-FIELD-ROLE)
               TO NODE-ROLE(NODE-COUNT)

           EXIT PARAGRAPH.

       LOAD-FLEET-CONFIG.
           OPEN INPUT CONFIG-FILE

           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               DISPLAY "DEBUG: no server.conf, using defaults"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-FLEET-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-FLEET-CONFIG-LINE.
           MOVE FUNCTION TRIM(CONFIG-LINE) TO CONFIG-LINE

           IF CONFIG-LINE = SPACES OR CONFIG-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CONFIG-EQ-POS
           INSPECT CONFIG-LINE TALLYING CONFIG-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="

           IF CONFIG-EQ-POS = 0 OR
               CONFIG-EQ-POS >= FUNCTION LENGTH(CONFIG-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VAL
           MOVE CONFIG-LINE(1:CONFIG-EQ-POS) TO CONFIG-KEY
           MOVE CONFIG-LINE(CONFIG-EQ-POS + 2:) TO CONFIG-VAL
           MOVE FUNCTION TRIM(CONFIG-KEY) TO CONFIG-KEY
           MOVE FUNCTION TRIM(CONFIG-VAL) TO CONFIG-VAL

           EVALUATE CONFIG-KEY
               WHEN "FLEET_NODES_FILE"
                   MOVE CONFIG-VAL TO NODES-FILE-NAME
               WHEN "FLEET_STATE_FILE"
                   MOVE CONFIG-VAL TO STATE-FILE-NAME
               WHEN "FLEET_LOG"
                   MOVE CONFIG-VAL TO FLEET-LOG-NAME
               WHEN "FLEET_STATUS_PAGE"
                   MOVE CONFIG-VAL TO PAGE-FILE-NAME
               WHEN "FLEET_INTERVAL_SECS"
                   COMPUTE FLEET-INTERVAL-SECS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "FLEET_BACKLOG_LIMIT"
                   COMPUTE FLEET-BACKLOG-LIMIT =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "FLEET_ERROR_PCT"
                   COMPUTE FLEET-ERROR-PCT =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

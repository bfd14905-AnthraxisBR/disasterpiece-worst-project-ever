       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-RUNNER.

      *> Runs the jobs the server queues in JOB_DIR (see
      *> JOB-RECORD-FIELDS): a POST to one of the JOB_PATHS routes is
      *> answered 202 at once and left here as a QUEUED record plus
      *> its body. Each pass this companion
      *>   - settles the RUNNING jobs: one whose <id>.rc has appeared
      *>     has finished -- SUCCEEDED when the script exited 0 and
      *>     answered 1xx-3xx, FAILED otherwise; one whose process is
      *>     gone without an exit code FAILED as "lost"; one running
      *>     longer than JOB_MAX_RUNTIME_SECS is killed and FAILED as
      *>     "timeout";
      *>   - starts QUEUED jobs, oldest first, until JOB_MAX_RUNNING
      *>     are in flight. The routes script recorded at submit time
      *>     runs detached with the request body on stdin, its
      *>     response captured to <id>.out, and REQUEST_METHOD,
      *>     PATH_INFO, CONTENT_LENGTH, REQUEST_ID, JOB_ID,
      *>     JOB_SUBMITTER and PARTNER_ID in its environment (the
      *>     latter blank unless a verified partner submitted the
      *>     job) -- the same contract as
      *>     the server's shell-out, so a route works either way;
      *>   - deletes every file of a finished job once it is older
      *>     than JOB_RETAIN_SECS.
      *> Jobs run detached, so stopping or restarting the runner
      *> never kills one; the next pass picks up where this one left
      *> off. Run it from the server's directory (relative routes
      *> script paths are taken from there). Every state change is
      *> appended to JOB_LOG.
      *>
      *> Usage:  JOB-RUNNER [pass-count]
      *> A pass count runs that many passes and exits; with none it
      *> loops every JOB_POLL_SECS like the mirror agent. Exit code
      *> 1 when a job failed during the run, 2 when a job record
      *> cannot be written, 3 on a usage or setup error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT RUNNER-LIST-FILE ASSIGN TO RUNNER-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNNER-LIST-STATUS.
           SELECT SCRATCH-FILE ASSIGN TO SCRATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRATCH-FILE-STATUS.
           SELECT RUNNER-LOG-FILE ASSIGN TO RUNNER-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNNER-LOG-STATUS.
           COPY JOB-FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD RUNNER-LIST-FILE.
       01 RUNNER-LIST-RECORD PIC X(256).
       FD SCRATCH-FILE.
       01 SCRATCH-RECORD PIC X(256).
       FD RUNNER-LOG-FILE.
       01 RUNNER-LOG-RECORD PIC X(256).
       COPY JOB-FD.

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       COPY JOB-RECORD-FIELDS.

       01 RUNNER-MAX-RUNTIME    PIC 9(9) COMP-5 VALUE 3600.
       01 RUNNER-POLL-SECS      PIC 9(4) COMP-5 VALUE 5.
       01 RUNNER-LOG-NAME       PIC X(128) VALUE "jobs.log".
       01 RUNNER-LOG-STATUS     PIC XX.
       01 RUNNER-LOG-LINE       PIC X(256).

       01 RUNNER-LIST-NAME      PIC X(256).
       01 RUNNER-LIST-STATUS    PIC XX.
       01 RUNNER-LIST-LINE      PIC X(256).
       01 SCRATCH-FILE-NAME     PIC X(256).
       01 SCRATCH-FILE-STATUS   PIC XX.
       01 SCRATCH-LINE          PIC X(256).

       01 COMMAND-LINE-ARGS     PIC X(64).
       01 JR-MAX-PASSES         PIC 9(9) COMP-5 VALUE 0.
       01 JR-PASSES-DONE        PIC 9(9) COMP-5 VALUE 0.
       01 JR-EXIT-CODE          PIC 9(4) COMP-5 VALUE 0.

       01 JR-NOW                PIC 9(10) COMP-5.
       01 JR-AGE                PIC 9(10) COMP-5.
       01 JR-RUNNING-COUNT      PIC 9(4) COMP-5.
       01 JR-STARTED-COUNT      PIC 9(4) COMP-5.
       01 JR-FINISHED-COUNT     PIC 9(4) COMP-5.
       01 JR-EXPIRED-COUNT      PIC 9(4) COMP-5.
       01 JR-WAITING-COUNT      PIC 9(4) COMP-5.
       01 JR-ALIVE              PIC X.
       01 JR-HAVE-RC            PIC X.
       01 JR-KILL-RESULT        PIC S9(9) COMP-5.
       01 JR-PID-VALUE          PIC 9(9) COMP-5.
       01 JR-GROUP-ID           PIC S9(9) COMP-5.
       01 JR-EVENT              PIC X(10).
       01 JR-EVENT-DETAIL       PIC X(64).
       01 JR-NUM-DISP           PIC Z(8)9.
       01 JR-NUM-DISP-2         PIC Z(8)9.
       01 JR-NUM-DISP-3         PIC Z(8)9.
       01 JR-LOG-STAMP          PIC X(21).
       01 JR-CHECK-PATH         PIC X(256).
       01 JR-CHECK-INFO.
           05 JR-CHECK-SIZE     PIC X(8) COMP-X.
           05 FILLER            PIC X(8).
       01 JR-CHECK-RESULT       PIC 9(9) COMP-X.

       01 PROCESS-ID            PIC 9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).
       01 LOCK-PATH             PIC X(160).
       01 LOCK-OPEN             PIC X(161).
       01 LOCK-FD               PIC S9(9) COMP-5.
       01 LOCK-PID-TEXT         PIC X(16).
       01 LOCK-PID              PIC 9(9) COMP-5.
       01 LOCK-RESULT           PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUNNER-CONFIG

           IF FUNCTION TRIM(CONFIG-JOB-DIR) = SPACES
               DISPLAY "Job runner: JOB_DIR not configured, "
                   "nothing to do."
               STOP RUN
           END-IF

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           IF FUNCTION TRIM(COMMAND-LINE-ARGS) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(COMMAND-LINE-ARGS) NOT = 0
                   DISPLAY "Usage: JOB-RUNNER [pass-count]"
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE JR-MAX-PASSES =
                   FUNCTION NUMVAL(COMMAND-LINE-ARGS)
           END-IF

           IF CONFIG-JOB-MAX-RUNNING = 0
               MOVE 1 TO CONFIG-JOB-MAX-RUNNING
           END-IF

           PERFORM ACQUIRE-RUNNER-LOCK
           IF LOCK-RESULT NOT = 0
               DISPLAY "Job runner: another runner (pid "
                   FUNCTION TRIM(LOCK-PID-TEXT)
                   ") holds " FUNCTION TRIM(LOCK-PATH)
                   ", nothing to do"
               STOP RUN
           END-IF

           MOVE CONFIG-JOB-MAX-RUNNING TO JR-NUM-DISP
           DISPLAY "Job runner: running jobs from "
               FUNCTION TRIM(CONFIG-JOB-DIR) ", at most "
               FUNCTION TRIM(JR-NUM-DISP) " at a time".

       RUNNER-LOOP.
           PERFORM RUN-JOB-PASS

           ADD 1 TO JR-PASSES-DONE
           IF JR-MAX-PASSES > 0 AND
              JR-PASSES-DONE >= JR-MAX-PASSES
               PERFORM RELEASE-RUNNER-LOCK
               MOVE JR-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "sleep" USING BY VALUE RUNNER-POLL-SECS

           GO TO RUNNER-LOOP.

       RUN-JOB-PASS.
      *> The listing goes through a temp file, and a name sort of
      *> the time-prefixed ids is submit order. The first sweep
      *> settles and expires, so the count of jobs still in flight
      *> is right before the second sweep starts new ones.
           MOVE 0 TO JR-RUNNING-COUNT
           MOVE 0 TO JR-STARTED-COUNT
           MOVE 0 TO JR-FINISHED-COUNT
           MOVE 0 TO JR-EXPIRED-COUNT
           MOVE 0 TO JR-WAITING-COUNT

           MOVE SPACES TO RUNNER-LIST-NAME
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/.runner_list" DELIMITED BY SIZE
                  INTO RUNNER-LIST-NAME

           MOVE SPACES TO JOB-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/*.job 2>/dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM(RUNNER-LIST-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND

           OPEN INPUT RUNNER-LIST-FILE
           IF RUNNER-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RUNNER-LIST-STATUS NOT = "00"
               READ RUNNER-LIST-FILE INTO RUNNER-LIST-LINE
                   AT END
                       MOVE "10" TO RUNNER-LIST-STATUS
                   NOT AT END
                       PERFORM SETTLE-ONE-JOB
               END-READ
           END-PERFORM
           CLOSE RUNNER-LIST-FILE

           OPEN INPUT RUNNER-LIST-FILE
           IF RUNNER-LIST-STATUS = "00"
               PERFORM UNTIL RUNNER-LIST-STATUS NOT = "00"
                   READ RUNNER-LIST-FILE INTO RUNNER-LIST-LINE
                       AT END
                           MOVE "10" TO RUNNER-LIST-STATUS
                       NOT AT END
                           PERFORM START-ONE-JOB
                   END-READ
               END-PERFORM
               CLOSE RUNNER-LIST-FILE
           END-IF

           MOVE SPACES TO JOB-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RUNNER-LIST-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND

           IF JR-STARTED-COUNT > 0 OR JR-FINISHED-COUNT > 0 OR
              JR-EXPIRED-COUNT > 0
               MOVE JR-RUNNING-COUNT TO JR-NUM-DISP
               MOVE JR-WAITING-COUNT TO JR-NUM-DISP-2
               MOVE JR-EXPIRED-COUNT TO JR-NUM-DISP-3
               DISPLAY "Job runner: " FUNCTION TRIM(JR-NUM-DISP)
                   " running, " FUNCTION TRIM(JR-NUM-DISP-2)
                   " waiting, " FUNCTION TRIM(JR-NUM-DISP-3)
                   " expired"
           END-IF

           EXIT PARAGRAPH.

       SETTLE-ONE-JOB.
           PERFORM READ-LISTED-JOB
           IF JOB-RECORD-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING JR-NOW

           EVALUATE JOB-STATE
               WHEN "RUNNING"
                   PERFORM CHECK-RUNNING-JOB
               WHEN "SUCCEEDED"
               WHEN "FAILED"
                   PERFORM EXPIRE-FINISHED-JOB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       START-ONE-JOB.
           PERFORM READ-LISTED-JOB
           IF JOB-RECORD-FOUND = "N" OR JOB-STATE NOT = "QUEUED"
               EXIT PARAGRAPH
           END-IF

           IF JR-RUNNING-COUNT >= CONFIG-JOB-MAX-RUNNING
               ADD 1 TO JR-WAITING-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM LAUNCH-JOB

           EXIT PARAGRAPH.

       READ-LISTED-JOB.
      *> The listed name is the record's own path; the id inside it
      *> then names the rest of the job's files.
           MOVE "N" TO JOB-RECORD-FOUND
           IF FUNCTION TRIM(RUNNER-LIST-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RUNNER-LIST-LINE TO JOB-REC-PATH
           PERFORM READ-JOB-RECORD
           IF JOB-RECORD-FOUND = "Y"
               PERFORM SET-JOB-PATHS
           END-IF
           EXIT PARAGRAPH.

       CHECK-RUNNING-JOB.
      *> The launch line writes <id>.rc only after the script has
      *> exited, so its presence is the finish signal.
           IF JOB-PID = 0
               PERFORM READ-JOB-PID-FILE
           END-IF

           PERFORM CHECK-JOB-RC-FILE
           IF JR-HAVE-RC = "Y"
               PERFORM FINISH-JOB
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO JR-ALIVE
           IF JOB-PID > 0
               MOVE JOB-PID TO JR-PID-VALUE
               CALL "kill" USING BY VALUE JR-PID-VALUE,
                                 BY VALUE 0
                                 RETURNING JR-KILL-RESULT
               IF JR-KILL-RESULT = 0
                   MOVE "Y" TO JR-ALIVE
               END-IF
           END-IF

           IF JR-ALIVE = "N"
      *> It may have finished between the two looks.
               PERFORM CHECK-JOB-RC-FILE
               IF JR-HAVE-RC = "Y"
                   PERFORM FINISH-JOB
               ELSE
                   MOVE "lost" TO JOB-NOTE
                   MOVE 0 TO JOB-EXIT
                   PERFORM FAIL-JOB
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE JR-AGE = JR-NOW - JOB-STARTED-TS
           IF RUNNER-MAX-RUNTIME > 0 AND JR-AGE > RUNNER-MAX-RUNTIME
      *> The job leads its own process group (see LAUNCH-JOB), so
      *> one signal to the group takes the script and everything
      *> it started.
               COMPUTE JR-GROUP-ID = 0 - JOB-PID
               CALL "kill" USING BY VALUE JR-GROUP-ID,
                                 BY VALUE 15
                                 RETURNING JR-KILL-RESULT
               MOVE "timeout" TO JOB-NOTE
               MOVE 143 TO JOB-EXIT
               PERFORM FAIL-JOB
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JR-RUNNING-COUNT

           EXIT PARAGRAPH.

       CHECK-JOB-RC-FILE.
           MOVE "N" TO JR-HAVE-RC
           MOVE JOB-RC-PATH TO JR-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING JR-CHECK-PATH,
                   JR-CHECK-INFO
               RETURNING JR-CHECK-RESULT
           IF JR-CHECK-RESULT = 0
               MOVE "Y" TO JR-HAVE-RC
           END-IF
           EXIT PARAGRAPH.

       READ-JOB-PID-FILE.
           MOVE JOB-PID-PATH TO SCRATCH-FILE-NAME
           PERFORM READ-SCRATCH-LINE
           IF SCRATCH-LINE NOT = SPACES AND
              FUNCTION TEST-NUMVAL(SCRATCH-LINE) = 0
               COMPUTE JOB-PID = FUNCTION NUMVAL(SCRATCH-LINE)
           END-IF
           EXIT PARAGRAPH.

       READ-SCRATCH-LINE.
           MOVE SPACES TO SCRATCH-LINE
           OPEN INPUT SCRATCH-FILE
           IF SCRATCH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SCRATCH-FILE INTO SCRATCH-LINE
               AT END
                   MOVE SPACES TO SCRATCH-LINE
           END-READ
           CLOSE SCRATCH-FILE
           EXIT PARAGRAPH.

       FINISH-JOB.
      *> Exit code from <id>.rc, HTTP status from the first line of
      *> the captured response.
           MOVE JOB-RC-PATH TO SCRATCH-FILE-NAME
           PERFORM READ-SCRATCH-LINE
           MOVE 0 TO JOB-EXIT
           IF SCRATCH-LINE NOT = SPACES AND
              FUNCTION TEST-NUMVAL(SCRATCH-LINE) = 0
               COMPUTE JOB-EXIT = FUNCTION NUMVAL(SCRATCH-LINE)
           END-IF

           MOVE 0 TO JOB-HTTP
           MOVE JOB-OUT-PATH TO SCRATCH-FILE-NAME
           PERFORM READ-SCRATCH-LINE
           IF SCRATCH-LINE(1:5) = "HTTP/" AND
              SCRATCH-LINE(10:3) IS NUMERIC
               MOVE SCRATCH-LINE(10:3) TO JOB-HTTP
           END-IF

           MOVE SPACES TO JOB-NOTE
           IF JOB-EXIT = 0 AND JOB-HTTP >= 100 AND JOB-HTTP < 400
               MOVE "SUCCEEDED" TO JOB-STATE
               PERFORM CLOSE-OUT-JOB
           ELSE
               IF JOB-HTTP = 0
                   MOVE "no-response" TO JOB-NOTE
               END-IF
               PERFORM FAIL-JOB
           END-IF

           EXIT PARAGRAPH.

       FAIL-JOB.
      *> A job killed or lost part-way has no response worth
      *> serving; one that ran to the end keeps whatever it said.
           MOVE "FAILED" TO JOB-STATE
           IF JOB-NOTE = "lost" OR JOB-NOTE = "timeout"
               MOVE 0 TO JOB-HTTP
           END-IF
           IF JR-EXIT-CODE < 1
               MOVE 1 TO JR-EXIT-CODE
           END-IF
           PERFORM CLOSE-OUT-JOB
           EXIT PARAGRAPH.

       CLOSE-OUT-JOB.
           MOVE JR-NOW TO JOB-ENDED-TS
           PERFORM WRITE-RUNNER-RECORD
           ADD 1 TO JR-FINISHED-COUNT

           MOVE SPACES TO JOB-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-BODY-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-RC-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-PID-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND

           MOVE JOB-STATE TO JR-EVENT
           COMPUTE JR-AGE = JOB-ENDED-TS - JOB-STARTED-TS
           MOVE JOB-EXIT TO JR-NUM-DISP
           MOVE JOB-HTTP TO JR-NUM-DISP-2
           MOVE JR-AGE TO JR-NUM-DISP-3
           MOVE SPACES TO JR-EVENT-DETAIL
           STRING "exit=" DELIMITED BY SIZE
                  FUNCTION TRIM(JR-NUM-DISP) DELIMITED BY SIZE
                  " http=" DELIMITED BY SIZE
                  FUNCTION TRIM(JR-NUM-DISP-2) DELIMITED BY SIZE
                  " secs=" DELIMITED BY SIZE
                  FUNCTION TRIM(JR-NUM-DISP-3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NOTE) DELIMITED BY SIZE
                  INTO JR-EVENT-DETAIL
           PERFORM WRITE-RUNNER-LOG-LINE

           EXIT PARAGRAPH.

       LAUNCH-JOB.
      *> The record goes to RUNNING before the launch, so a runner
      *> that dies mid-launch can never start the same job twice;
      *> such a job is settled as "lost" on the next pass instead.
           CALL "time" USING BY VALUE 0 RETURNING JR-NOW
           MOVE "RUNNING" TO JOB-STATE
           MOVE JR-NOW TO JOB-STARTED-TS
           MOVE 0 TO JOB-PID
           PERFORM WRITE-RUNNER-RECORD
           IF JOB-WRITE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(JOB-METHOD) TO SCRATCH-LINE
           DISPLAY "REQUEST_METHOD" UPON ENVIRONMENT-NAME
           DISPLAY SCRATCH-LINE UPON ENVIRONMENT-VALUE
           MOVE FUNCTION TRIM(JOB-PATH) TO SCRATCH-LINE
           DISPLAY "PATH_INFO" UPON ENVIRONMENT-NAME
           DISPLAY SCRATCH-LINE UPON ENVIRONMENT-VALUE
           MOVE JOB-CONTENT-LENGTH TO JR-NUM-DISP
           MOVE FUNCTION TRIM(JR-NUM-DISP) TO SCRATCH-LINE
           DISPLAY "CONTENT_LENGTH" UPON ENVIRONMENT-NAME
           DISPLAY SCRATCH-LINE UPON ENVIRONMENT-VALUE
           MOVE FUNCTION TRIM(JOB-REQUEST-ID) TO SCRATCH-LINE
           DISPLAY "REQUEST_ID" UPON ENVIRONMENT-NAME
           DISPLAY SCRATCH-LINE UPON ENVIRONMENT-VALUE
           MOVE FUNCTION TRIM(JOB-ID) TO SCRATCH-LINE
           DISPLAY "JOB_ID" UPON ENVIRONMENT-NAME
           DISPLAY SCRATCH-LINE UPON ENVIRONMENT-VALUE
           MOVE FUNCTION TRIM(JOB-SUBMITTER) TO SCRATCH-LINE
           DISPLAY "JOB_SUBMITTER" UPON ENVIRONMENT-NAME
           DISPLAY SCRATCH-LINE UPON ENVIRONMENT-VALUE
      *> Blank unless a verified partner submitted the job, as for
      *> a request the server runs itself.
           MOVE SPACES TO SCRATCH-LINE
           IF FUNCTION TRIM(JOB-PARTNER) NOT = "-"
               MOVE FUNCTION TRIM(JOB-PARTNER) TO SCRATCH-LINE
           END-IF
           DISPLAY "PARTNER_ID" UPON ENVIRONMENT-NAME
           DISPLAY SCRATCH-LINE UPON ENVIRONMENT-VALUE

      *> setsid sh -c 'script < body > out 2>&1; echo $? > rc.tmp;
      *> mv rc.tmp rc' in the background, its pid to <id>.pid. The
      *> job gets a session and process group of its own, and the
      *> rename makes a half-written rc file impossible to see.
           MOVE SPACES TO JOB-COMMAND
           STRING "setsid sh -c '" DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-SCRIPT) DELIMITED BY SIZE
                  " < " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-BODY-PATH) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-OUT-PATH) DELIMITED BY SIZE
                  " 2>&1; echo $? > " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-RC-PATH) DELIMITED BY SIZE
                  ".tmp; mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-RC-PATH) DELIMITED BY SIZE
                  ".tmp " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-RC-PATH) DELIMITED BY SIZE
                  "' < /dev/null > /dev/null 2>&1 & echo $! > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-PID-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO JOB-COMMAND
           CALL "system" USING JOB-COMMAND

           PERFORM READ-JOB-PID-FILE
           PERFORM WRITE-RUNNER-RECORD

           ADD 1 TO JR-RUNNING-COUNT
           ADD 1 TO JR-STARTED-COUNT

           MOVE "STARTED" TO JR-EVENT
           MOVE JOB-PID TO JR-NUM-DISP
           MOVE SPACES TO JR-EVENT-DETAIL
           STRING "pid=" DELIMITED BY SIZE
                  FUNCTION TRIM(JR-NUM-DISP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-METHOD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-PATH) DELIMITED BY SIZE
                  INTO JR-EVENT-DETAIL
           PERFORM WRITE-RUNNER-LOG-LINE

           EXIT PARAGRAPH.

       EXPIRE-FINISHED-JOB.
           IF JOB-ENDED-TS = 0 OR JR-NOW < JOB-ENDED-TS
               EXIT PARAGRAPH
           END-IF
           COMPUTE JR-AGE = JR-NOW - JOB-ENDED-TS
           IF JR-AGE <= CONFIG-JOB-RETAIN-SECS
               EXIT PARAGRAPH
           END-IF

           PERFORM DELETE-JOB-FILES
           ADD 1 TO JR-EXPIRED-COUNT

           MOVE "EXPIRED" TO JR-EVENT
           MOVE SPACES TO JR-EVENT-DETAIL
           MOVE JOB-STATE TO JR-EVENT-DETAIL
           PERFORM WRITE-RUNNER-LOG-LINE

           EXIT PARAGRAPH.

       WRITE-RUNNER-RECORD.
           PERFORM WRITE-JOB-RECORD
           IF JOB-WRITE-OK NOT = "Y"
               MOVE 2 TO JR-EXIT-CODE
           END-IF
           EXIT PARAGRAPH.

       WRITE-RUNNER-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO JR-LOG-STAMP
           MOVE SPACES TO RUNNER-LOG-LINE
           STRING JR-LOG-STAMP(1:14) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JR-EVENT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(JR-EVENT-DETAIL) DELIMITED BY SIZE
                  INTO RUNNER-LOG-LINE

           OPEN EXTEND RUNNER-LOG-FILE
           IF RUNNER-LOG-STATUS = "35"
               OPEN OUTPUT RUNNER-LOG-FILE
           END-IF
           WRITE RUNNER-LOG-RECORD FROM RUNNER-LOG-LINE
           CLOSE RUNNER-LOG-FILE

           DISPLAY FUNCTION TRIM(RUNNER-LOG-LINE)

           EXIT PARAGRAPH.

       ACQUIRE-RUNNER-LOCK.
      *> JOB_DIR/.runner.lock holds the owning pid, the way the
      *> delivery companion locks its receipts: two runners would
      *> both start the same QUEUED job.
           MOVE SPACES TO LOCK-PATH
           STRING FUNCTION TRIM(CONFIG-JOB-DIR) DELIMITED BY SIZE
                  "/.runner.lock" DELIMITED BY SIZE
                  INTO LOCK-PATH
           MOVE SPACES TO LOCK-OPEN
           STRING FUNCTION TRIM(LOCK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO LOCK-OPEN
           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY

           PERFORM 2 TIMES
               CALL "open" USING BY REFERENCE LOCK-OPEN,
                                 BY VALUE 193,
                                 BY VALUE 420
                                 RETURNING LOCK-FD
               IF LOCK-FD >= 0
                   CALL "write" USING BY VALUE LOCK-FD,
                       BY REFERENCE PROCESS-ID-DISPLAY,
                       BY VALUE LENGTH OF PROCESS-ID-DISPLAY
                       RETURNING LOCK-RESULT
                   CALL "close" USING BY VALUE LOCK-FD
                   MOVE 0 TO LOCK-RESULT
                   EXIT PERFORM
               END-IF

               MOVE SPACES TO LOCK-PID-TEXT
               CALL "open" USING BY REFERENCE LOCK-OPEN,
                                 BY VALUE 0
                                 RETURNING LOCK-FD
               IF LOCK-FD >= 0
                   CALL "read" USING BY VALUE LOCK-FD,
                       BY REFERENCE LOCK-PID-TEXT,
                       BY VALUE LENGTH OF LOCK-PID-TEXT
                       RETURNING LOCK-RESULT
                   CALL "close" USING BY VALUE LOCK-FD
               END-IF
               INSPECT LOCK-PID-TEXT REPLACING ALL X"0A" BY SPACE
                                               ALL LOW-VALUE BY SPACE
               MOVE 1 TO LOCK-RESULT
               IF LOCK-PID-TEXT NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(LOCK-PID-TEXT) = 0
                   COMPUTE LOCK-PID = FUNCTION NUMVAL(LOCK-PID-TEXT)
                   CALL "kill" USING BY VALUE LOCK-PID,
                                     BY VALUE 0
                                     RETURNING LOCK-RESULT
                   IF LOCK-RESULT = 0
                       MOVE 1 TO LOCK-RESULT
                       EXIT PERFORM
                   END-IF
               END-IF
               DISPLAY "Job runner: stale lock "
                   FUNCTION TRIM(LOCK-PATH) " removed"
               CALL "remove" USING BY REFERENCE LOCK-OPEN
                   RETURNING LOCK-RESULT
               MOVE 1 TO LOCK-RESULT
           END-PERFORM

           EXIT PARAGRAPH.

       RELEASE-RUNNER-LOCK.
           CALL "remove" USING BY REFERENCE LOCK-OPEN
               RETURNING LOCK-RESULT
           EXIT PARAGRAPH.

       LOAD-RUNNER-CONFIG.
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
                       PERFORM APPLY-RUNNER-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-RUNNER-CONFIG-LINE.
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
               WHEN "JOB_DIR"
                   MOVE CONFIG-VAL TO CONFIG-JOB-DIR
               WHEN "JOB_MAX_RUNNING"
                   COMPUTE CONFIG-JOB-MAX-RUNNING =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "JOB_RETAIN_SECS"
                   COMPUTE CONFIG-JOB-RETAIN-SECS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "JOB_MAX_RUNTIME_SECS"
                   COMPUTE RUNNER-MAX-RUNTIME =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "JOB_POLL_SECS"
                   COMPUTE RUNNER-POLL-SECS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "JOB_LOG"
                   MOVE CONFIG-VAL TO RUNNER-LOG-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY JOB-RECORD.

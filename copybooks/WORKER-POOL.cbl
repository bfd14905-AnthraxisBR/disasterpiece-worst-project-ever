      *> Pre-forked worker pool; see WORKER-POOL-FIELDS. MAIN-
      *> PROCEDURE performs RUN-WORKER-POOL in place of the
      *> ACCEPT-CLIENT loop when WORKER_MODE=prefork; it does not
      *> return. The listening parent never accepts a connection
      *> itself in this mode, so MAX_CHILDREN does not apply: the
      *> pool size is the cap, and connections past it wait in the
      *> listen queue for the next free worker instead of being shed.
       RUN-WORKER-POOL.
           CALL "setsockopt" USING BY VALUE SERVER-FD,
                                   BY VALUE 1,
                                   BY VALUE 20,
                                   BY REFERENCE POOL-ACCEPT-TIMEVAL,
                                   BY VALUE LENGTH OF
                                       POOL-ACCEPT-TIMEVAL
                                   RETURNING RETURN-CODE-LOCAL
           IF RETURN-CODE-LOCAL NOT = 0
               DISPLAY "WARN: could not set the listening socket's "
                   "accept timeout; idle workers will notice SIGHUP "
                   "and SIGTERM only at their next connection"
           END-IF

           INITIALIZE POOL-TABLE
           PERFORM SPAWN-POOL-WORKERS
           MOVE POOL-SIZE TO POOL-NUM-DISP
           DISPLAY "Worker pool started: "
               FUNCTION TRIM(POOL-NUM-DISP) " worker(s)"

           PERFORM UNTIL 1 = 2
               IF SHUTDOWN-REQUESTED = "Y"
                   PERFORM STOP-POOL-WORKERS
                   PERFORM GRACEFUL-SHUTDOWN
               END-IF
               IF RELOAD-REQUESTED = "Y"
                   PERFORM RELOAD-SERVER-CONFIG
                   PERFORM SIGNAL-POOL-WORKERS
               END-IF
               PERFORM REAP-POOL-WORKERS
               PERFORM SPAWN-POOL-WORKERS
               CALL "sleep" USING BY VALUE 1
           END-PERFORM.

       SET-POOL-SIZE.
           MOVE CONFIG-WORKER-POOL-SIZE TO POOL-SIZE
           IF POOL-SIZE < 1
               MOVE 1 TO POOL-SIZE
           END-IF
           IF POOL-SIZE > 64
               MOVE 64 TO POOL-SIZE
           END-IF
           EXIT PARAGRAPH.

       SPAWN-POOL-WORKERS.
      *> Fills every empty slot up to the configured size. A fork
      *> that fails leaves its slot empty for the next pass, a
      *> second later.
           PERFORM SET-POOL-SIZE
           PERFORM VARYING POOL-SLOT FROM 1 BY 1
               UNTIL POOL-SLOT > POOL-SIZE
               IF POOL-WORKER-PID(POOL-SLOT) = 0
                   PERFORM SPAWN-POOL-WORKER
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       SPAWN-POOL-WORKER.
           CALL "fork" RETURNING CHILD-PID

           IF CHILD-PID = 0
               MOVE "Y" TO POOL-IS-WORKER
               MOVE 0 TO POOL-WORKER-SERVED
               PERFORM POOL-WORKER-ACCEPT
           END-IF

           IF CHILD-PID < 0
               DISPLAY "WARN: fork for pool worker failed, "
                   "retrying shortly"
           ELSE
               MOVE CHILD-PID TO POOL-WORKER-PID(POOL-SLOT)
               MOVE CHILD-PID TO POOL-PID-DISP
               DISPLAY "DEBUG: pool worker "
                   FUNCTION TRIM(POOL-PID-DISP) " started"
           END-IF
           EXIT PARAGRAPH.

       POOL-WORKER-ACCEPT.
      *> The worker's own accept loop: the same per-connection work
      *> as ACCEPT-CLIENT's child, repeated until the worker has
      *> served its quota or is told to stop. The listening socket's
      *> one-second receive timeout brings an idle worker back to
      *> the top to look at the signal flags.
           IF SHUTDOWN-REQUESTED = "Y"
               CALL "close" USING BY VALUE SERVER-FD
               STOP RUN
           END-IF

           IF RELOAD-REQUESTED = "Y"
               PERFORM RELOAD-SERVER-CONFIG
           END-IF

           MOVE LENGTH OF CLIENT-ADDRESS TO POOL-ADDR-LEN
           CALL "accept" USING BY VALUE SERVER-FD,
                                       BY REFERENCE CLIENT-ADDRESS,
                                       BY REFERENCE POOL-ADDR-LEN
                                       RETURNING CLIENT-FD

           IF CLIENT-FD < 0
               GO TO POOL-WORKER-ACCEPT
           END-IF

           MOVE "N" TO CLIENT-IS-V6
           PERFORM SET-RECV-TIMEOUT
           PERFORM TLS-WRAP-CLIENT
           IF TLS-HANDSHAKE-OK = "Y"
               MOVE "Y" TO KEEP-SERVING
               PERFORM SERVICE-CLIENT UNTIL KEEP-SERVING = "N"
           END-IF
           CALL "close" USING BY VALUE CLIENT-FD

           ADD 1 TO POOL-WORKER-SERVED
           IF CONFIG-WORKER-MAX-CONNS > 0 AND
              POOL-WORKER-SERVED >= CONFIG-WORKER-MAX-CONNS
               MOVE POOL-WORKER-SERVED TO POOL-NUM-DISP
               DISPLAY "DEBUG: pool worker retiring after "
                   FUNCTION TRIM(POOL-NUM-DISP) " connection(s)"
               CALL "close" USING BY VALUE SERVER-FD
               STOP RUN
           END-IF

           GO TO POOL-WORKER-ACCEPT.

       REAP-POOL-WORKERS.
      *> Empties the slot of every worker that has exited -- retired
      *> at its quota or died -- so SPAWN-POOL-WORKERS replaces it.
           PERFORM UNTIL 1 = 2
               CALL "waitpid" USING BY VALUE -1,
                                    BY REFERENCE WAIT-STATUS,
                                    BY VALUE 1
                                    RETURNING POOL-REAPED-PID
               IF POOL-REAPED-PID <= 0
                   EXIT PERFORM
               END-IF
               PERFORM VARYING POOL-SLOT FROM 1 BY 1
                   UNTIL POOL-SLOT > 64
                   IF POOL-WORKER-PID(POOL-SLOT) = POOL-REAPED-PID
                       MOVE 0 TO POOL-WORKER-PID(POOL-SLOT)
                       MOVE POOL-REAPED-PID TO POOL-PID-DISP
                       MOVE WAIT-STATUS TO POOL-NUM-DISP
                       DISPLAY "DEBUG: pool worker "
                           FUNCTION TRIM(POOL-PID-DISP)
                           " exited (wait status "
                           FUNCTION TRIM(POOL-NUM-DISP) ")"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT PARAGRAPH.

       SIGNAL-POOL-WORKERS.
      *> After the parent's own reload: every worker is sent SIGHUP
      *> and reloads before its next connection; workers beyond a
      *> lowered WORKER_POOL_SIZE are sent SIGTERM and not replaced.
           PERFORM SET-POOL-SIZE
           PERFORM VARYING POOL-SLOT FROM 1 BY 1
               UNTIL POOL-SLOT > 64
               IF POOL-WORKER-PID(POOL-SLOT) > 0
                   IF POOL-SLOT > POOL-SIZE
                       CALL "kill" USING
                           BY VALUE POOL-WORKER-PID(POOL-SLOT),
                           BY VALUE 15
                   ELSE
                       CALL "kill" USING
                           BY VALUE POOL-WORKER-PID(POOL-SLOT),
                           BY VALUE 1
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       STOP-POOL-WORKERS.
      *> SIGTERM to every worker, then wait for each: a worker in
      *> the middle of a connection finishes it before it exits.
           DISPLAY "Stopping worker pool..."
           PERFORM VARYING POOL-SLOT FROM 1 BY 1
               UNTIL POOL-SLOT > 64
               IF POOL-WORKER-PID(POOL-SLOT) > 0
                   CALL "kill" USING
                       BY VALUE POOL-WORKER-PID(POOL-SLOT),
                       BY VALUE 15
               END-IF
           END-PERFORM
           PERFORM VARYING POOL-SLOT FROM 1 BY 1
               UNTIL POOL-SLOT > 64
               IF POOL-WORKER-PID(POOL-SLOT) > 0
                   CALL "waitpid" USING
                       BY VALUE POOL-WORKER-PID(POOL-SLOT),
                       BY REFERENCE WAIT-STATUS,
                       BY VALUE 0
                       RETURNING POOL-REAPED-PID
                   MOVE 0 TO POOL-WORKER-PID(POOL-SLOT)
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

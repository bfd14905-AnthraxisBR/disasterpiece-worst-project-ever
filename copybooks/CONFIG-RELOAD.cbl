      *> kills live keep-alive connections. Children forked after the
      *> reload inherit the new values; in-flight children finish on
      *> the old ones, which is exactly what "don't drop live
      *> connections" means. Pool workers (WORKER_MODE=prefork) run
      *> it too, between connections, when the parent passes the
      *> SIGHUP on; only the parent writes the audit events.
       RELOAD-SERVER-CONFIG.
           DISPLAY "SIGHUP received, reloading configuration..."

           PERFORM LOAD-REWRITE-RULES
           PERFORM LOAD-IP-ACCESS-LISTS
      *> Re-reading the user file here is what makes revoking one
      *> person's access a SIGHUP instead of a restart -- and since
      *> that changes who holds a credential, it is audited.
           MOVE USER-COUNT TO AUDIT-OLD-USER-COUNT
           PERFORM LOAD-USER-FILE
           IF FUNCTION TRIM(CONFIG-USERS-FILE) NOT = SPACES AND
              POOL-IS-WORKER = "N"
               MOVE "USERS-RELOAD" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-TARGET
               MOVE 1 TO AUDIT-PTR
               MOVE AUDIT-OLD-USER-COUNT TO AUDIT-COUNT-DISP
               STRING FUNCTION TRIM(CONFIG-USERS-FILE)
                          DELIMITED BY SIZE
                      " accounts " DELIMITED BY SIZE
                      FUNCTION TRIM(AUDIT-COUNT-DISP)
                          DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      INTO AUDIT-TARGET WITH POINTER AUDIT-PTR
               MOVE USER-COUNT TO AUDIT-COUNT-DISP
               STRING FUNCTION TRIM(AUDIT-COUNT-DISP)
                          DELIMITED BY SIZE
                      INTO AUDIT-TARGET WITH POINTER AUDIT-PTR
               IF USER-COUNT > 0
                   MOVE "OK" TO AUDIT-OUTCOME
               ELSE
                   MOVE "EMPTY" TO AUDIT-OUTCOME
               END-IF
               MOVE "Y" TO AUDIT-SYSTEM-EVENT
               PERFORM WRITE-AUDIT-EVENT
           END-IF
      *> Same for the routes file: registering an endpoint is a
      *> config change, the way redirects already are.
           PERFORM INITIALIZE-ROUTE-TABLE
           PERFORM LOAD-VALIDATION-RULES
      *> Raising a department's limit mid-month is a SIGHUP too.
           PERFORM LOAD-DEPT-QUOTAS
      *> As is changing who may call what, and that is audited
      *> alongside the user file.
           PERFORM LOAD-AUTH-POLICY
           IF FUNCTION TRIM(CONFIG-POLICY-FILE) NOT = SPACES AND
              POOL-IS-WORKER = "N"
               MOVE "POLICY-RELOAD" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-TARGET
               MOVE 1 TO AUDIT-PTR
               MOVE POLICY-COUNT TO AUDIT-COUNT-DISP
               STRING FUNCTION TRIM(CONFIG-POLICY-FILE)
                          DELIMITED BY SIZE
                      " rules " DELIMITED BY SIZE
                      FUNCTION TRIM(AUDIT-COUNT-DISP)
                          DELIMITED BY SIZE
                      INTO AUDIT-TARGET WITH POINTER AUDIT-PTR
               EVALUATE TRUE
                   WHEN POLICY-LOADED = "E"
                       MOVE "FAILED" TO AUDIT-OUTCOME
                   WHEN POLICY-DEFAULT-LINE = 0
                       MOVE "NODEFLT" TO AUDIT-OUTCOME
                   WHEN OTHER
                       MOVE "OK" TO AUDIT-OUTCOME
               END-EVALUATE
               MOVE "Y" TO AUDIT-SYSTEM-EVENT
               PERFORM WRITE-AUDIT-EVENT
           END-IF
      *> Registering or retiring a webhook partner, or rotating its
      *> secret, likewise.
           PERFORM LOAD-PARTNER-REGISTRY
           IF FUNCTION TRIM(CONFIG-PARTNER-FILE) NOT = SPACES AND
              POOL-IS-WORKER = "N"
               MOVE "PARTNER-RELOAD" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-TARGET
               MOVE 1 TO AUDIT-PTR
               MOVE PARTNER-COUNT TO AUDIT-COUNT-DISP
               STRING FUNCTION TRIM(CONFIG-PARTNER-FILE)
                          DELIMITED BY SIZE
                      " partners " DELIMITED BY SIZE
                      FUNCTION TRIM(AUDIT-COUNT-DISP)
                          DELIMITED BY SIZE
                      INTO AUDIT-TARGET WITH POINTER AUDIT-PTR
               IF PARTNER-STATUS = "10"
                   MOVE "OK" TO AUDIT-OUTCOME
               ELSE
                   MOVE "FAILED" TO AUDIT-OUTCOME
               END-IF
               MOVE "Y" TO AUDIT-SYSTEM-EVENT
               PERFORM WRITE-AUDIT-EVENT
           END-IF

           IF CONFIG-AUTH-TOKEN NOT = RELOAD-OLD-AUTH-TOKEN
               DISPLAY "reload: AUTH_TOKEN changed"
                   "full restart"
               MOVE RELOAD-OLD-PORT TO CONFIG-PORT
           END-IF
           IF (POOL-ACTIVE = "Y" AND
               FUNCTION TRIM(CONFIG-WORKER-MODE) NOT = "prefork") OR
              (POOL-ACTIVE = "N" AND
               FUNCTION TRIM(CONFIG-WORKER-MODE) = "prefork")
               DISPLAY "WARN: WORKER_MODE changed in server.conf; "
                   "the server keeps its current mode until a full "
                   "restart"
           END-IF

           MOVE "N" TO RELOAD-REQUESTED
           DISPLAY "Configuration reload complete."

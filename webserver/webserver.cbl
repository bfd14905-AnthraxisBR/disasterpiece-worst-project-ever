           COPY RECONCILE-FILE-CONTROL.
           COPY SESSION-FILE-CONTROL.
           COPY KV-STORE-FILE-CONTROL.
           COPY KV-CHANGE-FILE-CONTROL.
           COPY USERS-FILE-CONTROL.
           COPY ADMIN-PAGE-FILE-CONTROL.
           COPY SESSION-DATA-FILE-CONTROL.
           COPY CACHE-KEY-FILE-CONTROL.
           COPY UPLOAD-LIST-FILE-CONTROL.
           COPY INTEG-LIST-FILE-CONTROL.
           COPY AUDIT-LOG-FILE-CONTROL.
           COPY DEPT-QUOTA-FILE-CONTROL.
           COPY REPORTS-FILE-CONTROL.
           COPY LOG-CHAIN-FILE-CONTROL.
           COPY MIRROR-FILE-CONTROL.
           COPY JOB-FILE-CONTROL.
           COPY CONVERT-FILE-CONTROL.
           COPY POLICY-FILE-CONTROL.
           COPY PARTNER-FILE-CONTROL.
           COPY IDEMPOTENCY-FILE-CONTROL.
           COPY QUEUE-STORE-FILE-CONTROL.
           COPY STATIC-RELEASE-FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       COPY RECONCILE-FD.
       COPY SESSION-FD.
       COPY KV-STORE-FD.
       COPY KV-CHANGE-FD.
       COPY USERS-FD.
       COPY ADMIN-PAGE-FD.
       COPY SESSION-DATA-FD.
       COPY CACHE-KEY-FD.
       COPY UPLOAD-LIST-FD.
       COPY INTEG-LIST-FD.
       COPY AUDIT-LOG-FD.
       COPY DEPT-QUOTA-FD.
       COPY REPORTS-FD.
       COPY LOG-CHAIN-FD.
       COPY MIRROR-FD.
       COPY JOB-FD.
       COPY CONVERT-FD.
       COPY POLICY-FD.
       COPY PARTNER-FD.
       COPY IDEMPOTENCY-FD.
       COPY QUEUE-STORE-FD.
       COPY STATIC-RELEASE-FD.

       WORKING-STORAGE SECTION.
           COPY VARIABLES.
           COPY REQUEST-JOURNAL-FIELDS.
           COPY TIMING-FIELDS.
           COPY STATIC-PUBLISH-FIELDS.
           COPY STATIC-RELEASE-FIELDS.
           COPY SERVER-ADDRESS-V6.
           COPY LOGGING-FIELDS.
           COPY ROUTE-TABLE.
           COPY STATIC-CACHE-FIELDS.
           COPY SESSION-FIELDS.
           COPY KV-STORE-FIELDS.
           COPY KV-CHANGE-FIELDS.
           COPY USER-AUTH-FIELDS.
           COPY ADMIN-FIELDS.
           COPY TEMPLATE-FIELDS.
           COPY STATIC-INDEX-FIELDS.
           COPY UPLOAD-CHECKSUM-FIELDS.
           COPY FILE-CRYPT-FIELDS.
           COPY BODY-SPOOL-FIELDS.
           COPY MIRROR-FIELDS.
           COPY TRACE-FIELDS.
           COPY VALIDATE-FIELDS.
           COPY CACHE-FIELDS.
           COPY STORE-INTEGRITY-FIELDS.
           COPY AUDIT-FIELDS.
           COPY DEPT-QUOTA-FIELDS.
           COPY REPORTS-FIELDS.
           COPY LOG-CHAIN-FIELDS.
           COPY LOGIN-SESSION-FIELDS.
           COPY JOB-RECORD-FIELDS.
           COPY JOB-QUEUE-FIELDS.
           COPY CONVERT-FIELDS.
           COPY CATALOG-FIELDS.
           COPY POLICY-FIELDS.
           COPY PARTNER-FIELDS.
           COPY HMAC-SHA256-FIELDS.
           COPY IDEMPOTENCY-FIELDS.
           COPY WORKER-POOL-FIELDS.
           COPY QUEUE-STORE-FIELDS.

       PROCEDURE DIVISION.

           PERFORM LOAD-IP-ACCESS-LISTS
           PERFORM LOAD-USER-FILE
           PERFORM LOAD-VALIDATION-RULES
           PERFORM LOAD-DEPT-QUOTAS
           PERFORM LOAD-AUTH-POLICY
           PERFORM LOAD-PARTNER-REGISTRY

           *> "catalog" on the command line writes the dated endpoint
           *> catalog from the configuration just loaded and exits,
           *> before anything touches the stores or the socket.
           ACCEPT CATALOG-RUN-ARG FROM COMMAND-LINE
           IF FUNCTION TRIM(CATALOG-RUN-ARG) = "catalog"
               PERFORM INITIALIZE-ROUTE-TABLE
               PERFORM WRITE-CATALOG-REPORT
               STOP RUN
           END-IF

           *> A key that is named but cannot be used would turn away
           *> every upload; say so before the socket opens, not one
           *> request at a time.
           IF FUNCTION TRIM(CONFIG-ENCRYPTION-KEY-FILE) NOT = SPACES
               PERFORM SET-SERVER-CRYPT-KEY
               IF CRYPT-KEY-READY NOT = "Y"
                   DISPLAY "Error: ENCRYPTION_KEY_FILE "
                       FUNCTION TRIM(CONFIG-ENCRYPTION-KEY-FILE)
                       " is missing or unusable."
                   STOP RUN
               END-IF
               DISPLAY "Encryption at rest on, key "
                   FUNCTION TRIM(CRYPT-KEY-ID)
           END-IF

           PERFORM VERIFY-INDEXED-STORES
           PERFORM PURGE-EXPIRED-UPLOADS
           PERFORM KV-EXPIRY-SWEEP
               DISPLAY "Socket bound successfully."
           END-IF

           *> A worker pool takes its connections straight off the
           *> listen queue, so the queue gets room for a burst.
           EVALUATE FUNCTION TRIM(CONFIG-WORKER-MODE)
               WHEN "prefork"
                   MOVE "Y" TO POOL-ACTIVE
                   MOVE 128 TO POOL-LISTEN-BACKLOG
               WHEN "fork"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARN: unknown WORKER_MODE '"
                       FUNCTION TRIM(CONFIG-WORKER-MODE)
                       "', using fork"
                   MOVE "fork" TO CONFIG-WORKER-MODE
           END-EVALUATE

           CALL "listen" USING BY VALUE SERVER-FD,
                               BY VALUE POOL-LISTEN-BACKLOG
                                   RETURNING RETURN-CODE-LOCAL.
           IF RETURN-CODE-LOCAL < 0 THEN
               IF CONFIG-SELF-TEST = "Y" OR CONFIG-SELF-TEST = "y"

           PERFORM STARTUP-IPV6-LISTENER

           IF POOL-ACTIVE = "Y" THEN
               PERFORM RUN-WORKER-POOL
           END-IF.

       ACCEPT-CLIENT.
           IF SHUTDOWN-REQUESTED = "Y" THEN
               PERFORM GRACEFUL-SHUTDOWN
               MOVE TOTAL-SIZE TO LAST-REQUEST-BYTES
               PERFORM MARK-REQUEST-START
               PERFORM PROCESS-REQUEST
               PERFORM DISCARD-PENDING-UPLOADS
               PERFORM DELETE-BODY-SPOOL-FILE
               PERFORM DETERMINE-KEEP-ALIVE
           END-IF.
               DISPLAY "Error Code: " RETURN-CODE-LOCAL
           END-IF

           PERFORM KEEP-IDEMPOTENT-RESPONSE

           PERFORM RECORD-REQUEST-METRICS

           *> Do not shut the socket down here -- a keep-alive
       COPY TIMING-LOG.
       COPY UPLOAD-SERVE.
       COPY STATIC-PUBLISH.
       COPY STATIC-RELEASE.
       COPY WRITE-ACCESS-LOG.
       COPY ROUTE-DISPATCH.
       COPY PARSE-QUERY-STRING.
       COPY TEMPLATE-SUBST.
       COPY STATIC-INDEX.
       COPY UPLOAD-CHECKSUM.
       COPY FILE-CRYPT.
       COPY BODY-SPOOL.
       COPY MIRROR-SPOOL.
       COPY TRACE-CAPTURE.
       COPY RESPONSE-STREAM.
       COPY SESSION-STORE.
       COPY KV-STORE-SWEEP.
       COPY KV-CHANGE.
       COPY PROXY-UPSTREAM.
       COPY AUDIT-LOG.
       COPY DEPT-QUOTA.
       COPY REPORTS-SERVE.
       COPY LOG-CHAIN.
       COPY LOG-CHAIN-HASH.
       COPY LOG-CHAIN-LOCK.
       COPY LOGIN-SESSION.
       COPY JOB-RECORD.
       COPY JOB-QUEUE.
       COPY CONVERT-LAYOUT.
       COPY SERVE-CATALOG.
       COPY AUTH-POLICY.
       COPY PARTNER-VERIFY.
       COPY HMAC-SHA256.
       COPY IDEMPOTENCY.
       COPY WORKER-POOL.
       COPY QUEUE-STATS.

       STOP RUN.

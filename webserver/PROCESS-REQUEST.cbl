            *> seeing the previous keep-alive request's stream.
            MOVE 0 TO STREAM-TOTAL-SENT
            MOVE SPACES TO STREAM-FILE-PATH
            MOVE "N" TO QUOTA-UPLOAD-REFUSED
            MOVE "N" TO QUOTA-REFUSED
            MOVE SPACES TO PARTNER-VERIFIED-ID
            MOVE "N" TO IDEM-ACTIVE
            MOVE "N" TO IDEM-REPLAYED
            MOVE 0 TO UPLOAD-PENDING-COUNT
            PERFORM PARSE-INCOMING-REQUEST

            PERFORM FORMAT-CLIENT-IP
            *> /admin stays reachable like /healthz: the operator
            *> console exists for exactly the incidents and batch
            *> windows maintenance mode is active during (its own
            *> auth gate still applies inside SERVE-ADMIN). So do
            *> its /admin/ pages and the sign-in pages a browser
            *> operator needs to reach them.
            PERFORM CHECK-MAINTENANCE-MODE
            IF MAINTENANCE-ACTIVE = "Y" AND
               FUNCTION TRIM(URL-PATH) NOT = "/healthz" AND
               FUNCTION TRIM(URL-PATH) NOT = "/admin" AND
               URL-PATH(1:7) NOT = "/admin/" AND
               FUNCTION TRIM(URL-PATH) NOT = "/login" AND
               FUNCTION TRIM(URL-PATH) NOT = "/logout" THEN
                DISPLAY "Maintenance mode, sending 503: "
                    FUNCTION TRIM(URL-PATH)
                PERFORM SEND-503-RESPONSE
                EXIT PARAGRAPH
            END-IF

            *> A registered partner path is answered by the partner's
            *> signature before anything else looks at the caller.
            PERFORM CHECK-PARTNER-WEBHOOK
            IF PARTNER-REFUSED = "Y" THEN
                PERFORM SEND-PARTNER-REFUSAL
                EXIT PARAGRAPH
            END-IF

            PERFORM AUTH-CHECK

            IF POLICY-DENIED = "Y" THEN
                DISPLAY "Policy refused request: " URL-PATH
                MOVE "POLICY-DENY" TO AUDIT-ACTION
                MOVE SPACES TO AUDIT-TARGET
                STRING FUNCTION TRIM(HTTP-METHOD) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(URL-PATH) DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(POLICY-DECIDED-BY)
                           DELIMITED BY SIZE
                       INTO AUDIT-TARGET
                MOVE "DENIED" TO AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-EVENT
                IF POLICY-CALLER-KNOWN = "Y" THEN
                    PERFORM SEND-403-RESPONSE
                ELSE
                    PERFORM SEND-401-RESPONSE
                END-IF
                EXIT PARAGRAPH
            END-IF

            *> The verified signature is the partner's credential: it
            *> stands in for a token on AUTH_PROTECTED_PATH, and the
            *> partner is the caller the logs and the handler see.
            IF PARTNER-VERIFIED-ID NOT = SPACES THEN
                MOVE "Y" TO AUTH-OK
                IF AUTH-USER-ID = "-" THEN
                    MOVE SPACES TO AUTH-USER-ID
                    STRING "partner:" DELIMITED BY SIZE
                           FUNCTION TRIM(PARTNER-VERIFIED-ID)
                               DELIMITED BY SIZE
                           INTO AUTH-USER-ID
                END-IF
            END-IF

            IF AUTH-OK = "N" THEN
                DISPLAY "Unauthorized request, sending 401: " URL-PATH
                MOVE "AUTH-FAIL" TO AUDIT-ACTION
                MOVE URL-PATH TO AUDIT-TARGET
                MOVE "DENIED" TO AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-EVENT
                PERFORM SEND-401-RESPONSE
                EXIT PARAGRAPH
            END-IF
                EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-DEPT-QUOTA

            IF QUOTA-OVER = "Y" THEN
                DISPLAY "Department over quota, sending 429: "
                    FUNCTION TRIM(QUOTA-REQ-DEPT) " "
                    FUNCTION TRIM(QUOTA-OVER-MEASURE)
                PERFORM SEND-QUOTA-429-RESPONSE
                EXIT PARAGRAPH
            END-IF

            PERFORM ESTABLISH-SESSION

            PERFORM RESOLVE-VIRTUAL-HOST
                EXIT PARAGRAPH
            END-IF

            *> A retry of a request already answered goes back out as
            *> it went the first time, ahead of the journal and the
            *> mirror, which saw the original.
            PERFORM CHECK-IDEMPOTENCY-KEY
            IF IDEM-REFUSAL NOT = SPACES THEN
                PERFORM SEND-IDEMPOTENCY-REFUSAL
                EXIT PARAGRAPH
            END-IF
            IF IDEM-REPLAYED = "Y" THEN
                PERFORM SERVE-IDEMPOTENT-REPLAY
                EXIT PARAGRAPH
            END-IF

            *> Uploaded parts are stored, indexed and charged only
            *> now that the request has passed every gate above and
            *> is neither a replay nor a refused retry (held parts
            *> are discarded after those); a department at its
            *> storage quota is refused in its own name, still in
            *> QUOTA-REQ-DEPT. The 429 settles the idempotency key
            *> like any other answer: parts stored before the quota
            *> ran out stay stored, and a retry must not add them
            *> again.
            PERFORM STORE-PENDING-UPLOADS
            IF QUOTA-UPLOAD-REFUSED = "Y" THEN
                MOVE "Y" TO QUOTA-OVER
                MOVE "upload-bytes" TO QUOTA-OVER-MEASURE
                DISPLAY "Department over quota, sending 429: "
                    FUNCTION TRIM(QUOTA-REQ-DEPT) " "
                    FUNCTION TRIM(QUOTA-OVER-MEASURE)
                PERFORM SEND-QUOTA-429-RESPONSE
                PERFORM FINISH-IDEMPOTENT-REQUEST
                EXIT PARAGRAPH
            END-IF

            *> Only now is a partner delivery accepted: its id goes
            *> into the seen file, unless another worker accepted the
            *> same delivery in the meantime.
            PERFORM RECORD-PARTNER-DELIVERY
            IF PARTNER-REFUSED = "Y" THEN
                PERFORM SEND-PARTNER-REFUSAL
                PERFORM FINISH-IDEMPOTENT-REQUEST
                EXIT PARAGRAPH
            END-IF

            PERFORM JOURNAL-MUTATING-REQUEST

            PERFORM MIRROR-MUTATING-REQUEST
                PERFORM SEND-405-RESPONSE
            END-IF

            PERFORM FINISH-IDEMPOTENT-REQUEST

            EXIT PARAGRAPH.

       PARSE-INCOMING-REQUEST.
                    PERFORM SEND-500-RESPONSE
                    EXIT PARAGRAPH
                END-IF
                PERFORM AUDIT-KV-RESTORE
                IF RESPONSE-SIZE = 0 THEN
            *> Size 0 is the large-response contract: the program
            *> wrote its complete response to the scratch file the
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "GET" AND
               FUNCTION TRIM(URL-PATH) = "/catalog" THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM SERVE-CATALOG
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "GET" AND
               FUNCTION TRIM(URL-PATH) = "/admin/sessions" THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM SERVE-ADMIN-SESSIONS
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "POST" AND
               FUNCTION TRIM(URL-PATH) = "/admin/sessions/revoke" THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM HANDLE-SESSION-REVOKE
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "GET" AND
               FUNCTION TRIM(URL-PATH) = "/login" THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM SERVE-LOGIN-FORM
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "POST" AND
               FUNCTION TRIM(URL-PATH) = "/login" THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM HANDLE-LOGIN
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF (HTTP-METHOD = "GET" OR HTTP-METHOD = "POST") AND
               FUNCTION TRIM(URL-PATH) = "/logout" THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM HANDLE-LOGOUT
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "GET" AND URL-PATH(1:6) = "/jobs/"
            THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM SERVE-JOB-STATUS
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "GET" AND URL-PATH(1:8) = "/static/"
            THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                EXIT PARAGRAPH
            END-IF

            IF (HTTP-METHOD = "GET" OR HTTP-METHOD = "PUT" OR
                HTTP-METHOD = "POST") AND
               (FUNCTION TRIM(URL-PATH) = "/releases" OR
                URL-PATH(1:10) = "/releases/") THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM HANDLE-STATIC-RELEASE
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "GET" AND
               FUNCTION TRIM(URL-PATH) = "/uploads" THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                EXIT PARAGRAPH
            END-IF

            IF HTTP-METHOD = "GET" AND
               (FUNCTION TRIM(URL-PATH) = "/reports" OR
                URL-PATH(1:9) = "/reports/") THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM SERVE-REPORTS
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF (HTTP-METHOD = "POST" AND
                FUNCTION TRIM(URL-PATH) = "/convert") OR
               (HTTP-METHOD = "GET" AND URL-PATH(1:9) = "/convert/")
            THEN
                MOVE "builtin" TO ROUTE-DISPATCH-KIND
                PERFORM HANDLE-CONVERT
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            *> Long-running script routes listed in JOB_PATHS are
            *> queued for the job runner instead of run here.
            PERFORM CHECK-JOB-ROUTE
            IF JOB-ELIGIBLE = "Y" THEN
                PERFORM SUBMIT-JOB
                PERFORM FIRE-WEBHOOK
                EXIT PARAGRAPH
            END-IF

            IF FUNCTION TRIM(CONFIG-PROXY-HOST) NOT = SPACES THEN
                DISPLAY "No route table match, proxying to "
                    "upstream..."
            DISPLAY "SESSION_DATA_FILE" UPON ENVIRONMENT-NAME
            DISPLAY TRIM-VALUE UPON ENVIRONMENT-VALUE

      *> The partner whose signed delivery this is, blank for any
      *> other request.
            MOVE FUNCTION TRIM(PARTNER-VERIFIED-ID) TO TRIM-VALUE
            DISPLAY "PARTNER_ID" UPON ENVIRONMENT-NAME
            DISPLAY TRIM-VALUE UPON ENVIRONMENT-VALUE

            EXIT PARAGRAPH.

       WRITE-REQUEST-BODY-FILE.

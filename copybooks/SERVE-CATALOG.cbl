      *> Endpoint catalog; see CATALOG-FIELDS. GET /catalog is
      *> dispatched in HANDLE-ROUTING like /admin and gated the same
      *> way; WRITE-CATALOG-REPORT is the "webserver catalog" run.
      *> Both write the page through the console's page file.
       SERVE-CATALOG.
           IF USER-COUNT > 0 THEN
               MOVE "admin" TO AUTH-ROLE-NEEDED
               PERFORM CHECK-AUTH-ROLE
               IF AUTH-ROLE-OK = "N"
                   PERFORM SEND-CATALOG-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FUNCTION TRIM(CONFIG-AUTH-TOKEN) NOT = SPACES
                   MOVE "Authorization" TO HEADER-LOOKUP-NAME
                   PERFORM LOOKUP-HTTP-HEADER
                   MOVE SPACES TO AUTH-EXPECTED
                   STRING "Bearer " DELIMITED BY SIZE
                          CONFIG-AUTH-TOKEN DELIMITED BY SPACE
                          INTO AUTH-EXPECTED
                   IF HEADER-LOOKUP-FOUND = "N" OR
                      FUNCTION TRIM(HEADER-LOOKUP-VALUE) NOT =
                          FUNCTION TRIM(AUTH-EXPECTED)
                       PERFORM SEND-CATALOG-401-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           CALL "time" USING BY VALUE 0 RETURNING FILE-TIMESTAMP
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE FILE-TIMESTAMP TO FILE-TIMESTAMP-DISP

           MOVE SPACES TO ADMIN-PAGE-FILE-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/catalog_" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-FILE-NAME
           STRING ADMIN-PAGE-FILE-NAME DELIMITED BY SPACE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-FILE-NAME

           OPEN OUTPUT ADMIN-PAGE-FILE
           IF ADMIN-PAGE-STATUS NOT = "00"
               DISPLAY "WARN: cannot build endpoint catalog (status "
                   ADMIN-PAGE-STATUS ")"
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CATALOG-BODY

           CLOSE ADMIN-PAGE-FILE

           PERFORM STREAM-ADMIN-PAGE

           EXIT PARAGRAPH.

       SEND-CATALOG-401-RESPONSE.
           MOVE "CATALOG-READ" TO AUDIT-ACTION
           MOVE URL-PATH TO AUDIT-TARGET
           MOVE "DENIED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT
           PERFORM SEND-401-RESPONSE
           EXIT PARAGRAPH.

       WRITE-CATALOG-REPORT.
      *> The dated report: one file per day, rewritten by a second
      *> run on the same day. Exit code 3 when REPORTS_DIR is not
      *> set, 2 when the file cannot be written.
           IF FUNCTION TRIM(CONFIG-REPORTS-DIR) = SPACES
               DISPLAY "Endpoint catalog: REPORTS_DIR is not set"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ADMIN-PAGE-FILE-NAME
           STRING FUNCTION TRIM(CONFIG-REPORTS-DIR) DELIMITED BY SIZE
                  "/catalog_" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ADMIN-PAGE-FILE-NAME

           OPEN OUTPUT ADMIN-PAGE-FILE
           IF ADMIN-PAGE-STATUS NOT = "00"
               DISPLAY "Endpoint catalog: cannot write "
                   FUNCTION TRIM(ADMIN-PAGE-FILE-NAME)
                   " (status " ADMIN-PAGE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CATALOG-BODY

           CLOSE ADMIN-PAGE-FILE

           MOVE CAT-COUNT TO CAT-NUM-DISP
           DISPLAY "Endpoint catalog: " FUNCTION TRIM(CAT-NUM-DISP)
               " endpoint(s) written to "
               FUNCTION TRIM(ADMIN-PAGE-FILE-NAME)
           MOVE 0 TO RETURN-CODE

           EXIT PARAGRAPH.

       WRITE-CATALOG-BODY.
           PERFORM BUILD-CATALOG-TABLE

           MOVE "ENDPOINT CATALOG" TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  config file: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONFIG-FILE-NAME) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  precedence:  route table, built-in handlers, "
                      DELIMITED BY SIZE
                  "JOB_PATHS, then the proxy or routes.sh"
                      DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE CAT-COUNT TO CAT-NUM-DISP
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  endpoints:   " DELIMITED BY SIZE
                  FUNCTION TRIM(CAT-NUM-DISP) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               PERFORM WRITE-CATALOG-ENTRY
           END-PERFORM

           EXIT PARAGRAPH.

      *> ------------------------------------------------------------
      *> The endpoint table, in dispatch order. An entry an earlier
      *> one already answers (same method or ANY, pattern covering
      *> its path) is never reached and is left out.
      *> ------------------------------------------------------------
       BUILD-CATALOG-TABLE.
           MOVE 0 TO CAT-COUNT
           PERFORM SET-CATALOG-GATES

           MOVE "program" TO CAT-NEW-KIND
           MOVE "decided by the program (caller id and role passed)"
               TO CAT-NEW-GATE
           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
               UNTIL ROUTE-IDX > ROUTE-COUNT
               MOVE ROUTE-METHOD(ROUTE-IDX) TO CAT-NEW-METHOD
               MOVE ROUTE-PATH(ROUTE-IDX) TO CAT-NEW-PATH
               MOVE SPACES TO CAT-NEW-HANDLER
               STRING "program " DELIMITED BY SIZE
                      FUNCTION TRIM(ROUTE-PROGRAM(ROUTE-IDX))
                          DELIMITED BY SIZE
                      INTO CAT-NEW-HANDLER
               PERFORM ADD-CATALOG-ENTRY
           END-PERFORM

           PERFORM ADD-CATALOG-BUILTINS
           PERFORM ADD-CATALOG-JOB-PATHS
           PERFORM ADD-CATALOG-NAMED-PATHS
           PERFORM ADD-CATALOG-FALLTHROUGH

           EXIT PARAGRAPH.

       SET-CATALOG-GATES.
      *> The console gate (admin role, else the legacy token, else
      *> open) and the script-side handler every unclaimed path
      *> falls through to.
           EVALUATE TRUE
               WHEN USER-COUNT > 0
                   MOVE "admin role" TO CAT-ADMIN-GATE
               WHEN FUNCTION TRIM(CONFIG-AUTH-TOKEN) NOT = SPACES
                   MOVE "Bearer AUTH_TOKEN" TO CAT-ADMIN-GATE
               WHEN OTHER
                   MOVE SPACES TO CAT-ADMIN-GATE
           END-EVALUATE

           MOVE SPACES TO CAT-SCRIPT-HANDLER
           IF FUNCTION TRIM(CONFIG-PROXY-HOST) NOT = SPACES
               MOVE "proxy" TO CAT-SCRIPT-KIND
               MOVE CONFIG-PROXY-PORT TO CAT-NUM-DISP
               STRING "proxy " DELIMITED BY SIZE
                      FUNCTION TRIM(CONFIG-PROXY-HOST)
                          DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      FUNCTION TRIM(CAT-NUM-DISP) DELIMITED BY SIZE
                      INTO CAT-SCRIPT-HANDLER
           ELSE
               MOVE "script" TO CAT-SCRIPT-KIND
               IF VHOST-COUNT > 0
                   STRING "script " DELIMITED BY SIZE
                          FUNCTION TRIM(CONFIG-ROUTES-SCRIPT)
                              DELIMITED BY SIZE
                          " (or the virtual host's)" DELIMITED BY SIZE
                          INTO CAT-SCRIPT-HANDLER
               ELSE
                   STRING "script " DELIMITED BY SIZE
                          FUNCTION TRIM(CONFIG-ROUTES-SCRIPT)
                              DELIMITED BY SIZE
                          INTO CAT-SCRIPT-HANDLER
               END-IF
           END-IF

           EXIT PARAGRAPH.

       SET-CATALOG-ROLE-GATE.
      *> Wording for a CAT-ROLE-NAME gate with the upload-review
      *> shape: the role (admin included) with user accounts, the
      *> legacy token without, refused with neither.
           MOVE SPACES TO CAT-ROLE-GATE
           EVALUATE TRUE
               WHEN USER-COUNT > 0
                   STRING FUNCTION TRIM(CAT-ROLE-NAME)
                              DELIMITED BY SIZE
                          " role (or admin)" DELIMITED BY SIZE
                          INTO CAT-ROLE-GATE
               WHEN FUNCTION TRIM(CONFIG-AUTH-TOKEN) NOT = SPACES
                   MOVE "Bearer AUTH_TOKEN" TO CAT-ROLE-GATE
               WHEN OTHER
                   MOVE "refused -- no USERS_FILE or AUTH_TOKEN"
                       TO CAT-ROLE-GATE
           END-EVALUATE
           EXIT PARAGRAPH.

       ADD-CATALOG-BUILTINS.
      *> Mirrors the built-in IFs in HANDLE-ROUTING, in their order.
           MOVE "builtin" TO CAT-NEW-KIND

           MOVE "GET" TO CAT-NEW-METHOD
           MOVE "/healthz" TO CAT-NEW-PATH
           MOVE "builtin SERVE-HEALTHZ" TO CAT-NEW-HANDLER
           MOVE SPACES TO CAT-NEW-GATE
           PERFORM ADD-CATALOG-ENTRY

           MOVE "/metrics" TO CAT-NEW-PATH
           MOVE "builtin SERVE-METRICS" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "/admin" TO CAT-NEW-PATH
           MOVE "builtin SERVE-ADMIN" TO CAT-NEW-HANDLER
           MOVE CAT-ADMIN-GATE TO CAT-NEW-GATE
           PERFORM ADD-CATALOG-ENTRY

           MOVE "/catalog" TO CAT-NEW-PATH
           MOVE "builtin SERVE-CATALOG" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           IF USER-COUNT > 0
               MOVE "admin role" TO CAT-NEW-GATE
           ELSE
               MOVE "not served without USERS_FILE (404)"
                   TO CAT-NEW-GATE
           END-IF
           MOVE "/admin/sessions" TO CAT-NEW-PATH
           MOVE "builtin SERVE-ADMIN-SESSIONS" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "POST" TO CAT-NEW-METHOD
           MOVE "/admin/sessions/revoke" TO CAT-NEW-PATH
           MOVE "builtin HANDLE-SESSION-REVOKE" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE SPACES TO CAT-NEW-GATE
           MOVE "GET" TO CAT-NEW-METHOD
           MOVE "/login" TO CAT-NEW-PATH
           MOVE "builtin SERVE-LOGIN-FORM" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "POST" TO CAT-NEW-METHOD
           MOVE "builtin HANDLE-LOGIN" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "GET" TO CAT-NEW-METHOD
           MOVE "/logout" TO CAT-NEW-PATH
           MOVE "builtin HANDLE-LOGOUT" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "POST" TO CAT-NEW-METHOD
           PERFORM ADD-CATALOG-ENTRY

           IF USER-COUNT > 0
               MOVE "the submitting user or admin role"
                   TO CAT-NEW-GATE
           END-IF
           MOVE "GET" TO CAT-NEW-METHOD
           MOVE "/jobs/*" TO CAT-NEW-PATH
           MOVE "builtin SERVE-JOB-STATUS" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE SPACES TO CAT-NEW-GATE
           MOVE "/static/*" TO CAT-NEW-PATH
           MOVE "builtin SERVE-STATIC-FILE" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "publisher" TO CAT-ROLE-NAME
           PERFORM SET-CATALOG-ROLE-GATE
           MOVE CAT-ROLE-GATE TO CAT-NEW-GATE
           MOVE "PUT" TO CAT-NEW-METHOD
           MOVE "builtin HANDLE-STATIC-PUBLISH" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "DELETE" TO CAT-NEW-METHOD
           PERFORM ADD-CATALOG-ENTRY

           IF FUNCTION TRIM(CONFIG-RELEASES-DIR) NOT = SPACES
               MOVE "GET" TO CAT-NEW-METHOD
               MOVE "/releases" TO CAT-NEW-PATH
               MOVE "builtin HANDLE-STATIC-RELEASE" TO CAT-NEW-HANDLER
               PERFORM ADD-CATALOG-ENTRY

               MOVE "/releases/*" TO CAT-NEW-PATH
               PERFORM ADD-CATALOG-ENTRY

               MOVE "PUT" TO CAT-NEW-METHOD
               PERFORM ADD-CATALOG-ENTRY

               MOVE "POST" TO CAT-NEW-METHOD
               PERFORM ADD-CATALOG-ENTRY
           END-IF

           MOVE SPACES TO CAT-NEW-GATE
           MOVE "GET" TO CAT-NEW-METHOD
           MOVE "/uploads" TO CAT-NEW-PATH
           MOVE "builtin SERVE-UPLOAD-LIST" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "/uploads/*" TO CAT-NEW-PATH
           MOVE "builtin SERVE-UPLOAD-FILE" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "reviewer" TO CAT-ROLE-NAME
           PERFORM SET-CATALOG-ROLE-GATE
           MOVE CAT-ROLE-GATE TO CAT-NEW-GATE
           MOVE "POST" TO CAT-NEW-METHOD
           MOVE "builtin HANDLE-UPLOAD-REVIEW" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE CONFIG-REPORTS-ROLE TO CAT-ROLE-NAME
           PERFORM SET-CATALOG-ROLE-GATE
           MOVE CAT-ROLE-GATE TO CAT-NEW-GATE
           MOVE "GET" TO CAT-NEW-METHOD
           MOVE "/reports" TO CAT-NEW-PATH
           MOVE "builtin SERVE-REPORTS" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "/reports/*" TO CAT-NEW-PATH
           PERFORM ADD-CATALOG-ENTRY

           MOVE SPACES TO CAT-NEW-GATE
           MOVE "POST" TO CAT-NEW-METHOD
           MOVE "/convert" TO CAT-NEW-PATH
           MOVE "builtin HANDLE-CONVERT" TO CAT-NEW-HANDLER
           PERFORM ADD-CATALOG-ENTRY

           MOVE "GET" TO CAT-NEW-METHOD
           MOVE "/convert/*" TO CAT-NEW-PATH
           PERFORM ADD-CATALOG-ENTRY

           EXIT PARAGRAPH.

       ADD-CATALOG-JOB-PATHS.
           IF FUNCTION TRIM(CONFIG-JOB-DIR) = SPACES OR
              FUNCTION TRIM(CONFIG-JOB-PATHS) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "job" TO CAT-NEW-KIND
           MOVE "POST" TO CAT-NEW-METHOD
           MOVE SPACES TO CAT-NEW-GATE
           MOVE SPACES TO CAT-NEW-HANDLER
           STRING "job queue; JOB-RUNNER runs " DELIMITED BY SIZE
                  FUNCTION TRIM(CONFIG-ROUTES-SCRIPT)
                      DELIMITED BY SIZE
                  INTO CAT-NEW-HANDLER

           MOVE 1 TO CAT-LIST-PTR
           PERFORM UNTIL CAT-LIST-PTR > LENGTH OF CONFIG-JOB-PATHS
               MOVE SPACES TO CAT-LIST-ITEM
               UNSTRING CONFIG-JOB-PATHS DELIMITED BY ","
                   INTO CAT-LIST-ITEM
                   WITH POINTER CAT-LIST-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(CAT-LIST-ITEM) TO CAT-NEW-PATH
               IF CAT-NEW-PATH NOT = SPACES
                   PERFORM ADD-CATALOG-ENTRY
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       ADD-CATALOG-NAMED-PATHS.
      *> Paths the config files name that nothing above claims go
      *> to the script (or the proxy); listing them on their own
      *> keeps their rules from hiding inside the catch-all row.
           MOVE CAT-SCRIPT-KIND TO CAT-NEW-KIND
           MOVE CAT-SCRIPT-HANDLER TO CAT-NEW-HANDLER
           MOVE SPACES TO CAT-NEW-GATE

           PERFORM VARYING VAL-RULE-IDX FROM 1 BY 1
               UNTIL VAL-RULE-IDX > VAL-RULE-COUNT
               MOVE VAL-RULE-METHOD(VAL-RULE-IDX) TO CAT-NEW-METHOD
               MOVE VAL-RULE-PATH(VAL-RULE-IDX) TO CAT-NEW-PATH
               PERFORM ADD-CATALOG-ENTRY
           END-PERFORM

      *> The response cache sits behind the proxy, so with a proxy
      *> configured CACHE_PATHS never comes into play.
           IF CAT-SCRIPT-KIND = "script"
               MOVE "GET" TO CAT-NEW-METHOD
               MOVE 1 TO CAT-LIST-PTR
               PERFORM UNTIL
                       CAT-LIST-PTR > LENGTH OF CONFIG-CACHE-PATHS
                   MOVE SPACES TO CAT-LIST-ITEM
                   UNSTRING CONFIG-CACHE-PATHS DELIMITED BY ","
                       INTO CAT-LIST-ITEM
                       WITH POINTER CAT-LIST-PTR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(CAT-LIST-ITEM) TO CAT-NEW-PATH
                   IF CAT-NEW-PATH NOT = SPACES
                       PERFORM ADD-CATALOG-ENTRY
                   END-IF
               END-PERFORM
           END-IF

           MOVE "ANY" TO CAT-NEW-METHOD
           IF FUNCTION TRIM(CONFIG-AUTH-PATH) NOT = SPACES
               MOVE CONFIG-AUTH-PATH TO CAT-NEW-PATH
               PERFORM ADD-CATALOG-ENTRY
           END-IF

           IF FUNCTION TRIM(CONFIG-WEBHOOK-PATH) NOT = SPACES AND
              FUNCTION TRIM(CONFIG-WEBHOOK-URL) NOT = SPACES
               MOVE CONFIG-WEBHOOK-PATH TO CAT-NEW-PATH
               PERFORM ADD-CATALOG-ENTRY
           END-IF

           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
               UNTIL PARTNER-IDX > PARTNER-COUNT
               MOVE 1 TO CAT-LIST-PTR
               PERFORM UNTIL
                       CAT-LIST-PTR > LENGTH OF PARTNER-PATHS(1)
                   MOVE SPACES TO CAT-LIST-ITEM
                   UNSTRING PARTNER-PATHS(PARTNER-IDX)
                       DELIMITED BY ","
                       INTO CAT-LIST-ITEM
                       WITH POINTER CAT-LIST-PTR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(CAT-LIST-ITEM) TO CAT-NEW-PATH
                   IF CAT-NEW-PATH NOT = SPACES
                       PERFORM ADD-CATALOG-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING REWRITE-RULE-IDX FROM 1 BY 1
               UNTIL REWRITE-RULE-IDX > REWRITE-RULE-COUNT
               MOVE REWRITE-RULE-NEW(REWRITE-RULE-IDX) TO CAT-NEW-PATH
               PERFORM ADD-CATALOG-ENTRY
           END-PERFORM

           EXIT PARAGRAPH.

       ADD-CATALOG-FALLTHROUGH.
      *> Whatever is left: the proxy takes every host; otherwise
      *> each virtual host's routes script, and the default one for
      *> a Host no row names.
           MOVE CAT-SCRIPT-KIND TO CAT-NEW-KIND
           MOVE "ANY" TO CAT-NEW-METHOD
           MOVE "/*" TO CAT-NEW-PATH
           MOVE SPACES TO CAT-NEW-GATE

           IF CAT-SCRIPT-KIND = "proxy" OR VHOST-COUNT = 0
               MOVE CAT-SCRIPT-HANDLER TO CAT-NEW-HANDLER
               PERFORM APPEND-CATALOG-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CAT-NEW-HANDLER
           STRING "script " DELIMITED BY SIZE
                  FUNCTION TRIM(CONFIG-ROUTES-SCRIPT) DELIMITED BY SIZE
                  " for any other Host" DELIMITED BY SIZE
                  INTO CAT-NEW-HANDLER
           PERFORM APPEND-CATALOG-ENTRY

           PERFORM VARYING VHOST-IDX FROM 1 BY 1
               UNTIL VHOST-IDX > VHOST-COUNT
               MOVE SPACES TO CAT-NEW-HANDLER
               IF FUNCTION TRIM(VHOST-ROUTES-SCRIPT(VHOST-IDX)) =
                  SPACES
                   STRING "script " DELIMITED BY SIZE
                          FUNCTION TRIM(CONFIG-ROUTES-SCRIPT)
                              DELIMITED BY SIZE
                          INTO CAT-NEW-HANDLER
               ELSE
                   STRING "script " DELIMITED BY SIZE
                          FUNCTION TRIM(VHOST-ROUTES-SCRIPT(VHOST-IDX))
                              DELIMITED BY SIZE
                          INTO CAT-NEW-HANDLER
               END-IF
               MOVE SPACES TO CAT-TEXT
               STRING CAT-NEW-HANDLER DELIMITED BY "  "
                      " for Host " DELIMITED BY SIZE
                      FUNCTION TRIM(VHOST-HOST(VHOST-IDX))
                          DELIMITED BY SIZE
                      INTO CAT-TEXT
               MOVE CAT-TEXT TO CAT-NEW-HANDLER
               PERFORM APPEND-CATALOG-ENTRY
           END-PERFORM

           EXIT PARAGRAPH.

       ADD-CATALOG-ENTRY.
           IF CAT-NEW-PATH(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CAT-CLAIMED
           MOVE CAT-NEW-PATH TO CAT-CANDIDATE
           PERFORM VARYING CAT-IDX-2 FROM 1 BY 1
               UNTIL CAT-IDX-2 > CAT-COUNT OR CAT-CLAIMED = "Y"
               IF CAT-METHOD(CAT-IDX-2) = CAT-NEW-METHOD OR
                  CAT-METHOD(CAT-IDX-2) = "ANY"
                   MOVE CAT-PATH(CAT-IDX-2) TO CAT-PATTERN
                   PERFORM CATALOG-MATCH-PATH
                   MOVE CAT-MATCHED TO CAT-CLAIMED
               END-IF
           END-PERFORM

           IF CAT-CLAIMED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPEND-CATALOG-ENTRY
           EXIT PARAGRAPH.

       APPEND-CATALOG-ENTRY.
           IF CAT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CAT-COUNT
           MOVE CAT-NEW-METHOD TO CAT-METHOD(CAT-COUNT)
           MOVE CAT-NEW-PATH TO CAT-PATH(CAT-COUNT)
           MOVE CAT-NEW-KIND TO CAT-KIND(CAT-COUNT)
           MOVE CAT-NEW-HANDLER TO CAT-HANDLER(CAT-COUNT)
           MOVE CAT-NEW-GATE TO CAT-GATE(CAT-COUNT)
           EXIT PARAGRAPH.

      *> ------------------------------------------------------------
      *> One endpoint's block.
      *> ------------------------------------------------------------
       WRITE-CATALOG-ENTRY.
           MOVE SPACES TO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING FUNCTION TRIM(CAT-METHOD(CAT-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CAT-PATH(CAT-IDX)) DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE

           MOVE "handler:" TO CAT-LABEL
           MOVE CAT-HANDLER(CAT-IDX) TO CAT-TEXT
           PERFORM WRITE-CATALOG-ATTR

           MOVE CAT-PATH(CAT-IDX) TO CAT-PATTERN
           PERFORM WRITE-CATALOG-AUTH
           PERFORM WRITE-CATALOG-VALIDATION
           PERFORM WRITE-CATALOG-CACHED
           PERFORM WRITE-CATALOG-SPOOLED
           PERFORM WRITE-CATALOG-WEBHOOK
           PERFORM WRITE-CATALOG-REWRITES

           EXIT PARAGRAPH.

       WRITE-CATALOG-ATTR.
      *> "  label:      text"; the label shows on an attribute's
      *> first line only.
           MOVE SPACES TO ADMIN-PAGE-LINE
           STRING "  " DELIMITED BY SIZE
                  CAT-LABEL DELIMITED BY SIZE
                  CAT-TEXT DELIMITED BY SIZE
                  INTO ADMIN-PAGE-LINE
           PERFORM WRITE-ADMIN-LINE
           MOVE SPACES TO CAT-LABEL
           MOVE "Y" TO CAT-SHOWN
           EXIT PARAGRAPH.

       WRITE-CATALOG-AUTH.
      *> The POLICY_FILE rules and AUTH_PROTECTED_PATH, which
      *> AUTH-CHECK applies before any handler runs, and the
      *> handler's own gate.
           MOVE "auth:" TO CAT-LABEL
           MOVE "N" TO CAT-SHOWN

           PERFORM WRITE-CATALOG-POLICY

           IF CAT-GATE(CAT-IDX) NOT = SPACES
               MOVE CAT-GATE(CAT-IDX) TO CAT-TEXT
               PERFORM WRITE-CATALOG-ATTR
           END-IF

           IF FUNCTION TRIM(CONFIG-AUTH-PATH) NOT = SPACES
               MOVE CONFIG-AUTH-PATH TO CAT-CANDIDATE
               MOVE CAT-METHOD(CAT-IDX) TO CAT-CHECK-METHOD
               PERFORM CATALOG-MATCH-PATH
               IF CAT-MATCHED = "Y"
                   PERFORM CHECK-CATALOG-EARLIER
               END-IF
               IF CAT-MATCHED = "Y"
                   MOVE SPACES TO CAT-TEXT
                   EVALUATE TRUE
                       WHEN USER-COUNT > 0 AND
                            FUNCTION TRIM(CONFIG-AUTH-ROLE) NOT =
                                SPACES
                           STRING "AUTH_PROTECTED_PATH "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(CONFIG-AUTH-PATH)
                                      DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FUNCTION TRIM(CONFIG-AUTH-ROLE)
                                      DELIMITED BY SIZE
                                  " role (or admin)" DELIMITED BY SIZE
                                  INTO CAT-TEXT
                       WHEN USER-COUNT > 0
                           STRING "AUTH_PROTECTED_PATH "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(CONFIG-AUTH-PATH)
                                      DELIMITED BY SIZE
                                  ": any known user" DELIMITED BY SIZE
                                  INTO CAT-TEXT
                       WHEN OTHER
                           STRING "AUTH_PROTECTED_PATH "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(CONFIG-AUTH-PATH)
                                      DELIMITED BY SIZE
                                  ": Bearer AUTH_TOKEN"
                                      DELIMITED BY SIZE
                                  INTO CAT-TEXT
                   END-EVALUATE
                   PERFORM WRITE-CATALOG-ATTR
               END-IF
           END-IF

           PERFORM WRITE-CATALOG-PARTNERS

           IF CAT-SHOWN = "N"
               MOVE "none" TO CAT-TEXT
               PERFORM WRITE-CATALOG-ATTR
           END-IF
           EXIT PARAGRAPH.

       WRITE-CATALOG-PARTNERS.
      *> PARTNER_FILE partners with a path this endpoint answers:
      *> CHECK-PARTNER-WEBHOOK takes their signature before
      *> AUTH-CHECK, in place of a token.
           MOVE SPACES TO CAT-TEXT
           MOVE 1 TO CAT-PARTNER-PTR
           MOVE CAT-PATH(CAT-IDX) TO CAT-PATTERN
           MOVE CAT-METHOD(CAT-IDX) TO CAT-CHECK-METHOD
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
               UNTIL PARTNER-IDX > PARTNER-COUNT
               MOVE "N" TO CAT-PARTNER-HIT
               MOVE 1 TO CAT-LIST-PTR
               PERFORM UNTIL
                       CAT-LIST-PTR > LENGTH OF PARTNER-PATHS(1) OR
                       CAT-PARTNER-HIT = "Y"
                   MOVE SPACES TO CAT-LIST-ITEM
                   UNSTRING PARTNER-PATHS(PARTNER-IDX)
                       DELIMITED BY ","
                       INTO CAT-LIST-ITEM
                       WITH POINTER CAT-LIST-PTR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(CAT-LIST-ITEM) TO CAT-CANDIDATE
                   IF CAT-CANDIDATE = SPACES
                       EXIT PERFORM
                   END-IF
                   PERFORM CATALOG-MATCH-PATH
                   IF CAT-MATCHED = "Y"
                       PERFORM CHECK-CATALOG-EARLIER
                   END-IF
                   MOVE CAT-MATCHED TO CAT-PARTNER-HIT
               END-PERFORM
               IF CAT-PARTNER-HIT = "Y"
                   IF CAT-PARTNER-PTR = 1
                       STRING "partner signature: " DELIMITED BY SIZE
                              INTO CAT-TEXT
                              WITH POINTER CAT-PARTNER-PTR
                   ELSE
                       STRING ", " DELIMITED BY SIZE
                              INTO CAT-TEXT
                              WITH POINTER CAT-PARTNER-PTR
                   END-IF
                   STRING FUNCTION TRIM(PARTNER-ID(PARTNER-IDX))
                              DELIMITED BY SIZE
                          INTO CAT-TEXT WITH POINTER CAT-PARTNER-PTR
               END-IF
           END-PERFORM

           IF CAT-TEXT NOT = SPACES
               PERFORM WRITE-CATALOG-ATTR
           END-IF
           EXIT PARAGRAPH.

       WRITE-CATALOG-POLICY.
      *> POLICY_FILE rules in the order AUTH-CHECK tries them. A rule
      *> narrower than this endpoint decides part of it and is
      *> listed; the first rule covering all of it decides the rest,
      *> and the DEFAULT line shows only when no rule does.
           IF POLICY-LOADED = "N"
               EXIT PARAGRAPH
           END-IF
           IF POLICY-LOADED = "E"
               MOVE "POLICY_FILE unreadable: every request refused"
                   TO CAT-TEXT
               PERFORM WRITE-CATALOG-ATTR
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CAT-POLICY-COVERED
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
               UNTIL POLICY-IDX > POLICY-COUNT OR
                     CAT-POLICY-COVERED = "Y"
               PERFORM CHECK-CATALOG-POLICY-RULE
           END-PERFORM
           MOVE CAT-PATH(CAT-IDX) TO CAT-PATTERN

           IF CAT-POLICY-COVERED = "N"
               MOVE SPACES TO CAT-TEXT
               MOVE 1 TO CAT-POLICY-PTR
               IF POLICY-DEFAULT-LINE = 0
                   MOVE "-" TO CAT-POLICY-ROLES
                   STRING "policy (no DEFAULT line): "
                              DELIMITED BY SIZE
                          INTO CAT-TEXT WITH POINTER CAT-POLICY-PTR
               ELSE
                   MOVE POLICY-DEFAULT-ROLES TO CAT-POLICY-ROLES
                   MOVE POLICY-DEFAULT-LINE TO CAT-NUM-DISP
                   STRING "policy DEFAULT line " DELIMITED BY SIZE
                          FUNCTION TRIM(CAT-NUM-DISP) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          INTO CAT-TEXT WITH POINTER CAT-POLICY-PTR
               END-IF
               PERFORM WRITE-CATALOG-POLICY-LINE
           END-IF
           EXIT PARAGRAPH.

       CHECK-CATALOG-POLICY-RULE.
      *> CAT-POLICY-COVERED when the rule at POLICY-IDX takes every
      *> request this endpoint answers; a rule taking only some of
      *> them (a narrower path, or one method of an ANY row) is
      *> listed and the search goes on.
           EVALUATE TRUE
               WHEN POLICY-METHOD(POLICY-IDX) = "*"
               WHEN POLICY-METHOD(POLICY-IDX) = CAT-METHOD(CAT-IDX)
                   MOVE "N" TO CAT-POLICY-PARTIAL
               WHEN CAT-METHOD(CAT-IDX) = "ANY"
                   MOVE "Y" TO CAT-POLICY-PARTIAL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE POLICY-PATTERN(POLICY-IDX) TO CAT-PATTERN
           MOVE CAT-PATH(CAT-IDX) TO CAT-CANDIDATE
           PERFORM CATALOG-MATCH-PATH
           IF CAT-MATCHED = "N"
               MOVE CAT-PATH(CAT-IDX) TO CAT-PATTERN
               MOVE POLICY-PATTERN(POLICY-IDX) TO CAT-CANDIDATE
               PERFORM CATALOG-MATCH-PATH
               IF CAT-MATCHED = "Y"
                   IF POLICY-METHOD(POLICY-IDX) = "*"
                       MOVE CAT-METHOD(CAT-IDX) TO CAT-CHECK-METHOD
                   ELSE
                       MOVE POLICY-METHOD(POLICY-IDX)
                           TO CAT-CHECK-METHOD
                   END-IF
                   PERFORM CHECK-CATALOG-EARLIER
               END-IF
               IF CAT-MATCHED = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO CAT-POLICY-PARTIAL
           END-IF

           IF CAT-POLICY-PARTIAL = "N"
               MOVE "Y" TO CAT-POLICY-COVERED
           END-IF

           MOVE SPACES TO CAT-TEXT
           MOVE 1 TO CAT-POLICY-PTR
           MOVE POLICY-RULE-LINE(POLICY-IDX) TO CAT-NUM-DISP
           STRING "policy line " DELIMITED BY SIZE
                  FUNCTION TRIM(CAT-NUM-DISP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(POLICY-METHOD(POLICY-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(POLICY-PATTERN(POLICY-IDX))
                      DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  INTO CAT-TEXT WITH POINTER CAT-POLICY-PTR
           MOVE POLICY-ROLES(POLICY-IDX) TO CAT-POLICY-ROLES
           PERFORM WRITE-CATALOG-POLICY-LINE
           EXIT PARAGRAPH.

       WRITE-CATALOG-POLICY-LINE.
      *> Appends the roles in CAT-POLICY-ROLES, as CHECK-AUTH-POLICY
      *> reads them, to CAT-TEXT at CAT-POLICY-PTR.
           EVALUATE FUNCTION TRIM(CAT-POLICY-ROLES)
               WHEN "*"
                   STRING "any caller" DELIMITED BY SIZE
                          INTO CAT-TEXT WITH POINTER CAT-POLICY-PTR
               WHEN "-"
               WHEN SPACES
                   STRING "admin only" DELIMITED BY SIZE
                          INTO CAT-TEXT WITH POINTER CAT-POLICY-PTR
               WHEN OTHER
                   STRING FUNCTION TRIM(CAT-POLICY-ROLES)
                              DELIMITED BY SIZE
                          " (or admin)" DELIMITED BY SIZE
                          INTO CAT-TEXT WITH POINTER CAT-POLICY-PTR
           END-EVALUATE
           PERFORM WRITE-CATALOG-ATTR
           EXIT PARAGRAPH.

       WRITE-CATALOG-VALIDATION.
      *> A rule names one method and one exact path; a rule for a
      *> narrower path than the endpoint's pattern says which.
           MOVE "validation:" TO CAT-LABEL
           MOVE "N" TO CAT-SHOWN

           PERFORM VARYING VAL-RULE-IDX FROM 1 BY 1
               UNTIL VAL-RULE-IDX > VAL-RULE-COUNT
               IF VAL-RULE-METHOD(VAL-RULE-IDX) = CAT-METHOD(CAT-IDX)
                  OR CAT-METHOD(CAT-IDX) = "ANY"
                   MOVE VAL-RULE-PATH(VAL-RULE-IDX) TO CAT-CANDIDATE
                   MOVE VAL-RULE-METHOD(VAL-RULE-IDX)
                       TO CAT-CHECK-METHOD
                   PERFORM CATALOG-MATCH-PATH
                   IF CAT-MATCHED = "Y"
                       PERFORM CHECK-CATALOG-EARLIER
                   END-IF
                   IF CAT-MATCHED = "Y"
                       PERFORM WRITE-CATALOG-VAL-RULE
                   END-IF
               END-IF
           END-PERFORM

           IF CAT-SHOWN = "N"
               MOVE "none" TO CAT-TEXT
               PERFORM WRITE-CATALOG-ATTR
           END-IF
           EXIT PARAGRAPH.

       WRITE-CATALOG-VAL-RULE.
           MOVE SPACES TO CAT-TEXT
           IF CAT-METHOD(CAT-IDX) = "ANY" OR
              FUNCTION TRIM(VAL-RULE-PATH(VAL-RULE-IDX)) NOT =
                  FUNCTION TRIM(CAT-PATH(CAT-IDX))
               STRING FUNCTION TRIM(VAL-RULE-METHOD(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(VAL-RULE-PATH(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(VAL-RULE-FIELD(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(VAL-RULE-CONSTRAINT(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(VAL-RULE-PARM(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      INTO CAT-TEXT
           ELSE
               STRING FUNCTION TRIM(VAL-RULE-FIELD(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(VAL-RULE-CONSTRAINT(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(VAL-RULE-PARM(VAL-RULE-IDX))
                          DELIMITED BY SIZE
                      INTO CAT-TEXT
           END-IF
           PERFORM WRITE-CATALOG-ATTR
           EXIT PARAGRAPH.

       WRITE-CATALOG-CACHED.
      *> Only script-answered GETs are ever cached.
           MOVE "cached:" TO CAT-LABEL
           MOVE "N" TO CAT-SHOWN

           IF CAT-KIND(CAT-IDX) = "script" AND
              (CAT-METHOD(CAT-IDX) = "GET" OR
               CAT-METHOD(CAT-IDX) = "ANY")
               MOVE CONFIG-CACHE-TTL TO CAT-NUM-DISP
               MOVE "GET" TO CAT-CHECK-METHOD
               MOVE 1 TO CAT-LIST-PTR
               PERFORM UNTIL
                       CAT-LIST-PTR > LENGTH OF CONFIG-CACHE-PATHS
                   MOVE SPACES TO CAT-LIST-ITEM
                   UNSTRING CONFIG-CACHE-PATHS DELIMITED BY ","
                       INTO CAT-LIST-ITEM
                       WITH POINTER CAT-LIST-PTR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(CAT-LIST-ITEM) TO CAT-CANDIDATE
                   IF CAT-CANDIDATE NOT = SPACES
                       PERFORM CATALOG-MATCH-PATH
                       IF CAT-MATCHED = "Y"
                           PERFORM CHECK-CATALOG-EARLIER
                       END-IF
                       IF CAT-MATCHED = "Y"
                           MOVE SPACES TO CAT-TEXT
                           STRING "GET " DELIMITED BY SIZE
                                  FUNCTION TRIM(CAT-CANDIDATE)
                                      DELIMITED BY SIZE
                                  " for " DELIMITED BY SIZE
                                  FUNCTION TRIM(CAT-NUM-DISP)
                                      DELIMITED BY SIZE
                                  " sec" DELIMITED BY SIZE
                                  INTO CAT-TEXT
                           PERFORM WRITE-CATALOG-ATTR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF CAT-SHOWN = "N"
               MOVE "no" TO CAT-TEXT
               PERFORM WRITE-CATALOG-ATTR
           END-IF
           EXIT PARAGRAPH.

       WRITE-CATALOG-SPOOLED.
      *> Journal and mirror both take every POST, PUT, PATCH and
      *> DELETE before routing, except sign-in, conversion and the
      *> instance-local work queues.
           MOVE "N" TO CAT-MUTATING
           EVALUATE CAT-METHOD(CAT-IDX)
               WHEN "POST"
               WHEN "PUT"
               WHEN "PATCH"
               WHEN "DELETE"
                   MOVE "Y" TO CAT-MUTATING
               WHEN "ANY"
                   MOVE "A" TO CAT-MUTATING
           END-EVALUATE
           IF FUNCTION TRIM(CAT-PATH(CAT-IDX)) = "/login" OR
              FUNCTION TRIM(CAT-PATH(CAT-IDX)) = "/logout" OR
              FUNCTION TRIM(CAT-PATH(CAT-IDX)) = "/convert" OR
              FUNCTION TRIM(CAT-PATH(CAT-IDX)) = "/queue" OR
              CAT-PATH(CAT-IDX)(1:7) = "/queue/"
               MOVE "N" TO CAT-MUTATING
           END-IF

           MOVE "journaled:" TO CAT-LABEL
           EVALUATE TRUE
               WHEN FUNCTION TRIM(CONFIG-JOURNAL-DIR) = SPACES
               WHEN CAT-MUTATING = "N"
                   MOVE "no" TO CAT-TEXT
               WHEN CAT-MUTATING = "A"
                   MOVE "POST, PUT, PATCH and DELETE" TO CAT-TEXT
               WHEN OTHER
                   MOVE "yes" TO CAT-TEXT
           END-EVALUATE
           PERFORM WRITE-CATALOG-ATTR

           MOVE "mirrored:" TO CAT-LABEL
           EVALUATE TRUE
               WHEN FUNCTION TRIM(CONFIG-MIRROR-HOST) = SPACES
               WHEN CAT-MUTATING = "N"
                   MOVE "no" TO CAT-TEXT
               WHEN CAT-MUTATING = "A"
                   MOVE "POST, PUT, PATCH and DELETE" TO CAT-TEXT
               WHEN OTHER
                   MOVE "yes" TO CAT-TEXT
           END-EVALUATE
           PERFORM WRITE-CATALOG-ATTR
           EXIT PARAGRAPH.

       WRITE-CATALOG-WEBHOOK.
      *> Every handler fires the webhook except the proxy.
           MOVE "webhooked:" TO CAT-LABEL
           MOVE "no" TO CAT-TEXT

           IF FUNCTION TRIM(CONFIG-WEBHOOK-PATH) NOT = SPACES AND
              FUNCTION TRIM(CONFIG-WEBHOOK-URL) NOT = SPACES AND
              CAT-KIND(CAT-IDX) NOT = "proxy"
               MOVE CONFIG-WEBHOOK-PATH TO CAT-CANDIDATE
               MOVE CAT-METHOD(CAT-IDX) TO CAT-CHECK-METHOD
               PERFORM CATALOG-MATCH-PATH
               IF CAT-MATCHED = "Y"
                   PERFORM CHECK-CATALOG-EARLIER
               END-IF
               IF CAT-MATCHED = "Y"
                   MOVE SPACES TO CAT-TEXT
                   STRING "yes, for " DELIMITED BY SIZE
                          FUNCTION TRIM(CONFIG-WEBHOOK-PATH)
                              DELIMITED BY SIZE
                          INTO CAT-TEXT
               END-IF
           END-IF

           PERFORM WRITE-CATALOG-ATTR
           EXIT PARAGRAPH.

       WRITE-CATALOG-REWRITES.
      *> Rules whose target lands on this endpoint: the public path
      *> and whether it redirects (301/302) or is swapped silently.
           MOVE "rewrites:" TO CAT-LABEL
           MOVE "N" TO CAT-SHOWN
           MOVE CAT-METHOD(CAT-IDX) TO CAT-CHECK-METHOD

           PERFORM VARYING REWRITE-RULE-IDX FROM 1 BY 1
               UNTIL REWRITE-RULE-IDX > REWRITE-RULE-COUNT
               MOVE REWRITE-RULE-NEW(REWRITE-RULE-IDX) TO CAT-CANDIDATE
               PERFORM CATALOG-MATCH-PATH
               IF CAT-MATCHED = "Y"
                   PERFORM CHECK-CATALOG-EARLIER
               END-IF
               IF CAT-MATCHED = "Y"
                   MOVE SPACES TO CAT-TEXT
                   STRING FUNCTION TRIM(
                              REWRITE-RULE-OLD(REWRITE-RULE-IDX))
                              DELIMITED BY SIZE
                          " -> " DELIMITED BY SIZE
                          FUNCTION TRIM(
                              REWRITE-RULE-NEW(REWRITE-RULE-IDX))
                              DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(
                              REWRITE-RULE-KIND(REWRITE-RULE-IDX))
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO CAT-TEXT
                   PERFORM WRITE-CATALOG-ATTR
               END-IF
           END-PERFORM

           IF CAT-SHOWN = "N"
               MOVE "none" TO CAT-TEXT
               PERFORM WRITE-CATALOG-ATTR
           END-IF
           EXIT PARAGRAPH.

       CHECK-CATALOG-EARLIER.
      *> A configured path this endpoint's pattern covers still
      *> belongs to an earlier entry that answers it first (for
      *> CAT-CHECK-METHOD); only the catch-all rows never count, so
      *> each virtual host's row reads on its own. Clears
      *> CAT-MATCHED when the path is taken.
           MOVE "N" TO CAT-EARLIER
           PERFORM VARYING CAT-IDX-2 FROM 1 BY 1
               UNTIL CAT-IDX-2 >= CAT-IDX OR CAT-EARLIER = "Y"
               IF (CAT-METHOD(CAT-IDX-2) = CAT-CHECK-METHOD OR
                   CAT-METHOD(CAT-IDX-2) = "ANY") AND
                  NOT (CAT-METHOD(CAT-IDX-2) = "ANY" AND
                       CAT-PATH(CAT-IDX-2) = "/*")
                   MOVE CAT-PATH(CAT-IDX-2) TO CAT-PATTERN
                   PERFORM CATALOG-MATCH-PATH
                   MOVE CAT-MATCHED TO CAT-EARLIER
               END-IF
           END-PERFORM

           MOVE CAT-PATH(CAT-IDX) TO CAT-PATTERN
           IF CAT-EARLIER = "Y"
               MOVE "N" TO CAT-MATCHED
           ELSE
               MOVE "Y" TO CAT-MATCHED
           END-IF
           EXIT PARAGRAPH.

      *> ------------------------------------------------------------
      *> Does CAT-CANDIDATE fall under CAT-PATTERN? (CAT-MATCHED)
      *> ------------------------------------------------------------
       CATALOG-MATCH-PATH.
           MOVE "N" TO CAT-MATCHED
           MOVE "N" TO CAT-MATCH-DONE

           IF FUNCTION TRIM(CAT-PATTERN) = "*"
               MOVE "Y" TO CAT-MATCHED
               EXIT PARAGRAPH
           END-IF
           IF CAT-PATTERN(1:1) NOT = "/" OR
              CAT-CANDIDATE(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF

           COMPUTE CAT-PAT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(CAT-PATTERN))
           COMPUTE CAT-CAND-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(CAT-CANDIDATE))
           MOVE 2 TO CAT-PAT-PTR
           MOVE 2 TO CAT-CAND-PTR

           PERFORM UNTIL CAT-MATCH-DONE = "Y"
               PERFORM NEXT-CATALOG-SEGMENTS
               EVALUATE TRUE
                   WHEN CAT-PAT-HAVE = "N" AND CAT-CAND-HAVE = "N"
                       MOVE "Y" TO CAT-MATCHED
                       MOVE "Y" TO CAT-MATCH-DONE
                   WHEN CAT-PAT-HAVE = "Y" AND CAT-PAT-SEG = "*"
                       MOVE "Y" TO CAT-MATCHED
                       MOVE "Y" TO CAT-MATCH-DONE
                   WHEN CAT-PAT-HAVE NOT = CAT-CAND-HAVE
                       MOVE "Y" TO CAT-MATCH-DONE
                   WHEN CAT-PAT-SEG(1:1) = ":"
                       CONTINUE
                   WHEN OTHER
                       PERFORM COMPARE-CATALOG-SEGMENTS
               END-EVALUATE
           END-PERFORM

           EXIT PARAGRAPH.

       NEXT-CATALOG-SEGMENTS.
           MOVE "N" TO CAT-PAT-HAVE
           MOVE SPACES TO CAT-PAT-SEG
           MOVE 0 TO CAT-SEG-LEN
           IF CAT-PAT-PTR <= CAT-PAT-LEN
               UNSTRING CAT-PATTERN(1:CAT-PAT-LEN) DELIMITED BY "/"
                   INTO CAT-PAT-SEG COUNT IN CAT-SEG-LEN
                   WITH POINTER CAT-PAT-PTR
               END-UNSTRING
               MOVE "Y" TO CAT-PAT-HAVE
           END-IF

           MOVE "N" TO CAT-CAND-HAVE
           MOVE SPACES TO CAT-CAND-SEG
           IF CAT-CAND-PTR <= CAT-CAND-LEN
               UNSTRING CAT-CANDIDATE(1:CAT-CAND-LEN) DELIMITED BY "/"
                   INTO CAT-CAND-SEG
                   WITH POINTER CAT-CAND-PTR
               END-UNSTRING
               MOVE "Y" TO CAT-CAND-HAVE
           END-IF
           EXIT PARAGRAPH.

       COMPARE-CATALOG-SEGMENTS.
      *> A literal segment must match exactly; "abc*" takes any
      *> segment starting "abc" and everything after it.
           IF CAT-SEG-LEN > 1
               IF CAT-PAT-SEG(CAT-SEG-LEN:1) = "*"
                   IF CAT-CAND-SEG(1:CAT-SEG-LEN - 1) =
                      CAT-PAT-SEG(1:CAT-SEG-LEN - 1)
                       MOVE "Y" TO CAT-MATCHED
                   END-IF
                   MOVE "Y" TO CAT-MATCH-DONE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CAT-PAT-SEG NOT = CAT-CAND-SEG
               MOVE "Y" TO CAT-MATCH-DONE
           END-IF
           EXIT PARAGRAPH.

      *> Authorization policy; see POLICY-FIELDS for the file
      *> format. Loaded by the parent at startup and on SIGHUP, so
      *> forked children inherit the current rules; AUTH-CHECK runs
      *> CHECK-AUTH-POLICY once per request.
       LOAD-AUTH-POLICY.
           MOVE 0 TO POLICY-COUNT
           MOVE 0 TO POLICY-LINE-NO
           MOVE 0 TO POLICY-DEFAULT-LINE
           MOVE SPACES TO POLICY-DEFAULT-ROLES
           MOVE "N" TO POLICY-LOADED

           IF FUNCTION TRIM(CONFIG-POLICY-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS NOT = "00"
               DISPLAY "WARN: POLICY_FILE unreadable (status "
                   POLICY-STATUS "): "
                   FUNCTION TRIM(CONFIG-POLICY-FILE)
                   " -- refusing all requests"
               MOVE "E" TO POLICY-LOADED
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL POLICY-STATUS = "10"
               READ POLICY-FILE INTO POLICY-LINE
                   AT END
                       MOVE "10" TO POLICY-STATUS
                   NOT AT END
                       ADD 1 TO POLICY-LINE-NO
                       PERFORM APPLY-POLICY-LINE
               END-READ
           END-PERFORM

           CLOSE POLICY-FILE
           MOVE "Y" TO POLICY-LOADED

           IF POLICY-DEFAULT-LINE = 0
               DISPLAY "WARN: POLICY_FILE has no DEFAULT line -- "
                   "requests no rule matches will be refused"
           END-IF

           DISPLAY "DEBUG: loaded " POLICY-COUNT
               " authorization policy rule(s)"

           EXIT PARAGRAPH.

       APPLY-POLICY-LINE.
           MOVE FUNCTION TRIM(POLICY-LINE) TO POLICY-LINE

           IF POLICY-LINE = SPACES OR POLICY-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO POLICY-FIELD-METHOD
           MOVE SPACES TO POLICY-FIELD-PATTERN
           MOVE SPACES TO POLICY-FIELD-ROLES
           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO POLICY-FIELD-METHOD POLICY-FIELD-PATTERN
                    POLICY-FIELD-ROLES
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POLICY-FIELD-METHOD))
               TO POLICY-FIELD-METHOD

      *> DEFAULT|roles -- the roles sit in the second field.
           IF POLICY-FIELD-METHOD = "DEFAULT"
               IF POLICY-DEFAULT-LINE NOT = 0
                   MOVE POLICY-DEFAULT-LINE TO POLICY-NUM-DISP
                   DISPLAY "WARN: second policy DEFAULT line "
                       "ignored (first is line "
                       FUNCTION TRIM(POLICY-NUM-DISP) "): "
                       FUNCTION TRIM(POLICY-LINE)
                   EXIT PARAGRAPH
               END-IF
               MOVE POLICY-LINE-NO TO POLICY-DEFAULT-LINE
               MOVE FUNCTION TRIM(POLICY-FIELD-PATTERN)
                   TO POLICY-DEFAULT-ROLES
               EXIT PARAGRAPH
           END-IF

           IF POLICY-FIELD-METHOD = SPACES OR
              POLICY-FIELD-PATTERN(1:1) NOT = "/"
               DISPLAY "WARN: malformed policy rule skipped: "
                   FUNCTION TRIM(POLICY-LINE)
               EXIT PARAGRAPH
           END-IF

           IF POLICY-COUNT >= 200
               DISPLAY "WARN: policy rule table full, ignoring: "
                   FUNCTION TRIM(POLICY-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO POLICY-COUNT
           MOVE POLICY-FIELD-METHOD TO POLICY-METHOD(POLICY-COUNT)
           MOVE POLICY-FIELD-PATTERN TO POLICY-PATTERN(POLICY-COUNT)
           MOVE FUNCTION TRIM(POLICY-FIELD-ROLES)
               TO POLICY-ROLES(POLICY-COUNT)
           MOVE POLICY-LINE-NO TO POLICY-RULE-LINE(POLICY-COUNT)

           EXIT PARAGRAPH.

       CHECK-AUTH-POLICY.
      *> Sets POLICY-DENIED for HTTP-METHOD and URL-PATH on behalf
      *> of the caller RESOLVE-REQUEST-USER identified, and
      *> POLICY-DECIDED-BY to the rule that decided.
           MOVE "N" TO POLICY-DENIED
           MOVE "N" TO POLICY-CALLER-KNOWN
           MOVE SPACES TO POLICY-CALLER-ROLE
           MOVE SPACES TO POLICY-DECIDED-BY

           IF POLICY-LOADED = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM IDENTIFY-POLICY-CALLER

           IF POLICY-LOADED = "E"
               MOVE "Y" TO POLICY-DENIED
               MOVE "POLICY_FILE unreadable" TO POLICY-DECIDED-BY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO POLICY-MATCH-IDX
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
               UNTIL POLICY-IDX > POLICY-COUNT
               IF POLICY-METHOD(POLICY-IDX) = "*" OR
                  POLICY-METHOD(POLICY-IDX) = HTTP-METHOD
                   MOVE POLICY-PATTERN(POLICY-IDX) TO RP-PATTERN
                   PERFORM MATCH-PATH-PATTERN
                   IF RP-MISMATCH = "N"
                       MOVE POLICY-IDX TO POLICY-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           MOVE 1 TO POLICY-DECIDED-PTR
           IF POLICY-MATCH-IDX > 0
               MOVE POLICY-ROLES(POLICY-MATCH-IDX)
                   TO POLICY-APPLY-ROLES
               MOVE POLICY-RULE-LINE(POLICY-MATCH-IDX)
                   TO POLICY-NUM-DISP
               STRING "rule line " DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-NUM-DISP)
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-METHOD(POLICY-MATCH-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-PATTERN(POLICY-MATCH-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-ROLES(POLICY-MATCH-IDX))
                          DELIMITED BY SIZE
                      INTO POLICY-DECIDED-BY
                      WITH POINTER POLICY-DECIDED-PTR
           ELSE
               IF POLICY-DEFAULT-LINE = 0
                   MOVE "-" TO POLICY-APPLY-ROLES
                   MOVE "no rule matched, no DEFAULT line"
                       TO POLICY-DECIDED-BY
               ELSE
                   MOVE POLICY-DEFAULT-ROLES TO POLICY-APPLY-ROLES
                   MOVE POLICY-DEFAULT-LINE TO POLICY-NUM-DISP
                   STRING "DEFAULT line " DELIMITED BY SIZE
                          FUNCTION TRIM(POLICY-NUM-DISP)
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(POLICY-DEFAULT-ROLES)
                              DELIMITED BY SIZE
                          INTO POLICY-DECIDED-BY
                          WITH POINTER POLICY-DECIDED-PTR
               END-IF
           END-IF
           MOVE FUNCTION TRIM(POLICY-APPLY-ROLES) TO POLICY-APPLY-ROLES

           IF POLICY-APPLY-ROLES = "*"
               EXIT PARAGRAPH
           END-IF
           IF POLICY-CALLER-ROLE = "admin"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO POLICY-DENIED
           IF POLICY-CALLER-ROLE = SPACES OR
              POLICY-APPLY-ROLES = SPACES OR POLICY-APPLY-ROLES = "-"
               EXIT PARAGRAPH
           END-IF

      *> Whole-word membership: ",reader," inside ",ops,reader,".
           INSPECT POLICY-APPLY-ROLES REPLACING ALL " " BY ","
           MOVE SPACES TO POLICY-PROBE
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(POLICY-CALLER-ROLE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO POLICY-PROBE
           MOVE SPACES TO POLICY-ROLE-LIST
           STRING "," DELIMITED BY SIZE
                  POLICY-APPLY-ROLES DELIMITED BY SIZE
                  INTO POLICY-ROLE-LIST
           MOVE 0 TO POLICY-HITS
           INSPECT POLICY-ROLE-LIST TALLYING POLICY-HITS
               FOR ALL POLICY-PROBE(1:FUNCTION LENGTH(
                   FUNCTION TRIM(POLICY-PROBE)))
           IF POLICY-HITS > 0
               MOVE "N" TO POLICY-DENIED
           END-IF

           EXIT PARAGRAPH.

       IDENTIFY-POLICY-CALLER.
      *> With a USERS_FILE the caller is whoever RESOLVE-REQUEST-USER
      *> found; without one, only the AUTH_TOKEN holder is known, and
      *> it is the operator's own credential.
           IF USER-COUNT > 0
               IF AUTH-USER-FOUND = "Y"
                   MOVE "Y" TO POLICY-CALLER-KNOWN
                   MOVE FUNCTION TRIM(AUTH-USER-ROLE)
                       TO POLICY-CALLER-ROLE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CONFIG-AUTH-TOKEN) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Authorization" TO HEADER-LOOKUP-NAME
           PERFORM LOOKUP-HTTP-HEADER
           IF HEADER-LOOKUP-FOUND = "Y"
               MOVE SPACES TO AUTH-EXPECTED
               STRING "Bearer " DELIMITED BY SIZE
                      CONFIG-AUTH-TOKEN DELIMITED BY SPACE
                      INTO AUTH-EXPECTED
               IF FUNCTION TRIM(HEADER-LOOKUP-VALUE) =
                  FUNCTION TRIM(AUTH-EXPECTED)
                   MOVE "Y" TO POLICY-CALLER-KNOWN
                   MOVE "admin" TO POLICY-CALLER-ROLE
               END-IF
           END-IF

           EXIT PARAGRAPH.

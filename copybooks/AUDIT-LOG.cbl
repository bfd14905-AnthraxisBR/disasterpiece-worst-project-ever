      *> Security audit trail; see AUDIT-FIELDS. Appended with the
      *> same unlocked OPEN EXTEND idiom as WRITE-ACCESS-LOG -- one
      *> short line per event, so forked children interleave whole
      *> lines. Deliberately never rotated or pruned: the monthly
      *> access review needs the whole month, and archiving the
      *> file is an operator decision, not a size trigger.
       WRITE-AUDIT-EVENT.
           IF FUNCTION TRIM(CONFIG-AUDIT-LOG) = SPACES
               MOVE "N" TO AUDIT-SYSTEM-EVENT
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING AUDIT-NOW
           MOVE AUDIT-NOW TO AUDIT-NOW-DISP
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-STAMP

           IF AUDIT-SYSTEM-EVENT = "Y"
               MOVE "system" TO AUDIT-ACTOR
               MOVE "-" TO AUDIT-ROLE
               MOVE "local" TO AUDIT-SOURCE
               MOVE "-" TO AUDIT-RID
               MOVE "-" TO AUDIT-CRED-TAG
           ELSE
               PERFORM FORMAT-CLIENT-IP
               MOVE AUTH-USER-ID TO AUDIT-ACTOR
               MOVE AUTH-USER-ROLE TO AUDIT-ROLE
               IF FUNCTION TRIM(AUDIT-ROLE) = SPACES
                   MOVE "-" TO AUDIT-ROLE
               END-IF
               MOVE CLIENT-IP-DISPLAY TO AUDIT-SOURCE
               MOVE REQUEST-ID TO AUDIT-RID
               PERFORM TAG-AUDIT-CREDENTIAL
           END-IF

      *> The target is request-derived (a path, a key, an id); "|"
      *> would shift the columns the report splits on.
           INSPECT AUDIT-TARGET REPLACING ALL "|" BY "_"

           MOVE SPACES TO AUDIT-LOG-LINE
           STRING AUDIT-NOW-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  AUDIT-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-ACTOR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-ROLE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-SOURCE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-ACTION) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-TARGET) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-OUTCOME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-RID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-CRED-TAG) DELIMITED BY SIZE
                  INTO AUDIT-LOG-LINE

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           IF AUDIT-LOG-STATUS = "00"
               WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-LINE
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY "WARN: cannot append to audit log (status "
                   AUDIT-LOG-STATUS "): "
                   FUNCTION TRIM(AUDIT-LOG-LINE)
           END-IF

           MOVE "N" TO AUDIT-SYSTEM-EVENT

           EXIT PARAGRAPH.

       TAG-AUDIT-CREDENTIAL.
      *> "user" when the credential resolved to an account (the
      *> actor column already names it), "none" when no Bearer
      *> value was presented, otherwise a fingerprint of the value.
           IF AUTH-USER-FOUND = "Y"
               MOVE "user" TO AUDIT-CRED-TAG
               EXIT PARAGRAPH
           END-IF

           MOVE "none" TO AUDIT-CRED-TAG

           MOVE "Authorization" TO HEADER-LOOKUP-NAME
           PERFORM LOOKUP-HTTP-HEADER
           IF HEADER-LOOKUP-FOUND = "N" OR
              FUNCTION TRIM(HEADER-LOOKUP-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(HEADER-LOOKUP-VALUE))
               TO AUDIT-CRED-LEN
           MOVE 0 TO AUDIT-CRED-HASH
           PERFORM VARYING AUDIT-CRED-POS FROM 1 BY 1
               UNTIL AUDIT-CRED-POS > AUDIT-CRED-LEN
               COMPUTE AUDIT-CRED-HASH = FUNCTION MOD(
                   AUDIT-CRED-HASH * 31 +
                   FUNCTION ORD(HEADER-LOOKUP-VALUE
                       (AUDIT-CRED-POS:1)),
                   999999937)
           END-PERFORM
           MOVE AUDIT-CRED-HASH TO AUDIT-CRED-HASH-DISP

           MOVE SPACES TO AUDIT-CRED-TAG
           STRING "cred#" DELIMITED BY SIZE
                  AUDIT-CRED-HASH-DISP DELIMITED BY SIZE
                  INTO AUDIT-CRED-TAG

           EXIT PARAGRAPH.

       AUDIT-KV-RESTORE.
      *> ROUTE-KV is handed the caller's id, role and request id for
      *> its ACL, but an audit line also carries the client address,
      *> the credential tag and the AUDIT_LOG setting, which only the
      *> server holds; WRITE-AUDIT-EVENT is therefore the one writer,
      *> and a version promotion is audited here, on the way back
      *> out of the table dispatch: a POST /kv/<key> that is not an
      *> incr/decr is the restore operation, and the status line the
      *> program answered with is its outcome.
           IF HTTP-METHOD NOT = "POST" OR URL-PATH(1:4) NOT = "/kv/"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AUDIT-TARGET
           PERFORM VARYING QUERY-PARAM-IDX FROM 1 BY 1
               UNTIL QUERY-PARAM-IDX > QUERY-PARAM-COUNT
               IF FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX))
                       = "incr" OR
                  FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX))
                       = "decr"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX))
                       = "version" OR
                  FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX))
                       = "back"
                   STRING FUNCTION TRIM(URL-PATH(5:))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(
                              QUERY-PARAM-KEY(QUERY-PARAM-IDX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(
                              QUERY-PARAM-VALUE(QUERY-PARAM-IDX))
                              DELIMITED BY SIZE
                          INTO AUDIT-TARGET
               END-IF
           END-PERFORM

           IF AUDIT-TARGET = SPACES
               MOVE URL-PATH(5:) TO AUDIT-TARGET
           END-IF

           MOVE "KV-RESTORE" TO AUDIT-ACTION
           IF RESPONSE-SIZE > 0 AND RESPONSE-BUFFER(10:1) = "2"
               MOVE "OK" TO AUDIT-OUTCOME
           ELSE
               MOVE "FAILED" TO AUDIT-OUTCOME
           END-IF
           PERFORM WRITE-AUDIT-EVENT

           EXIT PARAGRAPH.

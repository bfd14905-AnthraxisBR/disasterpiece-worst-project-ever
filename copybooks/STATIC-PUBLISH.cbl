           IF PUBLISH-AUTH-OK = "N"
               DISPLAY "Unauthorized static publish attempt: "
                   FUNCTION TRIM(URL-PATH)
               IF HTTP-METHOD = "PUT"
                   MOVE "PUBLISH" TO AUDIT-ACTION
               ELSE
                   MOVE "UNPUBLISH" TO AUDIT-ACTION
               END-IF
               MOVE URL-PATH TO AUDIT-TARGET
               MOVE "DENIED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-401-RESPONSE
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

      *> A host served from releases changes only by release: a
      *> single-file write here would land inside the active
      *> release, behind its listing and outside any rollback.
           IF ACTIVE-RELEASES-SITE = "Y"
               DISPLAY "WARN: refused file publish to release-served "
                   "host " FUNCTION TRIM(ACTIVE-VHOST-NAME) ": "
                   FUNCTION TRIM(URL-PATH)
               IF HTTP-METHOD = "PUT"
                   MOVE "PUBLISH" TO AUDIT-ACTION
               ELSE
                   MOVE "UNPUBLISH" TO AUDIT-ACTION
               END-IF
               MOVE URL-PATH TO AUDIT-TARGET
               MOVE "REFUSED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               MOVE "409" TO ERROR-STATUS-CODE
               MOVE "Conflict" TO ERROR-STATUS-TEXT
               PERFORM BUILD-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STATIC-FILE-PATH
           STRING FUNCTION TRIM(ACTIVE-DOC-ROOT) DELIMITED BY SIZE
                  FUNCTION TRIM(URL-PATH) DELIMITED BY SIZE
           IF PUBLISH-RAW-RESULT NOT = 0
               DISPLAY "WARN: cannot create static file (rc "
                   PUBLISH-RAW-RESULT "): " STATIC-FILE-PATH
               MOVE "PUBLISH" TO AUDIT-ACTION
               MOVE URL-PATH TO AUDIT-TARGET
               MOVE "FAILED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF
               REQUEST-BODY-SIZE " bytes): "
               FUNCTION TRIM(STATIC-FILE-PATH)

           MOVE "PUBLISH" TO AUDIT-ACTION
           MOVE URL-PATH TO AUDIT-TARGET
           MOVE "OK" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO RESPONSE-BUFFER
           STRING "HTTP/1.1 201 Created" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
           IF RETURN-CODE-LOCAL NOT = 0
               DISPLAY "WARN: could not remove static file: "
                   FUNCTION TRIM(STATIC-FILE-PATH)
               MOVE "UNPUBLISH" TO AUDIT-ACTION
               MOVE URL-PATH TO AUDIT-TARGET
               MOVE "FAILED" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Removed static asset: "
               FUNCTION TRIM(STATIC-FILE-PATH)

           MOVE "UNPUBLISH" TO AUDIT-ACTION
           MOVE URL-PATH TO AUDIT-TARGET
           MOVE "OK" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO RESPONSE-BUFFER
           STRING "HTTP/1.1 204 No Content" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE

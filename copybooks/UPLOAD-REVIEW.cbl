               MOVE "reviewer" TO AUTH-ROLE-NEEDED
               PERFORM CHECK-AUTH-ROLE
               IF AUTH-ROLE-OK = "N"
                   PERFORM SEND-REVIEW-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FUNCTION TRIM(CONFIG-AUTH-TOKEN) = SPACES
                   PERFORM SEND-REVIEW-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               MOVE "Authorization" TO HEADER-LOOKUP-NAME
               IF HEADER-LOOKUP-FOUND = "N" OR
                  FUNCTION TRIM(HEADER-LOOKUP-VALUE) NOT =
                      FUNCTION TRIM(AUTH-EXPECTED)
                   PERFORM SEND-REVIEW-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM REWRITE-REVIEWED-ENTRY

           IF REVIEW-NEW-STATUS = "APPROVED"
               MOVE "UPLOAD-APPROVE" TO AUDIT-ACTION
           ELSE
               MOVE "UPLOAD-REJECT" TO AUDIT-ACTION
           END-IF
           MOVE REVIEW-ID TO AUDIT-TARGET

           IF REVIEW-FOUND = "N"
               MOVE "NOTFOUND" TO AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-EVENT
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "OK" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT

           MOVE SPACES TO REVIEW-BODY
           STRING '{"id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(REVIEW-ID) DELIMITED BY SIZE

           EXIT PARAGRAPH.

       SEND-REVIEW-401-RESPONSE.
      *> A refused review is a failed role gate -- audited before the
      *> 401 goes out, like a refused publish.
           MOVE "UPLOAD-REVIEW" TO AUDIT-ACTION
           MOVE URL-PATH TO AUDIT-TARGET
           MOVE "DENIED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT
           PERFORM SEND-401-RESPONSE
           EXIT PARAGRAPH.

       REWRITE-REVIEWED-ENTRY.
      *> Survivor-copy rewrite of the index, the retention sweep's
      *> pattern: every line passes through, the matching one with

       REWRITE-ONE-REVIEW-LINE.
           MOVE SPACES TO UPLOAD-ENTRY-STATUS
           MOVE SPACES TO UPLOAD-ENTRY-TIER
           MOVE SPACES TO UPLOAD-ENTRY-ARCHIVE
           UNSTRING UPLOAD-IDX-LINE DELIMITED BY "|"
               INTO UPLOAD-ENTRY-ID UPLOAD-ENTRY-FILENAME
                    UPLOAD-ENTRY-SIZE UPLOAD-ENTRY-CTYPE
                    UPLOAD-ENTRY-UPLOADER UPLOAD-ENTRY-TS-TXT
                    UPLOAD-ENTRY-CKSUM UPLOAD-ENTRY-STATUS
                    UPLOAD-ENTRY-REVIEWER UPLOAD-ENTRY-REV-TS
                    UPLOAD-ENTRY-TIER UPLOAD-ENTRY-ARCHIVE

           IF FUNCTION TRIM(UPLOAD-ENTRY-ID) NOT =
              FUNCTION TRIM(REVIEW-ID)

           MOVE "Y" TO REVIEW-FOUND

      *> A decision on an archived entry must not lose where its
      *> bytes now live.
           MOVE SPACES TO UPLOAD-ARCHIVE-PATH
           IF FUNCTION TRIM(UPLOAD-ENTRY-TIER) NOT = SPACES
               STRING "|" DELIMITED BY SIZE
                      FUNCTION TRIM(UPLOAD-ENTRY-TIER)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(UPLOAD-ENTRY-ARCHIVE)
                          DELIMITED BY SIZE
                      INTO UPLOAD-ARCHIVE-PATH
           END-IF

           MOVE SPACES TO UPLOAD-IDX-LINE
           STRING FUNCTION TRIM(UPLOAD-ENTRY-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AUTH-USER-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  REVIEW-NOW-DISP DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ARCHIVE-PATH) DELIMITED BY SIZE
                  INTO UPLOAD-IDX-LINE

           WRITE UPLOAD-IDX-OUT-RECORD FROM UPLOAD-IDX-LINE

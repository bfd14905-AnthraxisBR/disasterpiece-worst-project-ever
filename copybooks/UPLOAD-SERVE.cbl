                           MOVE "10" TO UPLOAD-IDX-STATUS
                       NOT AT END
                           MOVE SPACES TO UPLOAD-ENTRY-STATUS
                           MOVE SPACES TO UPLOAD-ENTRY-TIER
                           MOVE SPACES TO UPLOAD-ENTRY-ARCHIVE
                           UNSTRING UPLOAD-IDX-LINE
                               DELIMITED BY "|"
                               INTO UPLOAD-ENTRY-ID
                                    UPLOAD-ENTRY-TS-TXT
                                    UPLOAD-ENTRY-CKSUM
                                    UPLOAD-ENTRY-STATUS
                                    UPLOAD-ENTRY-REVIEWER
                                    UPLOAD-ENTRY-REV-TS
                                    UPLOAD-ENTRY-TIER
                                    UPLOAD-ENTRY-ARCHIVE
                           IF FUNCTION TRIM(UPLOAD-ENTRY-STATUS)
                                   = SPACES OR
                              FUNCTION TRIM(UPLOAD-ENTRY-STATUS)
               TO STREAM-CHUNK-BUFFER
           PERFORM SEND-RAW-CHUNK
           PERFORM STREAM-FILE-TO-CLIENT
           PERFORM REMOVE-RECALLED-UPLOAD

           MOVE STREAM-TOTAL-SENT TO RESPONSE-SIZE
           PERFORM RECORD-REQUEST-METRICS
               EXIT PARAGRAPH
           END-IF

      *> An archived upload is recalled to a temp copy and served
      *> from there exactly as a store-disk file would be; the
      *> caller sees no difference beyond the decompression time.
           MOVE SPACES TO UPLOAD-RECALL-PATH
           IF FUNCTION TRIM(UPLOAD-ENTRY-TIER) = "ARCHIVE"
               PERFORM RECALL-ARCHIVED-UPLOAD
               IF UPLOAD-RECALL-PATH = SPACES
                   PERFORM SEND-404-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               MOVE UPLOAD-RECALL-PATH TO UPLOAD-STORE-PATH
           ELSE
               MOVE SPACES TO UPLOAD-STORE-PATH
               STRING FUNCTION TRIM(CONFIG-UPLOAD-STORE-DIR)
                          DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(UPLOAD-ID) DELIMITED BY SIZE
                      INTO UPLOAD-STORE-PATH
           END-IF

      *> Encrypted at rest: the checksum and the bytes sent are
      *> both taken from the decrypted copy.
           PERFORM DECRYPT-STORED-UPLOAD
           IF UPLOAD-CRYPT-OK = "N"
               PERFORM REMOVE-RECALLED-UPLOAD
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE UPLOAD-STORE-PATH TO STREAM-FILE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
               RETURNING STREAM-STAT-RESULT

           IF STREAM-STAT-RESULT NOT = 0
               PERFORM REMOVE-RECALLED-UPLOAD
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF
                       " (stored " FUNCTION TRIM(UPLOAD-ENTRY-CKSUM)
                       ", computed " FUNCTION TRIM(CK-VALUE-DISP)
                       ")"
                   PERFORM REMOVE-RECALLED-UPLOAD
                   PERFORM SEND-500-RESPONSE
                   EXIT PARAGRAPH
               END-IF

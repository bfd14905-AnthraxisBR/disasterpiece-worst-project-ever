      *> Durable upload store; see UPLOAD-STORE-FIELDS for the
      *> layout. The multipart parser holds each part's temp file
      *> (HOLD-UPLOAD-PART); STORE-UPLOAD-PART runs for each of them
      *> from STORE-PENDING-UPLOADS once PROCESS-REQUEST has let the
      *> request through. The retention sweep runs at startup and
      *> graceful shutdown.
       HOLD-UPLOAD-PART.
           IF FUNCTION TRIM(CONFIG-UPLOAD-STORE-DIR) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF UPLOAD-PENDING-COUNT >= 64
               DISPLAY "WARN: upload part "
                   MULTIPART-PART-COUNT-DISPLAY
                   " past the 64 a request may store, dropped"
               MOVE SPACES TO UPLOAD-STORE-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(MULTIPART-UPLOAD-FILE-NAME)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO UPLOAD-STORE-COMMAND
               CALL "system" USING UPLOAD-STORE-COMMAND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO UPLOAD-PENDING-COUNT
           MOVE MULTIPART-UPLOAD-FILE-NAME
               TO UPLOAD-PENDING-FILE(UPLOAD-PENDING-COUNT)
           MOVE FILE-TIMESTAMP-DISP
               TO UPLOAD-PENDING-STAMP(UPLOAD-PENDING-COUNT)
           MOVE MULTIPART-PART-COUNT-DISPLAY
               TO UPLOAD-PENDING-PART(UPLOAD-PENDING-COUNT)
           MOVE MULTIPART-PART-FILENAME
               TO UPLOAD-PENDING-NAME(UPLOAD-PENDING-COUNT)
           MOVE MULTIPART-PART-CTYPE
               TO UPLOAD-PENDING-CTYPE(UPLOAD-PENDING-COUNT)
           MOVE MULTIPART-RAW-LEN
               TO UPLOAD-PENDING-LEN(UPLOAD-PENDING-COUNT)
           EXIT PARAGRAPH.

       STORE-PENDING-UPLOADS.
      *> From PROCESS-REQUEST, once the caller is resolved and the
      *> request has passed every gate: each held part is stored,
      *> indexed and charged to the caller's department as the
      *> parser left it.
           PERFORM VARYING UPLOAD-PENDING-IDX FROM 1 BY 1
               UNTIL UPLOAD-PENDING-IDX > UPLOAD-PENDING-COUNT
               MOVE UPLOAD-PENDING-FILE(UPLOAD-PENDING-IDX)
                   TO MULTIPART-UPLOAD-FILE-NAME
               MOVE UPLOAD-PENDING-STAMP(UPLOAD-PENDING-IDX)
                   TO FILE-TIMESTAMP-DISP
               MOVE UPLOAD-PENDING-PART(UPLOAD-PENDING-IDX)
                   TO MULTIPART-PART-COUNT-DISPLAY
               MOVE UPLOAD-PENDING-NAME(UPLOAD-PENDING-IDX)
                   TO MULTIPART-PART-FILENAME
               MOVE UPLOAD-PENDING-CTYPE(UPLOAD-PENDING-IDX)
                   TO MULTIPART-PART-CTYPE
               MOVE UPLOAD-PENDING-LEN(UPLOAD-PENDING-IDX)
                   TO MULTIPART-RAW-LEN
               PERFORM STORE-UPLOAD-PART
           END-PERFORM
           MOVE 0 TO UPLOAD-PENDING-COUNT
           EXIT PARAGRAPH.

       DISCARD-PENDING-UPLOADS.
      *> After every request: parts still held belong to a request
      *> that was refused before STORE-PENDING-UPLOADS, and never
      *> reach the store or the index. The names are all generated
      *> here (TEMP_DIR/upload_<pid>_<ts>_<part>.part).
           PERFORM VARYING UPLOAD-PENDING-IDX FROM 1 BY 1
               UNTIL UPLOAD-PENDING-IDX > UPLOAD-PENDING-COUNT
               MOVE SPACES TO UPLOAD-STORE-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(UPLOAD-PENDING-FILE
                          (UPLOAD-PENDING-IDX)) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO UPLOAD-STORE-COMMAND
               CALL "system" USING UPLOAD-STORE-COMMAND
           END-PERFORM
           IF UPLOAD-PENDING-COUNT > 0
               DISPLAY "DEBUG: discarded " UPLOAD-PENDING-COUNT
                   " upload part(s) of a refused request"
           END-IF
           MOVE 0 TO UPLOAD-PENDING-COUNT
           EXIT PARAGRAPH.

       STORE-UPLOAD-PART.
           IF FUNCTION TRIM(CONFIG-UPLOAD-STORE-DIR) = SPACES
               EXIT PARAGRAPH
                  INTO UPLOAD-STORE-COMMAND
           CALL "system" USING UPLOAD-STORE-COMMAND

      *> Uploader identity: the signed-in account or verified
      *> partner when there is one; otherwise the "uploader" query
      *> parameter when the client names one, else the bearer-auth
      *> marker, else anonymous. The department charged for the
      *> bytes never comes from the query (RESOLVE-UPLOAD-DEPT).
           MOVE "anonymous" TO UPLOAD-UPLOADER
           IF AUTH-REQUIRED = "Y" AND AUTH-OK = "Y"
               MOVE "bearer-token" TO UPLOAD-UPLOADER
           END-IF
           PERFORM VARYING UPLOAD-QP-IDX FROM 1 BY 1
               UNTIL UPLOAD-QP-IDX > QUERY-PARAM-COUNT
               IF FUNCTION TRIM(QUERY-PARAM-KEY(UPLOAD-QP-IDX)) =
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AUTH-USER-ID NOT = "-" AND AUTH-USER-ID NOT = SPACES
               MOVE AUTH-USER-ID TO UPLOAD-UPLOADER
           END-IF

      *> A department already at its storage quota keeps nothing
      *> more in the store, and PROCESS-REQUEST refuses the request
      *> as soon as the held parts have been through here.
           PERFORM CHECK-UPLOAD-QUOTA
           IF QUOTA-UPLOAD-REFUSED = "Y"
               MOVE SPACES TO UPLOAD-STORE-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(UPLOAD-STORE-PATH)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO UPLOAD-STORE-COMMAND
               CALL "system" USING UPLOAD-STORE-COMMAND
               DISPLAY "DEBUG: upload refused, "
                   FUNCTION TRIM(QUOTA-REQ-DEPT)
                   " at its storage quota"
               EXIT PARAGRAPH
           END-IF

           MOVE MULTIPART-RAW-LEN TO UPLOAD-SIZE-DISP

           MOVE UPLOAD-STORE-PATH TO CK-FILE-PATH
           PERFORM CHECKSUM-STORED-FILE

      *> With a key configured the file is encrypted in place once
      *> its checksum is taken (the checksum stays over the
      *> plaintext, which is what retrieval hands back). A file
      *> that cannot be encrypted is not kept in the clear and never
      *> reaches the index.
           IF FUNCTION TRIM(CONFIG-ENCRYPTION-KEY-FILE) NOT = SPACES
               PERFORM SET-SERVER-CRYPT-KEY
               MOVE UPLOAD-STORE-PATH TO CRYPT-SOURCE-PATH
               MOVE UPLOAD-STORE-PATH TO CRYPT-TARGET-PATH
               PERFORM CRYPT-ENCRYPT-FILE
               IF CRYPT-RESULT NOT = "OK"
                   MOVE SPACES TO UPLOAD-STORE-COMMAND
                   STRING "rm -f " DELIMITED BY SIZE
                          FUNCTION TRIM(UPLOAD-STORE-PATH)
                              DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO UPLOAD-STORE-COMMAND
                   CALL "system" USING UPLOAD-STORE-COMMAND
                   DISPLAY "WARN: upload " FUNCTION TRIM(UPLOAD-ID)
                       " not stored, encryption "
                       FUNCTION TRIM(CRYPT-RESULT)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO UPLOAD-IDX-LINE
           STRING FUNCTION TRIM(UPLOAD-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
           WRITE UPLOAD-IDX-RECORD FROM UPLOAD-IDX-LINE
           CLOSE UPLOAD-IDX-FILE

           PERFORM RECORD-DEPT-UPLOAD

           DISPLAY "DEBUG: stored upload " FUNCTION TRIM(UPLOAD-ID)
               " (" FUNCTION TRIM(MULTIPART-PART-FILENAME) ")"

       PURGE-EXPIRED-UPLOADS.
      *> Entries older than the retention window lose both their
      *> index line and their stored file; survivors are copied to a
      *> fresh index that replaces the old one. The same pass moves
      *> survivors past the archive age to the archive tier.
           IF FUNCTION TRIM(CONFIG-UPLOAD-STORE-DIR) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-UPLOAD-RETAIN-DAYS = 0 AND
              (FUNCTION TRIM(CONFIG-UPLOAD-ARCHIVE-DIR) = SPACES OR
               CONFIG-UPLOAD-ARCHIVE-DAYS = 0)
               EXIT PARAGRAPH
           END-IF

      *> approved them, so nobody is waiting to retrieve them.
           COMPUTE UPLOAD-REJECT-CUTOFF =
               UPLOAD-NOW - CONFIG-REJECT-RETAIN-DAYS * 86400
      *> Retention 0 still means "keep forever" when the pass only
      *> runs for archiving.
           IF CONFIG-UPLOAD-RETAIN-DAYS = 0
               MOVE 0 TO UPLOAD-CUTOFF
               MOVE 0 TO UPLOAD-REJECT-CUTOFF
           END-IF
           COMPUTE UPLOAD-ARCHIVE-CUTOFF =
               UPLOAD-NOW - CONFIG-UPLOAD-ARCHIVE-DAYS * 86400

           PERFORM SET-UPLOAD-IDX-NAME
           OPEN INPUT UPLOAD-IDX-FILE
           OPEN OUTPUT UPLOAD-IDX-OUT

           MOVE 0 TO UPLOAD-PURGED-COUNT
           MOVE 0 TO UPLOAD-ARCHIVED-COUNT

           PERFORM UNTIL UPLOAD-IDX-STATUS = "10"
               READ UPLOAD-IDX-FILE INTO UPLOAD-IDX-LINE
               DISPLAY "Upload retention sweep removed "
                   UPLOAD-PURGED-COUNT " upload(s)."
           END-IF
           IF UPLOAD-ARCHIVED-COUNT > 0
               DISPLAY "Upload retention sweep archived "
                   UPLOAD-ARCHIVED-COUNT " upload(s)."
           END-IF

           EXIT PARAGRAPH.

           MOVE SPACES TO UPLOAD-ENTRY-STATUS
           MOVE SPACES TO UPLOAD-ENTRY-REVIEWER
           MOVE SPACES TO UPLOAD-ENTRY-REV-TS
           MOVE SPACES TO UPLOAD-ENTRY-TIER
           MOVE SPACES TO UPLOAD-ENTRY-ARCHIVE
           UNSTRING UPLOAD-IDX-LINE DELIMITED BY "|"
               INTO UPLOAD-ENTRY-ID UPLOAD-ENTRY-FILENAME
                    UPLOAD-ENTRY-SIZE UPLOAD-ENTRY-CTYPE
                    UPLOAD-ENTRY-UPLOADER UPLOAD-ENTRY-TS-TXT
                    UPLOAD-ENTRY-CKSUM UPLOAD-ENTRY-STATUS
                    UPLOAD-ENTRY-REVIEWER UPLOAD-ENTRY-REV-TS
                    UPLOAD-ENTRY-TIER UPLOAD-ENTRY-ARCHIVE

           IF FUNCTION TRIM(UPLOAD-ENTRY-TS-TXT) = SPACES
               EXIT PARAGRAPH
           IF FUNCTION TRIM(UPLOAD-ENTRY-STATUS) = "REJECTED" AND
              UPLOAD-REJECT-TS < UPLOAD-REJECT-CUTOFF
               ADD 1 TO UPLOAD-PURGED-COUNT
               PERFORM REMOVE-UPLOAD-ENTRY-FILE
               EXIT PARAGRAPH
           END-IF

           IF UPLOAD-ENTRY-TS >= UPLOAD-CUTOFF
               PERFORM ARCHIVE-ONE-UPLOAD-ENTRY
               WRITE UPLOAD-IDX-OUT-RECORD FROM UPLOAD-IDX-LINE
           ELSE
               ADD 1 TO UPLOAD-PURGED-COUNT
               PERFORM REMOVE-UPLOAD-ENTRY-FILE
           END-IF

           EXIT PARAGRAPH.

       REMOVE-UPLOAD-ENTRY-FILE.
      *> Whichever tier holds the bytes; an archived entry has no
      *> file left on the store disk.
           MOVE SPACES TO UPLOAD-STORE-COMMAND
           IF FUNCTION TRIM(UPLOAD-ENTRY-TIER) = "ARCHIVE"
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(UPLOAD-ENTRY-ARCHIVE)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO UPLOAD-STORE-COMMAND
           ELSE
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(CONFIG-UPLOAD-STORE-DIR)
                          DELIMITED BY SIZE
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO UPLOAD-STORE-COMMAND
           END-IF
           CALL "system" USING UPLOAD-STORE-COMMAND
           EXIT PARAGRAPH.

       ARCHIVE-ONE-UPLOAD-ENTRY.
      *> Only approved files past the archive age move; quarantined
      *> ones are still waiting on a reviewer. The store copy is
      *> removed only once the compressed copy exists, and the index
      *> line changes only once the store copy is gone -- a failure
      *> anywhere leaves the entry on the store disk, where it was.
           IF FUNCTION TRIM(CONFIG-UPLOAD-ARCHIVE-DIR) = SPACES OR
              CONFIG-UPLOAD-ARCHIVE-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(UPLOAD-ENTRY-TIER) = "ARCHIVE"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(UPLOAD-ENTRY-STATUS) NOT = SPACES AND
              FUNCTION TRIM(UPLOAD-ENTRY-STATUS) NOT = "APPROVED"
               EXIT PARAGRAPH
           END-IF
           IF UPLOAD-ENTRY-TS >= UPLOAD-ARCHIVE-CUTOFF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO UPLOAD-STORE-PATH
           STRING FUNCTION TRIM(CONFIG-UPLOAD-STORE-DIR)
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-ID) DELIMITED BY SIZE
                  INTO UPLOAD-STORE-PATH
           MOVE SPACES TO UPLOAD-ARCHIVE-PATH
           STRING FUNCTION TRIM(CONFIG-UPLOAD-ARCHIVE-DIR)
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-ID) DELIMITED BY SIZE
                  ".gz" DELIMITED BY SIZE
                  INTO UPLOAD-ARCHIVE-PATH

      *> Both paths are operator directory + server-generated id.
           MOVE SPACES TO UPLOAD-STORE-COMMAND
           STRING "gzip -c " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-STORE-PATH) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ARCHIVE-PATH) DELIMITED BY SIZE
                  " 2>/dev/null && rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-STORE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO UPLOAD-STORE-COMMAND
           CALL "system" USING UPLOAD-STORE-COMMAND

           MOVE UPLOAD-STORE-PATH TO UPLOAD-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING UPLOAD-CHECK-PATH,
                   UPLOAD-CHECK-INFO
               RETURNING UPLOAD-CHECK-RESULT
           IF UPLOAD-CHECK-RESULT = 0
               DISPLAY "WARN: could not archive upload "
                   FUNCTION TRIM(UPLOAD-ENTRY-ID)
                   ", left on the store disk"
               MOVE SPACES TO UPLOAD-STORE-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(UPLOAD-ARCHIVE-PATH)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO UPLOAD-STORE-COMMAND
               CALL "system" USING UPLOAD-STORE-COMMAND
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(UPLOAD-ENTRY-STATUS) = SPACES
               MOVE "APPROVED" TO UPLOAD-ENTRY-STATUS
           END-IF
           IF FUNCTION TRIM(UPLOAD-ENTRY-REVIEWER) = SPACES
               MOVE "-" TO UPLOAD-ENTRY-REVIEWER
           END-IF
           IF FUNCTION TRIM(UPLOAD-ENTRY-REV-TS) = SPACES
               MOVE "0" TO UPLOAD-ENTRY-REV-TS
           END-IF

           MOVE SPACES TO UPLOAD-IDX-LINE
           STRING FUNCTION TRIM(UPLOAD-ENTRY-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-FILENAME)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-SIZE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-CTYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-UPLOADER)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-TS-TXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-CKSUM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-STATUS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-REVIEWER)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-REV-TS) DELIMITED BY SIZE
                  "|ARCHIVE|" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ARCHIVE-PATH) DELIMITED BY SIZE
                  INTO UPLOAD-IDX-LINE

           ADD 1 TO UPLOAD-ARCHIVED-COUNT

           EXIT PARAGRAPH.

       RECALL-ARCHIVED-UPLOAD.
      *> Decompresses an archived entry to a private temp copy for
      *> one retrieval; UPLOAD-RECALL-PATH is blank when the archive
      *> copy could not be read. The caller removes the copy.
           CALL "getpid" RETURNING PROCESS-ID
           CALL "time" USING BY VALUE 0 RETURNING FILE-TIMESTAMP
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE FILE-TIMESTAMP TO FILE-TIMESTAMP-DISP

           MOVE SPACES TO UPLOAD-RECALL-PATH
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/recall_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  INTO UPLOAD-RECALL-PATH

           MOVE SPACES TO UPLOAD-STORE-COMMAND
           STRING "gzip -dc " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ENTRY-ARCHIVE) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-RECALL-PATH) DELIMITED BY SIZE
                  " 2>/dev/null || rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO UPLOAD-STORE-COMMAND
           CALL "system" USING UPLOAD-STORE-COMMAND

           MOVE UPLOAD-RECALL-PATH TO UPLOAD-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING UPLOAD-CHECK-PATH,
                   UPLOAD-CHECK-INFO
               RETURNING UPLOAD-CHECK-RESULT
           IF UPLOAD-CHECK-RESULT NOT = 0
               DISPLAY "WARN: archived upload "
                   FUNCTION TRIM(UPLOAD-ENTRY-ID) " not recallable "
                   "from " FUNCTION TRIM(UPLOAD-ENTRY-ARCHIVE)
               MOVE SPACES TO UPLOAD-RECALL-PATH
           END-IF

           EXIT PARAGRAPH.

       REMOVE-RECALLED-UPLOAD.
           IF FUNCTION TRIM(UPLOAD-RECALL-PATH) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO UPLOAD-STORE-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO UPLOAD-STORE-COMMAND
           CALL "system" USING UPLOAD-STORE-COMMAND
           MOVE SPACES TO UPLOAD-RECALL-PATH
           EXIT PARAGRAPH.

       SET-SERVER-CRYPT-KEY.
      *> Taken from the configuration each time, so a reload that
      *> names a new key is in force for the next file written.
           MOVE CONFIG-ENCRYPTION-KEY-FILE TO CRYPT-KEY-FILE
           MOVE CONFIG-TEMP-DIR TO CRYPT-TEMP-DIR
           PERFORM CRYPT-SET-KEY
           EXIT PARAGRAPH.

       DECRYPT-STORED-UPLOAD.
      *> UPLOAD-STORE-PATH in -- the store file or an archive
      *> recall. An encrypted file comes back as a private decrypted
      *> temp copy that takes over the recall slot (a gzip recall is
      *> removed first), so REMOVE-RECALLED-UPLOAD clears it like
      *> any recall. A plaintext or missing file is left as it is;
      *> UPLOAD-CRYPT-OK is "N" only when decryption failed.
           MOVE "Y" TO UPLOAD-CRYPT-OK
           PERFORM SET-SERVER-CRYPT-KEY
           MOVE UPLOAD-STORE-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-OPEN-FOR-READ
           EVALUATE CRYPT-RESULT
               WHEN "PLAIN"
               WHEN "MISSING"
                   CONTINUE
               WHEN "OK"
                   PERFORM REMOVE-RECALLED-UPLOAD
                   MOVE CRYPT-TEMP-PATH TO UPLOAD-RECALL-PATH
                   MOVE SPACES TO CRYPT-TEMP-PATH
                   MOVE UPLOAD-RECALL-PATH TO UPLOAD-STORE-PATH
               WHEN OTHER
                   DISPLAY "WARN: upload "
                       FUNCTION TRIM(UPLOAD-ENTRY-ID)
                       " cannot be decrypted ("
                       FUNCTION TRIM(CRYPT-RESULT) ", key "
                       FUNCTION TRIM(CRYPT-FILE-KEY-ID) ")"
                   MOVE "N" TO UPLOAD-CRYPT-OK
           END-EVALUATE
           EXIT PARAGRAPH.

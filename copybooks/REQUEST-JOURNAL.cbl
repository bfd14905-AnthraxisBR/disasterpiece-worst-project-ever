               EXIT PARAGRAPH
           END-IF

      *> A sign-in body is a credential and is never written down;
      *> replaying one would only mint a session nobody holds.
           IF FUNCTION TRIM(URL-PATH) = "/login" OR
              FUNCTION TRIM(URL-PATH) = "/logout"
               EXIT PARAGRAPH
           END-IF

      *> A conversion POST only reads its body; nothing changes.
           IF FUNCTION TRIM(URL-PATH) = "/convert"
               EXIT PARAGRAPH
           END-IF

      *> Work queues belong to this instance (see ROUTE-QUEUE):
      *> replayed receives would mint receipts that no replayed
      *> acknowledgement matches, and redeliver work already done.
           IF FUNCTION TRIM(URL-PATH) = "/queue" OR
              URL-PATH(1:7) = "/queue/"
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING JOURNAL-NOW
           MOVE JOURNAL-NOW TO JOURNAL-NOW-DISP

                  "/journal.idx" DELIMITED BY SIZE
                  INTO JOURNAL-IDX-NAME

      *> Sealed like the access log (LOG-CHAIN-FIELDS); lines that
      *> checkpoint_backup archives go to journal.archive, which is
      *> where the chain's earlier end is found again if the state
      *> file is ever lost.
           MOVE JOURNAL-IDX-NAME TO LOG-CHAIN-LOG-PATH
           MOVE SPACES TO LOG-CHAIN-PRIOR-PATH
           STRING FUNCTION TRIM(CONFIG-JOURNAL-DIR)
                      DELIMITED BY SIZE
                  "/journal.archive" DELIMITED BY SIZE
                  INTO LOG-CHAIN-PRIOR-PATH
           MOVE "|" TO LOG-CHAIN-SEP
           MOVE JOURNAL-IDX-LINE TO LOG-CHAIN-TEXT
           PERFORM SEAL-LOG-LINE

           OPEN EXTEND JOURNAL-IDX-FILE
           IF JOURNAL-IDX-STATUS = "35"
               OPEN OUTPUT JOURNAL-IDX-FILE
           END-IF
           WRITE JOURNAL-IDX-RECORD FROM LOG-CHAIN-LINE
           CLOSE JOURNAL-IDX-FILE
           PERFORM RELEASE-LOG-CHAIN-LOCK

           DISPLAY "DEBUG: journaled " FUNCTION TRIM(HTTP-METHOD)
               " " FUNCTION TRIM(URL-PATH) " as "
                  ".bin" DELIMITED BY SIZE
                  INTO JOURNAL-BODY-PATH

      *> Encrypted at rest when a key is configured: only
      *> ciphertext lands in the journal directory. A spooled body
      *> is encrypted straight from the spool file; a buffered one
      *> is written raw to a temp file first.
           MOVE JOURNAL-BODY-PATH TO JOURNAL-WRITE-PATH
           IF FUNCTION TRIM(CONFIG-ENCRYPTION-KEY-FILE) NOT = SPACES
               PERFORM SET-SERVER-CRYPT-KEY
               IF BODY-SPOOLED = "Y"
                   MOVE BODY-SPOOL-FILE TO CRYPT-SOURCE-PATH
                   PERFORM ENCRYPT-JOURNAL-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO JOURNAL-WRITE-PATH
               STRING FUNCTION TRIM(CONFIG-TEMP-DIR)
                          DELIMITED BY SIZE
                      "/jrnl_" DELIMITED BY SIZE
                      FUNCTION TRIM(REQUEST-ID) DELIMITED BY SIZE
                      ".tmp" DELIMITED BY SIZE
                      INTO JOURNAL-WRITE-PATH
           END-IF

      *> A spooled body is copied file-to-file; both paths are
      *> server-generated, so nothing request-derived rides the
      *> command line.

           MOVE 2 TO JRNL-RAW-ACCESS-NUM
           MOVE LOW-VALUES TO JRNL-RAW-OFFSET
           CALL "CBL_CREATE_FILE" USING JOURNAL-WRITE-PATH,
                   JRNL-RAW-ACCESS, JRNL-RAW-DENY,
                   JRNL-RAW-DEVICE, JRNL-RAW-HANDLE
               RETURNING JRNL-RAW-RESULT
           IF JRNL-RAW-RESULT NOT = 0
               DISPLAY "WARN: cannot write journal body file (rc "
                   JRNL-RAW-RESULT "): "
                   FUNCTION TRIM(JOURNAL-WRITE-PATH)
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_CLOSE_FILE" USING JRNL-RAW-HANDLE
               RETURNING JRNL-RAW-RESULT

           IF JOURNAL-WRITE-PATH NOT = JOURNAL-BODY-PATH
               MOVE JOURNAL-WRITE-PATH TO CRYPT-SOURCE-PATH
               PERFORM ENCRYPT-JOURNAL-BODY
               MOVE SPACES TO DELETE-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(JOURNAL-WRITE-PATH)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO DELETE-COMMAND
               CALL "system" USING DELETE-COMMAND
           END-IF

           EXIT PARAGRAPH.

       ENCRYPT-JOURNAL-BODY.
      *> CRYPT-SOURCE-PATH (plaintext) into the body file. A failure
      *> leaves no body file, as a failed raw write does.
           MOVE JOURNAL-BODY-PATH TO CRYPT-TARGET-PATH
           PERFORM CRYPT-ENCRYPT-FILE
           IF CRYPT-RESULT NOT = "OK"
               DISPLAY "WARN: cannot encrypt journal body file ("
                   FUNCTION TRIM(CRYPT-RESULT) "): "
                   FUNCTION TRIM(JOURNAL-BODY-PATH)
           END-IF
           EXIT PARAGRAPH.

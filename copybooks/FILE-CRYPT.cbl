      *> Encryption at rest; see FILE-CRYPT-FIELDS for the key and
      *> file layout. The cipher work is done by openssl enc, shelled
      *> out the way the archive tier shells out to gzip; every path
      *> on those command lines is server-generated or a key id that
      *> has passed CRYPT-CHECK-NAME.
      *>
      *> CRYPT-SET-KEY        CRYPT-KEY-FILE in; id, directory and
      *>                      CRYPT-KEY-READY out.
      *> CRYPT-ENCRYPT-FILE   CRYPT-SOURCE-PATH (plaintext) to
      *>                      CRYPT-TARGET-PATH under the current key.
      *> CRYPT-OPEN-FOR-READ  CRYPT-SOURCE-PATH in; CRYPT-READ-PATH out
      *>                      -- the file itself when it is plaintext,
      *>                      else a private decrypted temp copy.
      *> CRYPT-RELEASE        removes that temp copy.
       CRYPT-SET-KEY.
           MOVE "N" TO CRYPT-KEY-READY
           MOVE SPACES TO CRYPT-KEY-ID
           MOVE SPACES TO CRYPT-KEY-DIR
           IF FUNCTION TRIM(CRYPT-KEY-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CRYPT-SLASH-POS
           PERFORM VARYING CRYPT-POS FROM 1 BY 1
               UNTIL CRYPT-POS > LENGTH OF CRYPT-KEY-FILE
               IF CRYPT-KEY-FILE(CRYPT-POS:1) = "/"
                   MOVE CRYPT-POS TO CRYPT-SLASH-POS
               END-IF
           END-PERFORM

      *> Retired keys are looked up beside the current one, so the
      *> directory is kept as written ("." for a bare name).
           EVALUATE TRUE
               WHEN CRYPT-SLASH-POS = 0
                   MOVE "." TO CRYPT-KEY-DIR
                   MOVE CRYPT-KEY-FILE TO CRYPT-NAME
               WHEN CRYPT-SLASH-POS = LENGTH OF CRYPT-KEY-FILE
                   EXIT PARAGRAPH
               WHEN OTHER
                   IF CRYPT-SLASH-POS > 1
                       MOVE CRYPT-KEY-FILE(1:CRYPT-SLASH-POS - 1)
                           TO CRYPT-KEY-DIR
                   END-IF
                   MOVE CRYPT-KEY-FILE(CRYPT-SLASH-POS + 1:)
                       TO CRYPT-NAME
           END-EVALUATE

           MOVE FUNCTION LENGTH(FUNCTION TRIM(CRYPT-NAME))
               TO CRYPT-NAME-LEN
           IF CRYPT-NAME-LEN > 4
               IF CRYPT-NAME(CRYPT-NAME-LEN - 3:4) = ".key"
                   MOVE SPACES TO CRYPT-NAME(CRYPT-NAME-LEN - 3:4)
               END-IF
           END-IF
           PERFORM CRYPT-CHECK-NAME
           IF CRYPT-NAME-OK NOT = "Y"
               DISPLAY "WARN: key file name "
                   FUNCTION TRIM(CRYPT-KEY-FILE)
                   " does not give a usable key id"
               EXIT PARAGRAPH
           END-IF
           MOVE CRYPT-NAME TO CRYPT-KEY-ID

           MOVE CRYPT-KEY-FILE TO CRYPT-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING CRYPT-CHECK-PATH,
                   CRYPT-CHECK-INFO
               RETURNING CRYPT-CHECK-RESULT
           IF CRYPT-CHECK-RESULT NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO CRYPT-KEY-READY
           EXIT PARAGRAPH.

       CRYPT-CHECK-NAME.
      *> A key id or cipher name rides a command line, and one read
      *> back from a file header is not to be trusted: at most 32
      *> of A-Z a-z 0-9 - _ . and nothing else.
           MOVE "N" TO CRYPT-NAME-OK
           MOVE FUNCTION TRIM(CRYPT-NAME) TO CRYPT-NAME
           IF CRYPT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CRYPT-NAME))
               TO CRYPT-NAME-LEN
           IF CRYPT-NAME-LEN > 32
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CRYPT-POS FROM 1 BY 1
               UNTIL CRYPT-POS > CRYPT-NAME-LEN
               EVALUATE TRUE
                   WHEN CRYPT-NAME(CRYPT-POS:1) = SPACE
                       EXIT PARAGRAPH
                   WHEN CRYPT-NAME(CRYPT-POS:1) IS ALPHABETIC
                       CONTINUE
                   WHEN CRYPT-NAME(CRYPT-POS:1) IS NUMERIC
                       CONTINUE
                   WHEN CRYPT-NAME(CRYPT-POS:1) = "-" OR "_" OR "."
                       CONTINUE
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           MOVE "Y" TO CRYPT-NAME-OK
           EXIT PARAGRAPH.

       CRYPT-PROBE-FILE.
      *> Reads CRYPT-SOURCE-PATH's header: CRYPT-FILE-KEY-ID is the
      *> key it was written under, blank for a plaintext file.
      *> CRYPT-RESULT is MISSING when the file cannot be opened.
           MOVE SPACES TO CRYPT-FILE-KEY-ID
           MOVE SPACES TO CRYPT-FILE-CIPHER
           MOVE "OK" TO CRYPT-RESULT

           MOVE SPACES TO CRYPT-OPEN-PATH
           STRING FUNCTION TRIM(CRYPT-SOURCE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CRYPT-OPEN-PATH
           CALL "open" USING BY REFERENCE CRYPT-OPEN-PATH,
                             BY VALUE 0
                             RETURNING CRYPT-FD
           IF CRYPT-FD < 0
               MOVE "MISSING" TO CRYPT-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CRYPT-HEADER
           CALL "read" USING BY VALUE CRYPT-FD,
                             BY REFERENCE CRYPT-HEADER,
                             BY VALUE LENGTH OF CRYPT-HEADER
                             RETURNING CRYPT-READ-COUNT
           CALL "close" USING BY VALUE CRYPT-FD
               RETURNING CRYPT-RC

           IF CRYPT-READ-COUNT = LENGTH OF CRYPT-HEADER AND
              CRYPT-HDR-MAGIC = CRYPT-MAGIC
               MOVE CRYPT-HDR-KEY-ID TO CRYPT-FILE-KEY-ID
               MOVE CRYPT-HDR-CIPHER TO CRYPT-FILE-CIPHER
      *> A header with nothing usable in it still marks the file
      *> as encrypted; it just has no key that can open it.
               IF CRYPT-FILE-KEY-ID = SPACES
                   MOVE "?" TO CRYPT-FILE-KEY-ID
               END-IF
           END-IF

           EXIT PARAGRAPH.

       CRYPT-FIND-KEY.
      *> Key file for CRYPT-FILE-KEY-ID into CRYPT-USE-KEY-PATH;
      *> CRYPT-RESULT NOKEY when the id is unusable or its key file
      *> is gone (a destroyed key).
           MOVE SPACES TO CRYPT-USE-KEY-PATH
           MOVE CRYPT-FILE-CIPHER TO CRYPT-NAME
           PERFORM CRYPT-CHECK-NAME
           IF CRYPT-NAME-OK NOT = "Y"
               MOVE "NOKEY" TO CRYPT-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE CRYPT-FILE-KEY-ID TO CRYPT-NAME
           PERFORM CRYPT-CHECK-NAME
           IF CRYPT-NAME-OK NOT = "Y"
               MOVE "NOKEY" TO CRYPT-RESULT
               EXIT PARAGRAPH
           END-IF

           IF CRYPT-KEY-ID = SPACES
               MOVE "NOKEY" TO CRYPT-RESULT
               EXIT PARAGRAPH
           END-IF

           IF CRYPT-FILE-KEY-ID = CRYPT-KEY-ID
               MOVE CRYPT-KEY-FILE TO CRYPT-USE-KEY-PATH
           ELSE
               STRING FUNCTION TRIM(CRYPT-KEY-DIR) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(CRYPT-FILE-KEY-ID)
                          DELIMITED BY SIZE
                      ".key" DELIMITED BY SIZE
                      INTO CRYPT-USE-KEY-PATH
           END-IF
           MOVE CRYPT-USE-KEY-PATH TO CRYPT-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING CRYPT-CHECK-PATH,
                   CRYPT-CHECK-INFO
               RETURNING CRYPT-CHECK-RESULT
           IF CRYPT-CHECK-RESULT NOT = 0
               MOVE SPACES TO CRYPT-USE-KEY-PATH
               MOVE "NOKEY" TO CRYPT-RESULT
           END-IF
           EXIT PARAGRAPH.

       CRYPT-ENCRYPT-FILE.
      *> The target may be the source itself. The encrypted file is
      *> built beside the target as <target>.crypt and renamed over
      *> it only when openssl finished cleanly, so a failure leaves
      *> the target as it was. CRYPT-RESULT OK / NOKEY / FAILED.
           IF CRYPT-KEY-READY NOT = "Y"
               MOVE "NOKEY" TO CRYPT-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "FAILED" TO CRYPT-RESULT

           MOVE SPACES TO CRYPT-WORK-PATH
           STRING FUNCTION TRIM(CRYPT-TARGET-PATH) DELIMITED BY SIZE
                  ".crypt" DELIMITED BY SIZE
                  INTO CRYPT-WORK-PATH

           MOVE CRYPT-MAGIC TO CRYPT-HDR-MAGIC
           MOVE CRYPT-KEY-ID TO CRYPT-HDR-KEY-ID
           MOVE CRYPT-CIPHER TO CRYPT-HDR-CIPHER
           MOVE X"0A" TO CRYPT-HDR-EOL

           MOVE 2 TO CRYPT-RAW-ACCESS-NUM
           MOVE LOW-VALUES TO CRYPT-RAW-OFFSET
           CALL "CBL_CREATE_FILE" USING CRYPT-WORK-PATH,
                   CRYPT-RAW-ACCESS, CRYPT-RAW-DENY,
                   CRYPT-RAW-DEVICE, CRYPT-RAW-HANDLE
               RETURNING CRYPT-RAW-RESULT
           IF CRYPT-RAW-RESULT NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH OF CRYPT-HEADER TO CRYPT-RAW-LEN
           CALL "CBL_WRITE_FILE" USING CRYPT-RAW-HANDLE,
                   CRYPT-RAW-OFFSET, CRYPT-RAW-LEN,
                   CRYPT-RAW-FLAGS, CRYPT-HEADER
               RETURNING CRYPT-RAW-RESULT
           CALL "CBL_CLOSE_FILE" USING CRYPT-RAW-HANDLE
               RETURNING CRYPT-RC

           MOVE SPACES TO CRYPT-COMMAND
           STRING "openssl enc -" DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-CIPHER) DELIMITED BY SIZE
                  " -pbkdf2 -salt -pass file:" DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-KEY-FILE) DELIMITED BY SIZE
                  " -in " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-SOURCE-PATH) DELIMITED BY SIZE
                  " >> " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-WORK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null && mv " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-WORK-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-TARGET-PATH) DELIMITED BY SIZE
                  " || { rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-WORK-PATH) DELIMITED BY SIZE
                  "; exit 1; }" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CRYPT-COMMAND
           IF CRYPT-RAW-RESULT NOT = 0
               MOVE SPACES TO CRYPT-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(CRYPT-WORK-PATH) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO CRYPT-COMMAND
               CALL "system" USING CRYPT-COMMAND
               EXIT PARAGRAPH
           END-IF
           CALL "system" USING CRYPT-COMMAND RETURNING CRYPT-RC
           IF CRYPT-RC = 0
               MOVE "OK" TO CRYPT-RESULT
           END-IF

           EXIT PARAGRAPH.

       CRYPT-OPEN-FOR-READ.
      *> CRYPT-RESULT PLAIN (CRYPT-READ-PATH is the file itself), OK
      *> (a decrypted temp copy, removed by CRYPT-RELEASE), MISSING,
      *> NOKEY (its key is not on hand) or FAILED (wrong key or a
      *> damaged file -- the CBC padding check catches both).
           PERFORM CRYPT-RELEASE
           MOVE SPACES TO CRYPT-READ-PATH

           PERFORM CRYPT-PROBE-FILE
           IF CRYPT-RESULT = "MISSING"
               EXIT PARAGRAPH
           END-IF
           IF CRYPT-FILE-KEY-ID = SPACES
               MOVE CRYPT-SOURCE-PATH TO CRYPT-READ-PATH
               MOVE "PLAIN" TO CRYPT-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM CRYPT-FIND-KEY
           IF CRYPT-RESULT = "NOKEY"
               EXIT PARAGRAPH
           END-IF

           CALL "getpid" RETURNING CRYPT-PID
           MOVE CRYPT-PID TO CRYPT-PID-DISP
           ADD 1 TO CRYPT-SEQ
           MOVE CRYPT-SEQ TO CRYPT-SEQ-DISP
           MOVE SPACES TO CRYPT-TEMP-PATH
           STRING FUNCTION TRIM(CRYPT-TEMP-DIR) DELIMITED BY SIZE
                  "/crypt_" DELIMITED BY SIZE
                  CRYPT-PID-DISP DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  CRYPT-SEQ-DISP DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO CRYPT-TEMP-PATH

      *> umask keeps the plaintext copy private to this user.
           MOVE SPACES TO CRYPT-COMMAND
           STRING "umask 077; tail -c +65 " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-SOURCE-PATH) DELIMITED BY SIZE
                  " | openssl enc -d -" DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-FILE-CIPHER) DELIMITED BY SIZE
                  " -pbkdf2 -pass file:" DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-USE-KEY-PATH) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-TEMP-PATH) DELIMITED BY SIZE
                  " 2>/dev/null || { rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-TEMP-PATH) DELIMITED BY SIZE
                  "; exit 1; }" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CRYPT-COMMAND
           CALL "system" USING CRYPT-COMMAND RETURNING CRYPT-RC
           IF CRYPT-RC NOT = 0
               MOVE SPACES TO CRYPT-TEMP-PATH
               MOVE "FAILED" TO CRYPT-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE CRYPT-TEMP-PATH TO CRYPT-READ-PATH
           MOVE "OK" TO CRYPT-RESULT
           EXIT PARAGRAPH.

       CRYPT-RELEASE.
           IF CRYPT-TEMP-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CRYPT-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-TEMP-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CRYPT-COMMAND
           CALL "system" USING CRYPT-COMMAND
           MOVE SPACES TO CRYPT-TEMP-PATH
           EXIT PARAGRAPH.

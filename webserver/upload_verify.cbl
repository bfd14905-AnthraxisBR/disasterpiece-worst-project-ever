      *> uploads.idx when the file arrived, and reports mismatches
      *> and missing files -- so silent corruption is found on our
      *> schedule, not by the recipient of a truncated payroll file.
      *> Entries moved to the archive tier are decompressed to a
      *> scratch copy in TEMP_DIR and checked the same way; a
      *> missing or unreadable archive file counts as missing.
      *> Files encrypted at rest (see FILE-CRYPT-FIELDS) are checked
      *> through a decrypted scratch copy, since the recorded checksum
      *> is over the plaintext; one whose key is no longer on hand
      *> (NOKEY) or that will not decrypt (UNDECRYPT) is a failure.
      *>
      *> Usage:  UPLOAD-VERIFY [store-dir]
      *> The store directory defaults to UPLOAD_STORE_DIR from

       WORKING-STORAGE SECTION.
       COPY UPLOAD-CHECKSUM-FIELDS.
       COPY FILE-CRYPT-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 ENTRY-UPLOADER        PIC X(64).
       01 ENTRY-TS              PIC X(12).
       01 ENTRY-CKSUM           PIC X(12).
       01 ENTRY-STATUS          PIC X(16).
       01 ENTRY-REVIEWER        PIC X(64).
       01 ENTRY-REV-TS          PIC X(12).
       01 ENTRY-TIER            PIC X(8).
       01 ENTRY-ARCHIVE         PIC X(256).

       01 TEMP-DIR              PIC X(128) VALUE "/tmp".
       01 RECALL-PATH           PIC X(256).
       01 RECALL-COMMAND        PIC X(600).
       01 PROCESS-ID            PIC 9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).

       01 CHECKED-COUNT         PIC 9(9) COMP-5 VALUE 0.
       01 OK-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 MISMATCH-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 MISSING-COUNT         PIC 9(9) COMP-5 VALUE 0.
       01 UNCHECKED-COUNT       PIC 9(9) COMP-5 VALUE 0.
       01 STORE-TIER-COUNT      PIC 9(9) COMP-5 VALUE 0.
       01 ARCHIVE-TIER-COUNT    PIC 9(9) COMP-5 VALUE 0.
       01 ENCRYPTED-COUNT       PIC 9(9) COMP-5 VALUE 0.
       01 UNDECRYPTABLE-COUNT   PIC 9(9) COMP-5 VALUE 0.
       01 COUNT-DISPLAY         PIC Z(8)9.

       01 RUN-DATE-STAMP        PIC X(8).
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-STAMP

           PERFORM LOAD-VERIFY-CONFIG
           PERFORM CRYPT-SET-KEY

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           IF FUNCTION TRIM(COMMAND-LINE-ARGS) NOT = SPACES
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE STORE-TIER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  store:   " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE ARCHIVE-TIER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  archive: " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE ENCRYPTED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "encrypted: " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE OK-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ok:        " DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE UNDECRYPTABLE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "undecryptable: " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE UNCHECKED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "no stored checksum (pre-checksum entry): "
           DISPLAY "Upload verification written: "
               FUNCTION TRIM(REPORT-FILE-NAME)

           IF MISMATCH-COUNT > 0 OR MISSING-COUNT > 0 OR
              UNDECRYPTABLE-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF

       VERIFY-ONE-ENTRY.
           MOVE SPACES TO ENTRY-ID
           MOVE SPACES TO ENTRY-CKSUM
           MOVE SPACES TO ENTRY-TIER
           MOVE SPACES TO ENTRY-ARCHIVE
           UNSTRING UPLOAD-IDX-LINE DELIMITED BY "|"
               INTO ENTRY-ID ENTRY-FILENAME ENTRY-SIZE ENTRY-CTYPE
                    ENTRY-UPLOADER ENTRY-TS ENTRY-CKSUM
                    ENTRY-STATUS ENTRY-REVIEWER ENTRY-REV-TS
                    ENTRY-TIER ENTRY-ARCHIVE

           IF FUNCTION TRIM(ENTRY-ID) = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHECKED-COUNT
           IF FUNCTION TRIM(ENTRY-TIER) = "ARCHIVE"
               ADD 1 TO ARCHIVE-TIER-COUNT
           ELSE
               ADD 1 TO STORE-TIER-COUNT
           END-IF

           IF FUNCTION TRIM(ENTRY-CKSUM) = SPACES
               ADD 1 TO UNCHECKED-COUNT
           END-IF

           MOVE SPACES TO CK-FILE-PATH
           IF FUNCTION TRIM(ENTRY-TIER) = "ARCHIVE"
               PERFORM RECALL-ARCHIVED-ENTRY
               MOVE RECALL-PATH TO CK-FILE-PATH
           ELSE
               STRING FUNCTION TRIM(STORE-DIR) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                      INTO CK-FILE-PATH
           END-IF

           MOVE CK-FILE-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-OPEN-FOR-READ
           EVALUATE CRYPT-RESULT
               WHEN "OK"
                   ADD 1 TO ENCRYPTED-COUNT
                   MOVE CRYPT-READ-PATH TO CK-FILE-PATH
               WHEN "NOKEY"
               WHEN "FAILED"
                   ADD 1 TO ENCRYPTED-COUNT
                   ADD 1 TO UNDECRYPTABLE-COUNT
                   PERFORM REMOVE-RECALL-COPY
                   MOVE SPACES TO REPORT-LINE
                   IF CRYPT-RESULT = "NOKEY"
                       MOVE "NOKEY     " TO REPORT-LINE
                   ELSE
                       MOVE "UNDECRYPT " TO REPORT-LINE
                   END-IF
                   MOVE SPACES TO RECALL-COMMAND
                   STRING REPORT-LINE(1:10) DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                          "  key " DELIMITED BY SIZE
                          FUNCTION TRIM(CRYPT-FILE-KEY-ID)
                              DELIMITED BY SIZE
                          "  (" DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-FILENAME)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO RECALL-COMMAND
                   MOVE RECALL-COMMAND TO REPORT-LINE
                   WRITE REPORT-RECORD FROM REPORT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM CHECKSUM-STORED-FILE
           PERFORM CRYPT-RELEASE
           PERFORM REMOVE-RECALL-COPY

           IF CK-FILE-OK = "N"
               ADD 1 TO MISSING-COUNT
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               IF FUNCTION TRIM(ENTRY-TIER) = "ARCHIVE"
                   MOVE SPACES TO RECALL-COMMAND
                   STRING FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
                          "  archive " DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-ARCHIVE)
                              DELIMITED BY SIZE
                          INTO RECALL-COMMAND
                   MOVE RECALL-COMMAND TO REPORT-LINE
               END-IF
               WRITE REPORT-RECORD FROM REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           EXIT PARAGRAPH.

       REMOVE-RECALL-COPY.
           IF FUNCTION TRIM(ENTRY-TIER) NOT = "ARCHIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECALL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RECALL-COMMAND
           CALL "system" USING RECALL-COMMAND
           EXIT PARAGRAPH.

       RECALL-ARCHIVED-ENTRY.
      *> A failed decompression leaves no scratch file behind, which
      *> the checksum pass then reports as missing.
           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY

           MOVE SPACES TO RECALL-PATH
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/verify_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                  INTO RECALL-PATH

           MOVE SPACES TO RECALL-COMMAND
           STRING "gzip -dc " DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-ARCHIVE) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  " 2>/dev/null || rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RECALL-COMMAND
           CALL "system" USING RECALL-COMMAND

           EXIT PARAGRAPH.

       LOAD-VERIFY-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
           IF CONFIG-KEY = "UPLOAD_STORE_DIR"
               MOVE CONFIG-VAL TO STORE-DIR
           END-IF
           IF CONFIG-KEY = "TEMP_DIR"
               MOVE CONFIG-VAL TO TEMP-DIR
               MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
           END-IF
           IF CONFIG-KEY = "ENCRYPTION_KEY_FILE"
               MOVE CONFIG-VAL TO CRYPT-KEY-FILE
           END-IF

           EXIT PARAGRAPH.

       COPY UPLOAD-CHECKSUM.
       COPY FILE-CRYPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-ROTATE.

      *> Encryption key rotation for the files kept encrypted at rest
      *> (see FILE-CRYPT-FIELDS): the upload store and its archive
      *> tier, the upload copies in the backup_* sets, and the
      *> journal's body files, live and archived. Re-encrypts every
      *> one of them not already under the current key -- files
      *> still under a retired key, and files written in the clear
      *> before encryption was switched on -- so a retired key can be
      *> destroyed on schedule. The census written afterwards is the
      *> proof: every file not yet under the current key, a count of
      *> files per key, and which retired key files beside
      *> ENCRYPTION_KEY_FILE no file needs any more.
      *>
      *> Rotating to a new key:
      *>   1. create the new key file beside the current one, e.g.
      *>      "openssl rand -hex 32 > keys/2027q1.key";
      *>   2. point ENCRYPTION_KEY_FILE at it and reload the server,
      *>      so new files go under it from then on;
      *>   3. run KEY-ROTATE in the batch window (it may take more
      *>      than one window: it picks up where it stopped);
      *>   4. delete each retired key file the census says no file
      *>      needs.
      *>
      *> Usage:  KEY-ROTATE            re-encrypt, then the census
      *>         KEY-ROTATE report     the census only, nothing changed
      *>
      *> The work list (every upload in uploads.idx, the backup
      *> sets' copies, then the journal bodies) is written once, to
      *> KEY_ROTATE_CHECKPOINT (default key_rotate.ckpt) with ".list"
      *> on the end, and the checkpoint file records the key being
      *> rotated to and how far down the list the run has got, after
      *> every file. A run that is stopped -- by the window closing,
      *> a kill, a crash -- resumes after the last file done; a
      *> checkpoint for a different key is started over. Both files
      *> are removed once the list is finished.
      *> Each file is re-encrypted beside itself and renamed over
      *> the original, an archived one through a decompressed
      *> scratch copy in TEMP_DIR and recompressed; a failure leaves
      *> the file as it was, under its old key. Upload checksums are
      *> over the plaintext, so uploads.idx never changes.
      *>
      *> The census lands in key_rotate_YYYYMMDD.txt. Exit codes: 0
      *> every file is under the current key, 1 some are not yet (a
      *> retired key, in the clear, or a key no longer on hand), 2
      *> the report or the checkpoint could not be written, 3 usage,
      *> or no usable ENCRYPTION_KEY_FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT UPLOAD-IDX-FILE ASSIGN TO UPLOAD-IDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPLOAD-IDX-STATUS.
           SELECT LIST-FILE ASSIGN TO LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT SCAN-FILE ASSIGN TO SCAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT CKPT-FILE ASSIGN TO CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD UPLOAD-IDX-FILE.
       01 UPLOAD-IDX-RECORD PIC X(512).
       FD LIST-FILE.
       01 LIST-RECORD PIC X(300).
       FD SCAN-FILE.
       01 SCAN-RECORD PIC X(256).
       FD CKPT-FILE.
       01 CKPT-RECORD PIC X(64).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       COPY FILE-CRYPT-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 STORE-DIR             PIC X(128) VALUE SPACES.
       01 JOURNAL-DIR           PIC X(128) VALUE SPACES.
       01 TEMP-DIR              PIC X(128) VALUE "/tmp".

       01 COMMAND-LINE-ARGS     PIC X(256).
       01 RUN-MODE              PIC X(8).
       01 RUN-DATE-STAMP        PIC X(8).
       01 PROCESS-ID            PIC 9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).
       01 SHELL-COMMAND         PIC X(1100).
       01 SHELL-RC              PIC S9(9) COMP-5.
       01 CHECK-PATH            PIC X(256).
       01 CHECK-INFO.
           05 CHECK-SIZE        PIC X(8) COMP-X.
           05 FILLER            PIC X(8).
       01 CHECK-RESULT          PIC 9(9) COMP-X.

       01 UPLOAD-IDX-PATH       PIC X(256).
       01 UPLOAD-IDX-STATUS     PIC XX.
       01 UPLOAD-IDX-LINE       PIC X(512).
      *> The directory an index's "<id>" files sit in.
       01 IDX-FILE-DIR          PIC X(256).
       01 ENTRY-ID              PIC X(32).
       01 ENTRY-FILENAME        PIC X(128).
       01 ENTRY-SIZE            PIC X(16).
       01 ENTRY-CTYPE           PIC X(64).
       01 ENTRY-UPLOADER        PIC X(64).
       01 ENTRY-TS              PIC X(12).
       01 ENTRY-CKSUM           PIC X(12).
       01 ENTRY-STATUS          PIC X(16).
       01 ENTRY-REVIEWER        PIC X(64).
       01 ENTRY-REV-TS          PIC X(12).
       01 ENTRY-TIER            PIC X(8).
       01 ENTRY-ARCHIVE         PIC X(256).
       01 INCLUDE-ARCHIVED      PIC X.

      *> Work list: "F <path>" a file as it lies, "Z <path>" a
      *> gzipped archive-tier file.
       01 LIST-FILE-NAME        PIC X(256).
       01 LIST-FILE-STATUS      PIC XX.
       01 LIST-LINE             PIC X(300).
       01 LIST-KIND             PIC X.
       01 LIST-PATH             PIC X(256).
       01 LIST-SEQ              PIC 9(9) COMP-5 VALUE 0.
       01 LIST-TOTAL            PIC 9(9) COMP-5 VALUE 0.
       01 LIST-OK               PIC X VALUE "Y".

       01 SCAN-FILE-NAME        PIC X(256).
       01 SCAN-FILE-STATUS      PIC XX.
       01 SCAN-LINE             PIC X(256).

       01 CKPT-FILE-NAME        PIC X(256)
           VALUE "key_rotate.ckpt".
       01 CKPT-FILE-STATUS      PIC XX.
       01 CKPT-LINE             PIC X(64).
       01 CKPT-KEY-ID           PIC X(32).
       01 CKPT-DONE-TXT         PIC X(12).
       01 CKPT-DONE-DISP        PIC 9(9).
       01 CKPT-FOUND            PIC X VALUE "N".
       01 RESUME-AT             PIC 9(9) COMP-5 VALUE 0.

      *> One file's turn: the path worked on (the file itself, or
      *> the decompressed copy of an archived one), the key it was
      *> under, and what became of it -- CURRENT, REKEYED,
      *> ENCRYPTED, GONE, NOKEY, UNDECRYPT or FAILED.
       01 WORK-PATH             PIC X(256).
       01 SCRATCH-PATH          PIC X(256).
       01 OLD-KEY-ID            PIC X(32).
       01 FILE-OUTCOME          PIC X(10).

       01 ROT-CURRENT           PIC 9(9) COMP-5 VALUE 0.
       01 ROT-REKEYED           PIC 9(9) COMP-5 VALUE 0.
       01 ROT-ENCRYPTED         PIC 9(9) COMP-5 VALUE 0.
       01 ROT-GONE              PIC 9(9) COMP-5 VALUE 0.
       01 ROT-LEFT              PIC 9(9) COMP-5 VALUE 0.

       01 CEN-LISTED            PIC 9(9) COMP-5 VALUE 0.
       01 CEN-CURRENT           PIC 9(9) COMP-5 VALUE 0.
       01 CEN-RETIRED           PIC 9(9) COMP-5 VALUE 0.
       01 CEN-PLAIN             PIC 9(9) COMP-5 VALUE 0.
       01 CEN-NOKEY             PIC 9(9) COMP-5 VALUE 0.
       01 CEN-GONE              PIC 9(9) COMP-5 VALUE 0.
       01 DETAIL-STATE          PIC X(9).
       01 DETAIL-KEY            PIC X(32).

      *> Files per key in the census.
       01 KEY-TABLE.
           05 KEY-COUNT         PIC 9(4) COMP-5 VALUE 0.
           05 KEY-ENTRY OCCURS 16 TIMES.
               10 KEY-ENTRY-ID      PIC X(32).
               10 KEY-ENTRY-FILES   PIC 9(9) COMP-5.
       01 KEY-IDX               PIC 9(4) COMP-5.
       01 KEY-FOUND             PIC 9(4) COMP-5.
       01 KEY-OVERFLOW          PIC 9(9) COMP-5 VALUE 0.
       01 KEY-FILE-ID           PIC X(64).
       01 KEY-FILE-LEN          PIC 9(4) COMP-5.
       01 KEY-FILES-SEEN        PIC 9(4) COMP-5 VALUE 0.

       01 REPORT-FILE-NAME      PIC X(256).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(320).
       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.
       01 WRITE-FAILED          PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-STAMP

           PERFORM LOAD-ROTATE-CONFIG
           PERFORM CRYPT-SET-KEY

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO RUN-MODE
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO RUN-MODE
           EVALUATE FUNCTION TRIM(RUN-MODE)
               WHEN SPACES
                   MOVE "rotate" TO RUN-MODE
               WHEN "report"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Usage: KEY-ROTATE [report]"
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF CRYPT-KEY-READY NOT = "Y"
               DISPLAY "Error: ENCRYPTION_KEY_FILE is not set, or "
                   "its key file is missing or badly named -- "
                   "nothing to rotate to"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE SPACES TO SCRATCH-PATH
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/key_rotate_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".work" DELIMITED BY SIZE
                  INTO SCRATCH-PATH

           IF RUN-MODE = "rotate"
               PERFORM ROTATE-PASS
               IF WRITE-FAILED = "Y"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CENSUS-PASS

           EVALUATE TRUE
               WHEN WRITE-FAILED = "Y"
                   MOVE 2 TO RETURN-CODE
               WHEN CEN-RETIRED > 0 OR CEN-PLAIN > 0 OR
                    CEN-NOKEY > 0
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *> ---------------------------------------------------------
      *> The rotation itself, down the checkpointed work list.
      *> ---------------------------------------------------------
       ROTATE-PASS.
           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(CKPT-FILE-NAME) DELIMITED BY SIZE
                  ".list" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME

           PERFORM READ-CHECKPOINT
           MOVE 0 TO RESUME-AT
           IF CKPT-FOUND = "Y" AND CKPT-KEY-ID = CRYPT-KEY-ID
               MOVE LIST-FILE-NAME TO CHECK-PATH
               CALL "CBL_CHECK_FILE_EXIST" USING CHECK-PATH,
                       CHECK-INFO
                   RETURNING CHECK-RESULT
               IF CHECK-RESULT = 0
                   COMPUTE RESUME-AT =
                       FUNCTION NUMVAL(CKPT-DONE-TXT)
               ELSE
                   MOVE "N" TO CKPT-FOUND
               END-IF
           ELSE
               MOVE "N" TO CKPT-FOUND
           END-IF

           IF CKPT-FOUND = "Y"
               MOVE RESUME-AT TO COUNT-DISPLAY
               DISPLAY "Key rotation to " FUNCTION TRIM(CRYPT-KEY-ID)
                   " resuming after file "
                   FUNCTION TRIM(COUNT-DISPLAY) " of "
                   FUNCTION TRIM(LIST-FILE-NAME)
           ELSE
               PERFORM BUILD-WORK-LIST
               IF LIST-OK NOT = "Y"
                   MOVE "Y" TO WRITE-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE LIST-TOTAL TO COUNT-DISPLAY
               DISPLAY "Key rotation to " FUNCTION TRIM(CRYPT-KEY-ID)
                   ": " FUNCTION TRIM(COUNT-DISPLAY) " file(s) listed"
               MOVE 0 TO LIST-SEQ
               PERFORM WRITE-CHECKPOINT
               IF WRITE-FAILED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot read the work list "
                   FUNCTION TRIM(LIST-FILE-NAME)
                   " (status " LIST-FILE-STATUS ")"
               MOVE "Y" TO WRITE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LIST-SEQ
           PERFORM UNTIL LIST-FILE-STATUS = "10" OR WRITE-FAILED = "Y"
               READ LIST-FILE INTO LIST-LINE
                   AT END
                       MOVE "10" TO LIST-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LIST-SEQ
                       IF LIST-SEQ > RESUME-AT
                           PERFORM ROTATE-ONE-FILE
                           PERFORM WRITE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE

           IF WRITE-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

      *> The list is done: the next run starts a fresh one.
           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(CKPT-FILE-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           MOVE ROT-REKEYED TO COUNT-DISPLAY
           MOVE ROT-ENCRYPTED TO COUNT-DISPLAY-2
           DISPLAY "Key rotation: " FUNCTION TRIM(COUNT-DISPLAY)
               " re-encrypted, " FUNCTION TRIM(COUNT-DISPLAY-2)
               " encrypted for the first time"
           IF ROT-LEFT > 0
               MOVE ROT-LEFT TO COUNT-DISPLAY
               DISPLAY "Key rotation: " FUNCTION TRIM(COUNT-DISPLAY)
                   " file(s) could not be rotated -- see the report"
           END-IF

           EXIT PARAGRAPH.

       ROTATE-ONE-FILE.
           MOVE LIST-LINE(1:1) TO LIST-KIND
           MOVE LIST-LINE(3:) TO LIST-PATH
           MOVE SPACES TO OLD-KEY-ID
           MOVE SPACES TO FILE-OUTCOME
           IF LIST-PATH = SPACES
               EXIT PARAGRAPH
           END-IF

           IF LIST-KIND = "Z"
               PERFORM RECALL-ARCHIVE-FILE
               IF FILE-OUTCOME NOT = SPACES
                   PERFORM COUNT-ROTATE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               MOVE SCRATCH-PATH TO WORK-PATH
           ELSE
               MOVE LIST-PATH TO WORK-PATH
           END-IF

           PERFORM REKEY-WORK-FILE

      *> An archived file goes back compressed, built beside the
      *> original and renamed over it.
           IF LIST-KIND = "Z"
               IF FILE-OUTCOME = "REKEYED" OR
                  FILE-OUTCOME = "ENCRYPTED"
                   MOVE SPACES TO SHELL-COMMAND
                   STRING "gzip -c " DELIMITED BY SIZE
                          FUNCTION TRIM(SCRATCH-PATH)
                              DELIMITED BY SIZE
                          " > " DELIMITED BY SIZE
                          FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                          ".tmp 2>/dev/null && mv " DELIMITED BY SIZE
                          FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                          ".tmp " DELIMITED BY SIZE
                          FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                          " || { rm -f " DELIMITED BY SIZE
                          FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                          ".tmp; exit 1; }" DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO SHELL-COMMAND
                   CALL "system" USING SHELL-COMMAND
                       RETURNING SHELL-RC
                   IF SHELL-RC NOT = 0
                       MOVE "FAILED" TO FILE-OUTCOME
                   END-IF
               END-IF
               PERFORM REMOVE-SCRATCH-COPY
           END-IF

           PERFORM COUNT-ROTATE-OUTCOME
           EXIT PARAGRAPH.

       REKEY-WORK-FILE.
      *> WORK-PATH ends up under the current key, or as it was.
           MOVE WORK-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-PROBE-FILE
           IF CRYPT-RESULT = "MISSING"
               MOVE "GONE" TO FILE-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE CRYPT-FILE-KEY-ID TO OLD-KEY-ID
           IF CRYPT-FILE-KEY-ID = CRYPT-KEY-ID
               MOVE "CURRENT" TO FILE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           IF CRYPT-FILE-KEY-ID = SPACES
               MOVE WORK-PATH TO CRYPT-SOURCE-PATH
               MOVE WORK-PATH TO CRYPT-TARGET-PATH
               PERFORM CRYPT-ENCRYPT-FILE
               IF CRYPT-RESULT = "OK"
                   MOVE "ENCRYPTED" TO FILE-OUTCOME
               ELSE
                   MOVE "FAILED" TO FILE-OUTCOME
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CRYPT-OPEN-FOR-READ
           EVALUATE CRYPT-RESULT
               WHEN "MISSING"
                   MOVE "GONE" TO FILE-OUTCOME
                   EXIT PARAGRAPH
               WHEN "NOKEY"
                   MOVE "NOKEY" TO FILE-OUTCOME
                   EXIT PARAGRAPH
               WHEN "FAILED"
                   MOVE "UNDECRYPT" TO FILE-OUTCOME
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE CRYPT-READ-PATH TO CRYPT-SOURCE-PATH
           MOVE WORK-PATH TO CRYPT-TARGET-PATH
           PERFORM CRYPT-ENCRYPT-FILE
           IF CRYPT-RESULT = "OK"
               MOVE "REKEYED" TO FILE-OUTCOME
           ELSE
               MOVE "FAILED" TO FILE-OUTCOME
           END-IF
           PERFORM CRYPT-RELEASE
           EXIT PARAGRAPH.

       COUNT-ROTATE-OUTCOME.
           EVALUATE FILE-OUTCOME
               WHEN "CURRENT"
                   ADD 1 TO ROT-CURRENT
               WHEN "REKEYED"
                   ADD 1 TO ROT-REKEYED
               WHEN "ENCRYPTED"
                   ADD 1 TO ROT-ENCRYPTED
               WHEN "GONE"
                   ADD 1 TO ROT-GONE
               WHEN OTHER
                   ADD 1 TO ROT-LEFT
                   IF OLD-KEY-ID = SPACES
                       MOVE "-" TO OLD-KEY-ID
                   END-IF
                   DISPLAY "WARN: " FUNCTION TRIM(FILE-OUTCOME)
                       " key " FUNCTION TRIM(OLD-KEY-ID) " "
                       FUNCTION TRIM(LIST-PATH) " left as it was"
           END-EVALUATE
           EXIT PARAGRAPH.

       RECALL-ARCHIVE-FILE.
      *> The archived file decompressed in full to SCRATCH-PATH;
      *> FILE-OUTCOME GONE or UNDECRYPT when that cannot be done.
           MOVE LIST-PATH TO CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING CHECK-PATH, CHECK-INFO
               RETURNING CHECK-RESULT
           IF CHECK-RESULT NOT = 0
               MOVE "GONE" TO FILE-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SHELL-COMMAND
           STRING "umask 077; gzip -dc " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRATCH-PATH) DELIMITED BY SIZE
                  " 2>/dev/null || { rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRATCH-PATH) DELIMITED BY SIZE
                  "; exit 1; }" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND RETURNING SHELL-RC
           IF SHELL-RC NOT = 0
               MOVE "UNDECRYPT" TO FILE-OUTCOME
           END-IF
           EXIT PARAGRAPH.

       REMOVE-SCRATCH-COPY.
           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRATCH-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
           EXIT PARAGRAPH.

       READ-CHECKPOINT.
           MOVE "N" TO CKPT-FOUND
           MOVE SPACES TO CKPT-KEY-ID
           MOVE SPACES TO CKPT-DONE-TXT
           OPEN INPUT CKPT-FILE
           IF CKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CKPT-FILE INTO CKPT-LINE
               AT END
                   MOVE SPACES TO CKPT-LINE
           END-READ
           CLOSE CKPT-FILE
           UNSTRING CKPT-LINE DELIMITED BY "|"
               INTO CKPT-KEY-ID CKPT-DONE-TXT
           IF FUNCTION TRIM(CKPT-KEY-ID) NOT = SPACES AND
              FUNCTION TRIM(CKPT-DONE-TXT) IS NUMERIC
               MOVE "Y" TO CKPT-FOUND
           END-IF
           EXIT PARAGRAPH.

       WRITE-CHECKPOINT.
      *> "<key id>|<files done>", rewritten after every file.
           MOVE LIST-SEQ TO CKPT-DONE-DISP
           MOVE SPACES TO CKPT-LINE
           STRING FUNCTION TRIM(CRYPT-KEY-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CKPT-DONE-DISP DELIMITED BY SIZE
                  INTO CKPT-LINE
           OPEN OUTPUT CKPT-FILE
           IF CKPT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write the checkpoint "
                   FUNCTION TRIM(CKPT-FILE-NAME)
                   " (status " CKPT-FILE-STATUS ")"
               MOVE "Y" TO WRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           WRITE CKPT-RECORD FROM CKPT-LINE
           IF CKPT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write the checkpoint "
                   FUNCTION TRIM(CKPT-FILE-NAME)
                   " (status " CKPT-FILE-STATUS ")"
               MOVE "Y" TO WRITE-FAILED
           END-IF
           CLOSE CKPT-FILE
           EXIT PARAGRAPH.

      *> ---------------------------------------------------------
      *> The work list: the live index, the backup sets' indexes,
      *> then the journal bodies.
      *> ---------------------------------------------------------
       BUILD-WORK-LIST.
           MOVE "Y" TO LIST-OK
           MOVE 0 TO LIST-TOTAL
           OPEN OUTPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write the work list "
                   FUNCTION TRIM(LIST-FILE-NAME)
                   " (status " LIST-FILE-STATUS ")"
               MOVE "N" TO LIST-OK
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(STORE-DIR) NOT = SPACES
               MOVE STORE-DIR TO IDX-FILE-DIR
               MOVE "Y" TO INCLUDE-ARCHIVED
               PERFORM LIST-INDEX-FILES
           END-IF

      *> A backup set's archived entries name the live archive
      *> file, already listed; only its own copies are added.
           MOVE SPACES TO SCAN-FILE-NAME
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/key_rotate_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".sets" DELIMITED BY SIZE
                  INTO SCAN-FILE-NAME
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1d backup_*/uploads > " DELIMITED BY SIZE
                  FUNCTION TRIM(SCAN-FILE-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
           MOVE "N" TO INCLUDE-ARCHIVED
           OPEN INPUT SCAN-FILE
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS = "10"
                   READ SCAN-FILE INTO SCAN-LINE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           IF FUNCTION TRIM(SCAN-LINE) NOT = SPACES
                               MOVE SCAN-LINE TO IDX-FILE-DIR
                               PERFORM LIST-INDEX-FILES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILE
           END-IF
           PERFORM REMOVE-SCAN-FILE

           CLOSE LIST-FILE

           IF FUNCTION TRIM(JOURNAL-DIR) NOT = SPACES
               MOVE SPACES TO SHELL-COMMAND
               STRING "find " DELIMITED BY SIZE
                      FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                      "/archive -maxdepth 1 -type f -name "
                          DELIMITED BY SIZE
                      "'body_*.bin' 2>/dev/null | sort | "
                          DELIMITED BY SIZE
                      "sed 's/^/F /' >> " DELIMITED BY SIZE
                      FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "system" USING SHELL-COMMAND
           END-IF

      *> Counted back from the file, bodies included.
           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               MOVE "N" TO LIST-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-FILE-STATUS = "10"
               READ LIST-FILE INTO LIST-LINE
                   AT END
                       MOVE "10" TO LIST-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LIST-TOTAL
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           EXIT PARAGRAPH.

       LIST-INDEX-FILES.
      *> IDX-FILE-DIR/uploads.idx onto the open work list.
           MOVE SPACES TO UPLOAD-IDX-PATH
           STRING FUNCTION TRIM(IDX-FILE-DIR) DELIMITED BY SIZE
                  "/uploads.idx" DELIMITED BY SIZE
                  INTO UPLOAD-IDX-PATH
           OPEN INPUT UPLOAD-IDX-FILE
           IF UPLOAD-IDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL UPLOAD-IDX-STATUS = "10"
               READ UPLOAD-IDX-FILE INTO UPLOAD-IDX-LINE
                   AT END
                       MOVE "10" TO UPLOAD-IDX-STATUS
                   NOT AT END
                       PERFORM LIST-ONE-INDEX-ENTRY
               END-READ
           END-PERFORM
           CLOSE UPLOAD-IDX-FILE
           EXIT PARAGRAPH.

       LIST-ONE-INDEX-ENTRY.
           MOVE SPACES TO ENTRY-ID
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

           MOVE SPACES TO LIST-LINE
           IF FUNCTION TRIM(ENTRY-TIER) = "ARCHIVE"
               IF INCLUDE-ARCHIVED NOT = "Y" OR
                  FUNCTION TRIM(ENTRY-ARCHIVE) = SPACES
                   EXIT PARAGRAPH
               END-IF
               STRING "Z " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ARCHIVE) DELIMITED BY SIZE
                      INTO LIST-LINE
           ELSE
               STRING "F " DELIMITED BY SIZE
                      FUNCTION TRIM(IDX-FILE-DIR) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ID) DELIMITED BY SIZE
                      INTO LIST-LINE
           END-IF
           WRITE LIST-RECORD FROM LIST-LINE
           IF LIST-FILE-STATUS NOT = "00"
               MOVE "N" TO LIST-OK
           END-IF
           EXIT PARAGRAPH.

       REMOVE-SCAN-FILE.
           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(SCAN-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND
           EXIT PARAGRAPH.

      *> ---------------------------------------------------------
      *> The census: every file as it stands now, from a fresh
      *> list, reading headers only.
      *> ---------------------------------------------------------
       CENSUS-PASS.
           MOVE SPACES TO REPORT-FILE-NAME
           STRING "key_rotate_" DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write "
                   FUNCTION TRIM(REPORT-FILE-NAME)
                   " (status " REPORT-FILE-STATUS ")"
               MOVE "Y" TO WRITE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "ENCRYPTION KEY ROTATION  run date " DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  "  current key " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-KEY-ID) DELIMITED BY SIZE
                  "  mode " DELIMITED BY SIZE
                  FUNCTION TRIM(RUN-MODE) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RUN-MODE = "rotate"
               MOVE "This run:" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ROT-REKEYED TO COUNT-DISPLAY
               STRING "  re-encrypted:          " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ROT-ENCRYPTED TO COUNT-DISPLAY
               STRING "  newly encrypted:       " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ROT-CURRENT TO COUNT-DISPLAY
               STRING "  already current:       " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ROT-LEFT TO COUNT-DISPLAY
               STRING "  could not be rotated:  " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ROT-GONE TO COUNT-DISPLAY
               STRING "  gone since listed:     " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/key_rotate_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".list" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME
           PERFORM BUILD-WORK-LIST
           IF LIST-OK NOT = "Y"
               MOVE "(the file list could not be built in TEMP_DIR)"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE "Y" TO WRITE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Files not under key " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-KEY-ID) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT LIST-FILE
           PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
               READ LIST-FILE INTO LIST-LINE
                   AT END
                       MOVE "10" TO LIST-FILE-STATUS
                   NOT AT END
                       PERFORM CENSUS-ONE-FILE
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           IF CEN-RETIRED = 0 AND CEN-PLAIN = 0 AND CEN-NOKEY = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-KEY-COUNTS
           PERFORM WRITE-KEY-FILE-STATUS

           MOVE CEN-LISTED TO COUNT-DISPLAY
           STRING "files:                  " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CEN-CURRENT TO COUNT-DISPLAY
           STRING "  current key:          " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CEN-RETIRED TO COUNT-DISPLAY
           STRING "  retired key:          " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CEN-NOKEY TO COUNT-DISPLAY
           STRING "  key not on hand:      " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CEN-PLAIN TO COUNT-DISPLAY
           STRING "  in the clear:         " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CEN-GONE TO COUNT-DISPLAY
           STRING "  listed, not found:     " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE
           DISPLAY "Key rotation report written: "
               FUNCTION TRIM(REPORT-FILE-NAME)
           EXIT PARAGRAPH.

       CENSUS-ONE-FILE.
           MOVE LIST-LINE(1:1) TO LIST-KIND
           MOVE LIST-LINE(3:) TO LIST-PATH
           IF LIST-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CEN-LISTED

      *> An archived file's header is the first 64 bytes out of
      *> gzip; the rest is not needed to say which key it is under.
           IF LIST-KIND = "Z"
               MOVE LIST-PATH TO CHECK-PATH
               CALL "CBL_CHECK_FILE_EXIST" USING CHECK-PATH,
                       CHECK-INFO
                   RETURNING CHECK-RESULT
               IF CHECK-RESULT NOT = 0
                   ADD 1 TO CEN-GONE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SHELL-COMMAND
               STRING "gzip -dc " DELIMITED BY SIZE
                      FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                      " 2>/dev/null | head -c 64 > " DELIMITED BY SIZE
                      FUNCTION TRIM(SCRATCH-PATH) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "system" USING SHELL-COMMAND
               MOVE SCRATCH-PATH TO CRYPT-SOURCE-PATH
               PERFORM CRYPT-PROBE-FILE
               PERFORM REMOVE-SCRATCH-COPY
           ELSE
               MOVE LIST-PATH TO CRYPT-SOURCE-PATH
               PERFORM CRYPT-PROBE-FILE
           END-IF

           IF CRYPT-RESULT = "MISSING"
               ADD 1 TO CEN-GONE
               EXIT PARAGRAPH
           END-IF
           IF CRYPT-FILE-KEY-ID = SPACES
               ADD 1 TO CEN-PLAIN
               MOVE "PLAIN" TO DETAIL-STATE
               MOVE "-" TO DETAIL-KEY
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-KEY-FILE
           IF CRYPT-FILE-KEY-ID = CRYPT-KEY-ID
               ADD 1 TO CEN-CURRENT
               EXIT PARAGRAPH
           END-IF

           MOVE CRYPT-FILE-KEY-ID TO DETAIL-KEY
           PERFORM CRYPT-FIND-KEY
           IF CRYPT-RESULT = "NOKEY"
               ADD 1 TO CEN-NOKEY
               MOVE "NOKEY" TO DETAIL-STATE
           ELSE
               ADD 1 TO CEN-RETIRED
               MOVE "RETIRED" TO DETAIL-STATE
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT PARAGRAPH.

       WRITE-DETAIL-LINE.
      *> "  STATE    key  path", the key column 16 wide unless an
      *> id is longer.
           IF FUNCTION LENGTH(FUNCTION TRIM(DETAIL-KEY)) > 16
               STRING "  " DELIMITED BY SIZE
                      DETAIL-STATE DELIMITED BY SIZE
                      FUNCTION TRIM(DETAIL-KEY) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      DETAIL-STATE DELIMITED BY SIZE
                      DETAIL-KEY(1:16) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(LIST-PATH) DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       COUNT-KEY-FILE.
           MOVE 0 TO KEY-FOUND
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-COUNT OR KEY-FOUND > 0
               IF KEY-ENTRY-ID(KEY-IDX) = CRYPT-FILE-KEY-ID
                   MOVE KEY-IDX TO KEY-FOUND
               END-IF
           END-PERFORM
           IF KEY-FOUND = 0
               IF KEY-COUNT >= 16
                   ADD 1 TO KEY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO KEY-COUNT
               MOVE KEY-COUNT TO KEY-FOUND
               MOVE CRYPT-FILE-KEY-ID TO KEY-ENTRY-ID(KEY-FOUND)
               MOVE 0 TO KEY-ENTRY-FILES(KEY-FOUND)
           END-IF
           ADD 1 TO KEY-ENTRY-FILES(KEY-FOUND)
           EXIT PARAGRAPH.

       WRITE-KEY-COUNTS.
           MOVE "Files by key:" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-COUNT
               MOVE KEY-ENTRY-FILES(KEY-IDX) TO COUNT-DISPLAY
               STRING "  " DELIMITED BY SIZE
                      KEY-ENTRY-ID(KEY-IDX) DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               IF KEY-ENTRY-ID(KEY-IDX) = CRYPT-KEY-ID
                   MOVE "  current" TO REPORT-LINE(44:)
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF KEY-OVERFLOW > 0
               MOVE KEY-OVERFLOW TO COUNT-DISPLAY
               STRING "  (more keys)                     "
                          DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF CEN-PLAIN > 0
               MOVE CEN-PLAIN TO COUNT-DISPLAY
               STRING "  (in the clear)                  "
                          DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-KEY-FILE-STATUS.
      *> The retired key files beside the current one, and whether
      *> anything still needs each of them.
           MOVE SPACES TO SCAN-FILE-NAME
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/key_rotate_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".keys" DELIMITED BY SIZE
                  INTO SCAN-FILE-NAME
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-KEY-DIR) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(SCAN-FILE-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           MOVE SPACES TO REPORT-LINE
           STRING "Retired key files in " DELIMITED BY SIZE
                  FUNCTION TRIM(CRYPT-KEY-DIR) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO KEY-FILES-SEEN
           OPEN INPUT SCAN-FILE
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                   READ SCAN-FILE INTO SCAN-LINE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           PERFORM WRITE-ONE-KEY-FILE
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILE
           END-IF
           PERFORM REMOVE-SCAN-FILE
           IF KEY-FILES-SEEN = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-ONE-KEY-FILE.
           MOVE FUNCTION TRIM(SCAN-LINE) TO KEY-FILE-ID
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KEY-FILE-ID))
               TO KEY-FILE-LEN
           IF KEY-FILE-LEN < 5 OR KEY-FILE-LEN > 36
               EXIT PARAGRAPH
           END-IF
           IF KEY-FILE-ID(KEY-FILE-LEN - 3:4) NOT = ".key"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KEY-FILE-ID(KEY-FILE-LEN - 3:4)
           IF KEY-FILE-ID = CRYPT-KEY-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KEY-FILES-SEEN

           MOVE 0 TO KEY-FOUND
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-COUNT OR KEY-FOUND > 0
               IF KEY-ENTRY-ID(KEY-IDX) = KEY-FILE-ID
                   MOVE KEY-IDX TO KEY-FOUND
               END-IF
           END-PERFORM
           IF KEY-FOUND = 0
               STRING "  " DELIMITED BY SIZE
                      KEY-FILE-ID(1:32) DELIMITED BY SIZE
                      "no file needs it -- can be destroyed"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE KEY-ENTRY-FILES(KEY-FOUND) TO COUNT-DISPLAY
               STRING "  " DELIMITED BY SIZE
                      KEY-FILE-ID(1:32) DELIMITED BY SIZE
                      "still needed by " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " file(s)" DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EXIT PARAGRAPH.

       LOAD-ROTATE-CONFIG.
           OPEN INPUT CONFIG-FILE

           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               DISPLAY "DEBUG: no server.conf, using defaults"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-ROTATE-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-ROTATE-CONFIG-LINE.
           MOVE FUNCTION TRIM(CONFIG-LINE) TO CONFIG-LINE

           IF CONFIG-LINE = SPACES OR CONFIG-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CONFIG-EQ-POS
           INSPECT CONFIG-LINE TALLYING CONFIG-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="

           IF CONFIG-EQ-POS = 0 OR
               CONFIG-EQ-POS >= FUNCTION LENGTH(CONFIG-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VAL
           MOVE CONFIG-LINE(1:CONFIG-EQ-POS) TO CONFIG-KEY
           MOVE CONFIG-LINE(CONFIG-EQ-POS + 2:) TO CONFIG-VAL
           MOVE FUNCTION TRIM(CONFIG-KEY) TO CONFIG-KEY
           MOVE FUNCTION TRIM(CONFIG-VAL) TO CONFIG-VAL

           EVALUATE CONFIG-KEY
               WHEN "UPLOAD_STORE_DIR"
                   MOVE CONFIG-VAL TO STORE-DIR
               WHEN "JOURNAL_DIR"
                   MOVE CONFIG-VAL TO JOURNAL-DIR
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO TEMP-DIR
                   MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CRYPT-KEY-FILE
               WHEN "KEY_ROTATE_CHECKPOINT"
                   MOVE CONFIG-VAL TO CKPT-FILE-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY FILE-CRYPT.

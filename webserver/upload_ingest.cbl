       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPLOAD-INGEST.

      *> Drop-folder ingestion. Partners who cannot POST multipart
      *> still FTP files into landing directories; this sweep moves
      *> each complete file there into the upload store and indexes
      *> it exactly as STORE-UPLOAD-PART does -- generated id,
      *> original filename, size, content type, uploader, time and
      *> checksum -- so those files get the same retrieval, review,
      *> verification, retention and delivery as any other upload.
      *> With UPLOAD_REVIEW=Y they land PENDING.
      *>
      *> Landing directories (INGEST_DIRS_FILE, default ingest.dirs),
      *> one per line, "#" comments:
      *>     directory|uploader
      *> The uploader is whoever owns the drop -- the partner's
      *> account name as it should appear in uploads.idx.
      *>
      *> A file counts as complete once it has not been modified for
      *> INGEST_SETTLE_SECS (default 120); younger files, dot-files
      *> and the usual transfer names (*.part, *.tmp, *.filepart) are
      *> left for a later run. A file whose size and checksum match
      *> something already in the store (or ingested earlier in the
      *> same run), or an empty one, is rejected: it moves to the
      *> drop's "rejected" subdirectory, out of the next sweep's way.
      *> Every file and every run is logged to INGEST_LOG (default
      *> ingest.log); the run line carries the accepted, rejected
      *> and still-arriving counts.
      *>
      *> With ENCRYPTION_KEY_FILE set, each stored file is encrypted
      *> under that key once its checksum is taken, as at the HTTP
      *> door (see FILE-CRYPT-FIELDS); a file that cannot be
      *> encrypted goes back to its drop and the run stops there.
      *>
      *> Usage:  UPLOAD-INGEST [dirs-file]
      *> Exit code 1 when anything was rejected, 2 when the store or
      *> its index cannot be written, 3 on a usage or setup error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT DIRS-FILE ASSIGN TO DIRS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRS-FILE-STATUS.
           SELECT UPLOAD-IDX-FILE ASSIGN TO UPLOAD-IDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPLOAD-IDX-STATUS.
           SELECT LISTING-FILE ASSIGN TO LISTING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-FILE-STATUS.
           SELECT INGEST-LOG-FILE ASSIGN TO INGEST-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INGEST-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD DIRS-FILE.
       01 DIRS-FILE-RECORD PIC X(400).
       FD UPLOAD-IDX-FILE.
       01 UPLOAD-IDX-RECORD PIC X(512).
       FD LISTING-FILE.
       01 LISTING-RECORD PIC X(400).
       FD INGEST-LOG-FILE.
       01 INGEST-LOG-RECORD PIC X(600).

       WORKING-STORAGE SECTION.
       COPY UPLOAD-CHECKSUM-FIELDS.
       COPY FILE-CRYPT-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 STORE-DIR             PIC X(128) VALUE SPACES.
       01 TEMP-DIR              PIC X(128) VALUE "/tmp".
       01 REVIEW-SETTING        PIC X(8) VALUE "N".
       01 SETTLE-SECS           PIC 9(9) COMP-5 VALUE 120.
       01 DIRS-FILE-NAME        PIC X(256) VALUE "ingest.dirs".
       01 DIRS-FILE-STATUS      PIC XX.
       01 DIRS-LINE             PIC X(400).
       01 INGEST-LOG-NAME       PIC X(256) VALUE "ingest.log".
       01 INGEST-LOG-STATUS     PIC XX.
       01 INGEST-LOG-LINE       PIC X(600).
       01 UPLOAD-IDX-PATH       PIC X(256).
       01 UPLOAD-IDX-STATUS     PIC XX.
       01 UPLOAD-IDX-LINE       PIC X(512).
       01 LISTING-FILE-NAME     PIC X(256).
       01 LISTING-FILE-STATUS   PIC XX.
       01 LISTING-LINE          PIC X(400).
       01 COMMAND-LINE-ARGS     PIC X(256).
       01 SHELL-COMMAND         PIC X(1024).

       01 DIR-TABLE-DEF.
           05 DIR-ENTRY OCCURS 50 TIMES.
               10 DIR-PATH          PIC X(256).
               10 DIR-UPLOADER      PIC X(64).
       01 DIR-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 DIR-IDX               PIC 9(4) COMP-5.
       01 DIR-COUNT-DISP        PIC Z(3)9.
       01 DIR-FIELD-PATH        PIC X(256).
       01 DIR-FIELD-UPLOADER    PIC X(64).

      *> Size and checksum of everything already in the store, plus
      *> what this run adds, for the duplicate test.
       01 KNOWN-TABLE-DEF.
           05 KNOWN-ENTRY OCCURS 20000 TIMES.
               10 KNOWN-SIZE        PIC X(16).
               10 KNOWN-CKSUM       PIC X(12).
               10 KNOWN-ID          PIC X(32).
       01 KNOWN-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01 KNOWN-IDX             PIC 9(9) COMP-5.
       01 KNOWN-MATCH           PIC 9(9) COMP-5.

       01 ENTRY-ID              PIC X(32).
       01 ENTRY-FILENAME        PIC X(128).
       01 ENTRY-SIZE            PIC X(16).
       01 ENTRY-CTYPE           PIC X(64).
       01 ENTRY-UPLOADER        PIC X(64).
       01 ENTRY-TS              PIC X(12).
       01 ENTRY-CKSUM           PIC X(12).

      *> One landing file: "mtime|size|name" from the listing.
       01 FILE-MTIME-TEXT       PIC X(32).
       01 FILE-SIZE-TEXT        PIC X(20).
       01 FILE-NAME             PIC X(256).
       01 FILE-NAME-LEN         PIC 9(4) COMP-5.
       01 FILE-MTIME            PIC 9(10) COMP-5.
       01 FILE-SIZE             PIC 9(12) COMP-5.
       01 FILE-SIZE-DISP        PIC Z(11)9.
       01 FILE-INDEX-NAME       PIC X(128).
       01 FILE-CTYPE            PIC X(64).
       01 FILE-EXT              PIC X(16).
       01 FILE-EXT-POS          PIC 9(4) COMP-5.
       01 FILE-SCAN-POS         PIC 9(4) COMP-5.
       01 FILE-CKSUM            PIC X(12).
       01 FILE-WHY              PIC X(80).
       01 FILE-STATUS-WORD      PIC X(10).

       01 SOURCE-PATH           PIC X(512).
       01 SOURCE-OPEN           PIC X(513).
       01 TARGET-PATH           PIC X(512).
       01 TARGET-OPEN           PIC X(513).
       01 REJECT-DIR            PIC X(512).
       01 REJECT-DIR-OPEN       PIC X(513).
       01 SOURCE-FD             PIC S9(9) COMP-5.
       01 TARGET-FD             PIC S9(9) COMP-5.
       01 COPY-BUF              PIC X(4096).
       01 COPY-COUNT            PIC S9(9) COMP-5.
       01 COPY-LEN              PIC 9(9) COMP-5.
       01 IO-RESULT             PIC S9(9) COMP-5.
       01 MOVE-OK               PIC X.
       01 CHECK-FILE-INFO.
           05 CHECK-FILE-SIZE   PIC X(8) COMP-X.
           05 FILLER            PIC X(8).
       01 CHECK-RESULT          PIC S9(9) COMP-5.

       01 UPLOAD-ID             PIC X(32).
       01 PROCESS-ID            PIC 9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).
       01 NOW-EPOCH             PIC 9(10) COMP-5.
       01 NOW-EPOCH-DISP        PIC 9(10).
       01 INGEST-SEQ            PIC 9(4) COMP-5 VALUE 0.
       01 INGEST-SEQ-DISP       PIC 9(4).
       01 LOG-STAMP             PIC X(19).
       01 CURRENT-DATE-FIELDS.
           05 CDF-YYYY          PIC X(4).
           05 CDF-MO            PIC X(2).
           05 CDF-DD            PIC X(2).
           05 CDF-HH            PIC X(2).
           05 CDF-MI            PIC X(2).
           05 CDF-SS            PIC X(2).
           05 FILLER            PIC X(7).

       01 ACCEPTED-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 REJECTED-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 ARRIVING-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 STORE-FAILED          PIC X VALUE "N".
       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.
       01 COUNT-DISPLAY-3       PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-INGEST-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           IF FUNCTION TRIM(COMMAND-LINE-ARGS) NOT = SPACES
               MOVE FUNCTION TRIM(COMMAND-LINE-ARGS) TO DIRS-FILE-NAME
           END-IF

           IF FUNCTION TRIM(STORE-DIR) = SPACES
               DISPLAY "Error: no upload store configured "
                   "(UPLOAD_STORE_DIR)"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO UPLOAD-IDX-PATH
           STRING FUNCTION TRIM(STORE-DIR) DELIMITED BY SIZE
                  "/uploads.idx" DELIMITED BY SIZE
                  INTO UPLOAD-IDX-PATH

           IF FUNCTION TRIM(CRYPT-KEY-FILE) NOT = SPACES
               PERFORM CRYPT-SET-KEY
               IF CRYPT-KEY-READY NOT = "Y"
                   DISPLAY "Error: ENCRYPTION_KEY_FILE "
                       FUNCTION TRIM(CRYPT-KEY-FILE)
                       " is missing or unusable"
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-INGEST-DIRS
           IF DIR-COUNT = 0
               DISPLAY "Usage: UPLOAD-INGEST [dirs-file]"
               DISPLAY "Error: no landing directories in "
                   FUNCTION TRIM(DIRS-FILE-NAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           CALL "time" USING BY VALUE 0 RETURNING NOW-EPOCH
           MOVE NOW-EPOCH TO NOW-EPOCH-DISP

           MOVE SPACES TO LISTING-FILE-NAME
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/ingest_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".lst" DELIMITED BY SIZE
                  INTO LISTING-FILE-NAME

           PERFORM LOAD-KNOWN-CHECKSUMS

           PERFORM VARYING DIR-IDX FROM 1 BY 1
               UNTIL DIR-IDX > DIR-COUNT OR STORE-FAILED = "Y"
               PERFORM SWEEP-ONE-DIRECTORY
           END-PERFORM

           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           MOVE ACCEPTED-COUNT TO COUNT-DISPLAY
           MOVE REJECTED-COUNT TO COUNT-DISPLAY-2
           MOVE ARRIVING-COUNT TO COUNT-DISPLAY-3
           MOVE DIR-COUNT TO DIR-COUNT-DISP
           MOVE SPACES TO INGEST-LOG-LINE
           STRING "RUN dirs=" DELIMITED BY SIZE
                  FUNCTION TRIM(DIR-COUNT-DISP) DELIMITED BY SIZE
                  " accepted=" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " rejected=" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " still-arriving=" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-3) DELIMITED BY SIZE
                  INTO INGEST-LOG-LINE
           IF STORE-FAILED = "Y"
               STRING FUNCTION TRIM(INGEST-LOG-LINE) DELIMITED BY SIZE
                      " store-write-failed" DELIMITED BY SIZE
                      INTO INGEST-LOG-LINE
           END-IF
           PERFORM WRITE-INGEST-LOG-LINE

           EVALUATE TRUE
               WHEN STORE-FAILED = "Y"
                   MOVE 2 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SWEEP-ONE-DIRECTORY.
      *> GNU find lists regular files at the top of the drop only
      *> (the rejected subdirectory is not swept again) as
      *> "mtime|size|name". The directory is the operator's, from
      *> the dirs file; partner-chosen names never reach a shell.
           MOVE SPACES TO SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
                  FUNCTION TRIM(DIR-PATH(DIR-IDX)) DELIMITED BY SIZE
                  " -maxdepth 1 -type f -printf '%T@|%s|%f\n'"
                      DELIMITED BY SIZE
                  " 2>/dev/null | sort -t '|' -k 3 > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           OPEN INPUT LISTING-FILE
           IF LISTING-FILE-STATUS NOT = "00"
               DISPLAY "WARN: cannot list "
                   FUNCTION TRIM(DIR-PATH(DIR-IDX))
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LISTING-FILE-STATUS = "10"
               READ LISTING-FILE INTO LISTING-LINE
                   AT END
                       MOVE "10" TO LISTING-FILE-STATUS
                   NOT AT END
                       PERFORM INGEST-ONE-FILE
                       IF STORE-FAILED = "Y"
                           MOVE "10" TO LISTING-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LISTING-FILE

           EXIT PARAGRAPH.

       INGEST-ONE-FILE.
      *> The name is the rest of the line, "|" and all.
           MOVE SPACES TO FILE-MTIME-TEXT FILE-SIZE-TEXT FILE-NAME
           MOVE 1 TO FILE-SCAN-POS
           UNSTRING LISTING-LINE DELIMITED BY "|"
               INTO FILE-MTIME-TEXT FILE-SIZE-TEXT
               WITH POINTER FILE-SCAN-POS
           IF FILE-SCAN-POS <= LENGTH OF LISTING-LINE
               MOVE LISTING-LINE(FILE-SCAN-POS:) TO FILE-NAME
           END-IF
           IF FUNCTION TRIM(FILE-NAME) = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE FILE-MTIME = FUNCTION NUMVAL(FILE-MTIME-TEXT)
           COMPUTE FILE-SIZE = FUNCTION NUMVAL(FILE-SIZE-TEXT)
           COMPUTE FILE-NAME-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(FILE-NAME TRAILING))

      *> Hidden files and transfer names belong to an upload still
      *> in flight (or to the FTP server itself): never ours.
           IF FILE-NAME(1:1) = "."
               EXIT PARAGRAPH
           END-IF
           IF (FILE-NAME-LEN > 5 AND
               FILE-NAME(FILE-NAME-LEN - 4:5) = ".part") OR
              (FILE-NAME-LEN > 4 AND
               FILE-NAME(FILE-NAME-LEN - 3:4) = ".tmp") OR
              (FILE-NAME-LEN > 9 AND
               FILE-NAME(FILE-NAME-LEN - 8:9) = ".filepart") OR
              FILE-MTIME + SETTLE-SECS > NOW-EPOCH
               ADD 1 TO ARRIVING-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SOURCE-PATH
           STRING FUNCTION TRIM(DIR-PATH(DIR-IDX)) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FILE-NAME(1:FILE-NAME-LEN) DELIMITED BY SIZE
                  INTO SOURCE-PATH

      *> The index name follows STORE-UPLOAD-PART's rules: no "|",
      *> CR or LF survives into uploads.idx.
           MOVE FILE-NAME TO FILE-INDEX-NAME
           INSPECT FILE-INDEX-NAME REPLACING ALL "|" BY "_"
           INSPECT FILE-INDEX-NAME REPLACING ALL X"0D" BY "_"
           INSPECT FILE-INDEX-NAME REPLACING ALL X"0A" BY "_"

           IF FILE-SIZE = 0
               MOVE "empty file" TO FILE-WHY
               PERFORM REJECT-INGEST-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SOURCE-PATH TO CK-FILE-PATH
           PERFORM CHECKSUM-STORED-FILE
           IF CK-FILE-OK = "N"
               DISPLAY "WARN: cannot read "
                   FUNCTION TRIM(SOURCE-PATH) ", left for next run"
               ADD 1 TO ARRIVING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CK-VALUE-DISP TO FILE-CKSUM
           MOVE FILE-SIZE TO FILE-SIZE-DISP

           MOVE 0 TO KNOWN-MATCH
           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
               UNTIL KNOWN-IDX > KNOWN-COUNT
               IF KNOWN-CKSUM(KNOWN-IDX) = FILE-CKSUM AND
                  FUNCTION TRIM(KNOWN-SIZE(KNOWN-IDX)) =
                      FUNCTION TRIM(FILE-SIZE-DISP)
                   MOVE KNOWN-IDX TO KNOWN-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KNOWN-MATCH > 0
               MOVE SPACES TO FILE-WHY
               STRING "duplicate of upload " DELIMITED BY SIZE
                      FUNCTION TRIM(KNOWN-ID(KNOWN-MATCH))
                          DELIMITED BY SIZE
                      INTO FILE-WHY
               PERFORM REJECT-INGEST-FILE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO INGEST-SEQ
           MOVE INGEST-SEQ TO INGEST-SEQ-DISP
           MOVE SPACES TO UPLOAD-ID
           STRING PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  NOW-EPOCH-DISP DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  INGEST-SEQ-DISP DELIMITED BY SIZE
                  INTO UPLOAD-ID
           MOVE SPACES TO TARGET-PATH
           STRING FUNCTION TRIM(STORE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ID) DELIMITED BY SIZE
                  INTO TARGET-PATH

           PERFORM MOVE-INTO-STORE
           IF MOVE-OK = "N"
               DISPLAY "Error: cannot move "
                   FUNCTION TRIM(SOURCE-PATH) " into "
                   FUNCTION TRIM(STORE-DIR)
               MOVE "Y" TO STORE-FAILED
               EXIT PARAGRAPH
           END-IF

      *> As at the HTTP door, the recorded checksum is over the
      *> bytes as stored.
           MOVE TARGET-PATH TO CK-FILE-PATH
           PERFORM CHECKSUM-STORED-FILE
           MOVE CK-VALUE-DISP TO FILE-CKSUM

           IF CRYPT-KEY-READY = "Y"
               MOVE TARGET-PATH TO CRYPT-SOURCE-PATH
               MOVE TARGET-PATH TO CRYPT-TARGET-PATH
               PERFORM CRYPT-ENCRYPT-FILE
               IF CRYPT-RESULT NOT = "OK"
                   PERFORM RETURN-TO-DROP
                   MOVE "Y" TO STORE-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM DETERMINE-INGEST-CONTENT-TYPE

           IF REVIEW-SETTING = "Y" OR REVIEW-SETTING = "y"
               MOVE "PENDING" TO FILE-STATUS-WORD
           ELSE
               MOVE "APPROVED" TO FILE-STATUS-WORD
           END-IF

           MOVE SPACES TO UPLOAD-IDX-LINE
           STRING FUNCTION TRIM(UPLOAD-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-INDEX-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-SIZE-DISP) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-CTYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DIR-UPLOADER(DIR-IDX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  NOW-EPOCH-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-CKSUM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-STATUS-WORD) DELIMITED BY SIZE
                  "|-|0" DELIMITED BY SIZE
                  INTO UPLOAD-IDX-LINE

           OPEN EXTEND UPLOAD-IDX-FILE
           IF UPLOAD-IDX-STATUS = "35"
               OPEN OUTPUT UPLOAD-IDX-FILE
           END-IF
           IF UPLOAD-IDX-STATUS NOT = "00"
               DISPLAY "Error: cannot write "
                   FUNCTION TRIM(UPLOAD-IDX-PATH) " (status "
                   UPLOAD-IDX-STATUS "), " FUNCTION TRIM(UPLOAD-ID)
                   " is in the store unindexed"
               MOVE "Y" TO STORE-FAILED
               EXIT PARAGRAPH
           END-IF
           WRITE UPLOAD-IDX-RECORD FROM UPLOAD-IDX-LINE
           CLOSE UPLOAD-IDX-FILE

           IF KNOWN-COUNT < 20000
               ADD 1 TO KNOWN-COUNT
               MOVE FILE-SIZE-DISP TO KNOWN-SIZE(KNOWN-COUNT)
               MOVE FILE-CKSUM TO KNOWN-CKSUM(KNOWN-COUNT)
               MOVE UPLOAD-ID TO KNOWN-ID(KNOWN-COUNT)
           END-IF
           ADD 1 TO ACCEPTED-COUNT

           MOVE SPACES TO INGEST-LOG-LINE
           STRING "ACCEPTED dir=" DELIMITED BY SIZE
                  FUNCTION TRIM(DIR-PATH(DIR-IDX)) DELIMITED BY SIZE
                  " file=" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-INDEX-NAME) DELIMITED BY SIZE
                  " id=" DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ID) DELIMITED BY SIZE
                  " size=" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-SIZE-DISP) DELIMITED BY SIZE
                  " uploader=" DELIMITED BY SIZE
                  FUNCTION TRIM(DIR-UPLOADER(DIR-IDX))
                      DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-STATUS-WORD) DELIMITED BY SIZE
                  INTO INGEST-LOG-LINE
           PERFORM WRITE-INGEST-LOG-LINE

           EXIT PARAGRAPH.

       MOVE-INTO-STORE.
      *> rename() when the drop and the store share a filesystem;
      *> otherwise copy, and remove the landing file only once the
      *> store copy is complete.
           MOVE "N" TO MOVE-OK
           MOVE SPACES TO SOURCE-OPEN
           STRING FUNCTION TRIM(SOURCE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SOURCE-OPEN
           MOVE SPACES TO TARGET-OPEN
           STRING FUNCTION TRIM(TARGET-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO TARGET-OPEN

           CALL "rename" USING BY REFERENCE SOURCE-OPEN,
                               BY REFERENCE TARGET-OPEN
                               RETURNING IO-RESULT
           IF IO-RESULT = 0
               MOVE "Y" TO MOVE-OK
               EXIT PARAGRAPH
           END-IF

           CALL "open" USING BY REFERENCE SOURCE-OPEN,
                             BY VALUE 0
                             RETURNING SOURCE-FD
           IF SOURCE-FD < 0
               EXIT PARAGRAPH
           END-IF
      *> O_WRONLY+O_CREAT+O_TRUNC, 0600 as the server's own temp
      *> files.
           CALL "open" USING BY REFERENCE TARGET-OPEN,
                             BY VALUE 577,
                             BY VALUE 384
                             RETURNING TARGET-FD
           IF TARGET-FD < 0
               CALL "close" USING BY VALUE SOURCE-FD
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO MOVE-OK
           PERFORM UNTIL 1 = 2
               CALL "read" USING BY VALUE SOURCE-FD,
                                 BY REFERENCE COPY-BUF,
                                 BY VALUE LENGTH OF COPY-BUF
                                 RETURNING COPY-COUNT
               IF COPY-COUNT <= 0
                   EXIT PERFORM
               END-IF
               MOVE COPY-COUNT TO COPY-LEN
               CALL "write" USING BY VALUE TARGET-FD,
                   BY REFERENCE COPY-BUF,
                   BY VALUE COPY-LEN
                   RETURNING IO-RESULT
               IF IO-RESULT NOT = COPY-COUNT
                   MOVE "N" TO MOVE-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF COPY-COUNT < 0
               MOVE "N" TO MOVE-OK
           END-IF
           CALL "close" USING BY VALUE SOURCE-FD
           CALL "close" USING BY VALUE TARGET-FD

           IF MOVE-OK = "Y"
               CALL "unlink" USING BY REFERENCE SOURCE-OPEN
                   RETURNING IO-RESULT
           ELSE
               CALL "unlink" USING BY REFERENCE TARGET-OPEN
                   RETURNING IO-RESULT
           END-IF

           EXIT PARAGRAPH.

       REJECT-INGEST-FILE.
      *> Out of the sweep's way, into <drop>/rejected; a name
      *> already there gets this run's time appended.
           MOVE SPACES TO REJECT-DIR
           STRING FUNCTION TRIM(DIR-PATH(DIR-IDX)) DELIMITED BY SIZE
                  "/rejected" DELIMITED BY SIZE
                  INTO REJECT-DIR
           MOVE SPACES TO REJECT-DIR-OPEN
           STRING FUNCTION TRIM(REJECT-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO REJECT-DIR-OPEN
           CALL "mkdir" USING BY REFERENCE REJECT-DIR-OPEN,
                              BY VALUE 448
                              RETURNING IO-RESULT

           MOVE SPACES TO TARGET-PATH
           STRING FUNCTION TRIM(REJECT-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FILE-NAME(1:FILE-NAME-LEN) DELIMITED BY SIZE
                  INTO TARGET-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING TARGET-PATH,
                   CHECK-FILE-INFO
               RETURNING CHECK-RESULT
           IF CHECK-RESULT = 0
               COMPUTE FILE-SCAN-POS = FUNCTION LENGTH(
                   FUNCTION TRIM(TARGET-PATH TRAILING)) + 1
               STRING "." DELIMITED BY SIZE
                      NOW-EPOCH-DISP DELIMITED BY SIZE
                      INTO TARGET-PATH
                      WITH POINTER FILE-SCAN-POS
           END-IF

           MOVE SPACES TO SOURCE-OPEN
           STRING FUNCTION TRIM(SOURCE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SOURCE-OPEN
           MOVE SPACES TO TARGET-OPEN
           STRING FUNCTION TRIM(TARGET-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO TARGET-OPEN
           CALL "rename" USING BY REFERENCE SOURCE-OPEN,
                               BY REFERENCE TARGET-OPEN
                               RETURNING IO-RESULT
           IF IO-RESULT NOT = 0
               DISPLAY "WARN: could not move rejected "
                   FUNCTION TRIM(SOURCE-PATH) " to "
                   FUNCTION TRIM(REJECT-DIR)
           END-IF

           ADD 1 TO REJECTED-COUNT
           MOVE SPACES TO INGEST-LOG-LINE
           STRING "REJECTED dir=" DELIMITED BY SIZE
                  FUNCTION TRIM(DIR-PATH(DIR-IDX)) DELIMITED BY SIZE
                  " file=" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-INDEX-NAME) DELIMITED BY SIZE
                  " uploader=" DELIMITED BY SIZE
                  FUNCTION TRIM(DIR-UPLOADER(DIR-IDX))
                      DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-WHY) DELIMITED BY SIZE
                  INTO INGEST-LOG-LINE
           PERFORM WRITE-INGEST-LOG-LINE

           EXIT PARAGRAPH.

       DETERMINE-INGEST-CONTENT-TYPE.
      *> No client to declare a type, so it comes from the name:
      *> the static-file table plus what partners actually send.
           MOVE "application/octet-stream" TO FILE-CTYPE
           MOVE 0 TO FILE-EXT-POS
           PERFORM VARYING FILE-SCAN-POS FROM FILE-NAME-LEN BY -1
               UNTIL FILE-SCAN-POS < 1
               IF FILE-NAME(FILE-SCAN-POS:1) = "."
                   MOVE FILE-SCAN-POS TO FILE-EXT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FILE-EXT-POS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FILE-EXT
           MOVE FUNCTION LOWER-CASE(FILE-NAME(FILE-EXT-POS:))
               TO FILE-EXT
           EVALUATE FUNCTION TRIM(FILE-EXT)
               WHEN ".html" WHEN ".htm"
                   MOVE "text/html" TO FILE-CTYPE
               WHEN ".txt"
                   MOVE "text/plain" TO FILE-CTYPE
               WHEN ".csv"
                   MOVE "text/csv" TO FILE-CTYPE
               WHEN ".json"
                   MOVE "application/json" TO FILE-CTYPE
               WHEN ".xml"
                   MOVE "application/xml" TO FILE-CTYPE
               WHEN ".pdf"
                   MOVE "application/pdf" TO FILE-CTYPE
               WHEN ".zip"
                   MOVE "application/zip" TO FILE-CTYPE
               WHEN ".gz"
                   MOVE "application/gzip" TO FILE-CTYPE
               WHEN ".png"
                   MOVE "image/png" TO FILE-CTYPE
               WHEN ".jpg" WHEN ".jpeg"
                   MOVE "image/jpeg" TO FILE-CTYPE
               WHEN ".gif"
                   MOVE "image/gif" TO FILE-CTYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       LOAD-KNOWN-CHECKSUMS.
           OPEN INPUT UPLOAD-IDX-FILE
           IF UPLOAD-IDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL UPLOAD-IDX-STATUS = "10"
               READ UPLOAD-IDX-FILE INTO UPLOAD-IDX-LINE
                   AT END
                       MOVE "10" TO UPLOAD-IDX-STATUS
                   NOT AT END
                       MOVE SPACES TO ENTRY-ID ENTRY-SIZE ENTRY-CKSUM
                       UNSTRING UPLOAD-IDX-LINE DELIMITED BY "|"
                           INTO ENTRY-ID ENTRY-FILENAME ENTRY-SIZE
                                ENTRY-CTYPE ENTRY-UPLOADER ENTRY-TS
                                ENTRY-CKSUM
                       IF FUNCTION TRIM(ENTRY-CKSUM) NOT = SPACES AND
                          KNOWN-COUNT < 20000
                           ADD 1 TO KNOWN-COUNT
                           MOVE FUNCTION TRIM(ENTRY-SIZE)
                               TO KNOWN-SIZE(KNOWN-COUNT)
                           MOVE FUNCTION TRIM(ENTRY-CKSUM)
                               TO KNOWN-CKSUM(KNOWN-COUNT)
                           MOVE ENTRY-ID TO KNOWN-ID(KNOWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UPLOAD-IDX-FILE

           EXIT PARAGRAPH.

       WRITE-INGEST-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS
           MOVE SPACES TO LOG-STAMP
           STRING CDF-YYYY "-" CDF-MO "-" CDF-DD " "
                  CDF-HH ":" CDF-MI ":" CDF-SS
                  DELIMITED BY SIZE INTO LOG-STAMP

           OPEN EXTEND INGEST-LOG-FILE
           IF INGEST-LOG-STATUS = "35"
               OPEN OUTPUT INGEST-LOG-FILE
           END-IF
           MOVE SPACES TO INGEST-LOG-RECORD
           STRING LOG-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(INGEST-LOG-LINE) DELIMITED BY SIZE
                  INTO INGEST-LOG-RECORD
           WRITE INGEST-LOG-RECORD
           CLOSE INGEST-LOG-FILE
           DISPLAY FUNCTION TRIM(INGEST-LOG-RECORD)

           EXIT PARAGRAPH.

       LOAD-INGEST-DIRS.
           OPEN INPUT DIRS-FILE
           IF DIRS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DIRS-FILE-STATUS = "10"
               READ DIRS-FILE INTO DIRS-LINE
                   AT END
                       MOVE "10" TO DIRS-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-DIRS-LINE
               END-READ
           END-PERFORM

           CLOSE DIRS-FILE

           EXIT PARAGRAPH.

       APPLY-DIRS-LINE.
           MOVE FUNCTION TRIM(DIRS-LINE) TO DIRS-LINE
           IF DIRS-LINE = SPACES OR DIRS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DIR-FIELD-PATH DIR-FIELD-UPLOADER
           UNSTRING DIRS-LINE DELIMITED BY "|"
               INTO DIR-FIELD-PATH DIR-FIELD-UPLOADER
           IF FUNCTION TRIM(DIR-FIELD-PATH) = SPACES OR
              FUNCTION TRIM(DIR-FIELD-UPLOADER) = SPACES
               DISPLAY "WARN: landing directory line needs "
                   "directory|uploader: " FUNCTION TRIM(DIRS-LINE)
               EXIT PARAGRAPH
           END-IF
           IF DIR-COUNT >= 50
               DISPLAY "WARN: more than 50 landing directories, "
                   "ignoring " FUNCTION TRIM(DIRS-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DIR-COUNT
           MOVE FUNCTION TRIM(DIR-FIELD-PATH) TO DIR-PATH(DIR-COUNT)
           MOVE FUNCTION TRIM(DIR-FIELD-UPLOADER)
               TO DIR-UPLOADER(DIR-COUNT)

           EXIT PARAGRAPH.

       RETURN-TO-DROP.
      *> A file that could not be encrypted is not left in the store
      *> in the clear: it goes back where it came from for the next
      *> run, or -- across filesystems -- stays put and says so.
           CALL "rename" USING BY REFERENCE TARGET-OPEN,
                               BY REFERENCE SOURCE-OPEN
                               RETURNING IO-RESULT
           IF IO-RESULT = 0
               DISPLAY "Error: cannot encrypt "
                   FUNCTION TRIM(UPLOAD-ID) ", "
                   FUNCTION TRIM(SOURCE-PATH) " returned to its drop"
           ELSE
               DISPLAY "Error: cannot encrypt "
                   FUNCTION TRIM(UPLOAD-ID) ", it is in the store "
                   "unindexed and unencrypted"
           END-IF
           EXIT PARAGRAPH.

       LOAD-INGEST-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-INGEST-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-INGEST-CONFIG-LINE.
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
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO TEMP-DIR
                   MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CRYPT-KEY-FILE
               WHEN "UPLOAD_REVIEW"
                   MOVE CONFIG-VAL TO REVIEW-SETTING
               WHEN "INGEST_DIRS_FILE"
                   MOVE CONFIG-VAL TO DIRS-FILE-NAME
               WHEN "INGEST_LOG"
                   MOVE CONFIG-VAL TO INGEST-LOG-NAME
               WHEN "INGEST_SETTLE_SECS"
                   COMPUTE SETTLE-SECS = FUNCTION NUMVAL(CONFIG-VAL)
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY UPLOAD-CHECKSUM.
       COPY FILE-CRYPT.

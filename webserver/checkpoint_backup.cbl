      *> backup_YYYYMMDD-hhmmss/ with checkpoint.marker inside it
      *> and beside journal.idx; archived index lines append to
      *> <journal>/journal.archive and their body files move to
      *> <journal>/archive/. The set's backup.manifest records what
      *> it holds -- "marker|<epoch>", then "kv|<records>",
      *> "sessions|<records>" and "uploads|<entries>", a count or
      *> ABSENT / UNREADABLE -- counted from the copies themselves,
      *> which is what RESTORE-DRILL proves a restore against.
      *> Upload files encrypted at rest are copied as they are and
      *> each copy is decrypted on the fly (with the keys beside
      *> ENCRYPTION_KEY_FILE) to prove the set can be read back;
      *> "encrypted|<files>" and one "key|<id>|<files>" line per key
      *> follow in the manifest, and a copy that will not decrypt
      *> fails the checkpoint. A
      *> maintenance flag the operator already
      *> had up stays up; one this program raised comes down at the
      *> end. Exit code 1 when any step failed (the flag then also
      *> stays up for inspection).
           SELECT CKPT-LOG-FILE ASSIGN TO CKPT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-LOG-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT SET-IDX-FILE ASSIGN TO SET-IDX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SET-IDX-STATUS.
           COPY KV-STORE-FILE-CONTROL.
           COPY SESSION-FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       01 MARKER-FILE-RECORD PIC X(32).
       FD CKPT-LOG-FILE.
       01 CKPT-LOG-RECORD PIC X(256).
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(64).
       FD SET-IDX-FILE.
       01 SET-IDX-RECORD PIC X(512).
       COPY KV-STORE-FD.
       COPY SESSION-FD.

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 SHELL-COMMAND         PIC X(1024).
       01 RETURN-CODE-LOCAL     PIC S9(9) COMP-5.

       01 KEEP-REST             PIC X VALUE "N".
       01 ARCHIVED-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 RETAINED-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 COUNT-DISPLAY         PIC Z(8)9.
       01 LOG-STAMP             PIC X(21).
       01 CKPT-LOG-LINE         PIC X(256).

      *> The set's manifest.
       01 MANIFEST-FILE-NAME    PIC X(300).
       01 MANIFEST-FILE-STATUS  PIC XX.
       01 MANIFEST-LINE         PIC X(64).
       01 MANIFEST-NAME         PIC X(16).
       01 SET-IDX-NAME          PIC X(300).
       01 SET-IDX-STATUS        PIC XX.
       01 SET-IDX-LINE          PIC X(512).
       01 SET-IDX-ID            PIC X(64).
       01 SESSION-BASE-NAME     PIC X(128).
       01 PATH-IDX              PIC 9(4) COMP-5.
       01 PATH-SLASH            PIC 9(4) COMP-5.
       01 CONFIG-SESSION-FILE   PIC X(128).

       01 SET-FILE-PATH         PIC X(300).
       01 SET-CRYPT-COUNT       PIC 9(9) COMP-5 VALUE 0.
       01 SET-CRYPT-BAD         PIC 9(9) COMP-5 VALUE 0.
       01 SET-KEY-USED          PIC 9(4) COMP-5 VALUE 0.
       01 SET-KEY-IDX           PIC 9(4) COMP-5.
       01 SET-KEY-TABLE.
           05 SET-KEY-ENTRY OCCURS 16.
               10 SET-KEY-ID    PIC X(32).
               10 SET-KEY-COUNT PIC 9(9) COMP-5.

       COPY FILE-CRYPT-FIELDS.
       COPY LOG-CHAIN-FIELDS.
       COPY KV-STORE-FIELDS.
       COPY SESSION-FIELDS.
       COPY STORE-COUNT-FIELDS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-CHECKPOINT-CONFIG
           PERFORM CRYPT-SET-KEY

           CALL "time" USING BY VALUE 0 RETURNING MARKER-EPOCH
           MOVE MARKER-EPOCH TO MARKER-EPOCH-DISP

           PERFORM SNAPSHOT-STORES

           IF STEP-FAILED = "N"
               PERFORM WRITE-SET-MANIFEST
           END-IF

           IF STEP-FAILED = "N" AND
              FUNCTION TRIM(JOURNAL-DIR) NOT = SPACES
               PERFORM WRITE-CHECKPOINT-MARKERS

           EXIT PARAGRAPH.

       WRITE-SET-MANIFEST.
      *> Counted from the copies in the set, after the quiesce, so
      *> the figures are the set's own and not the live store's.
           MOVE SPACES TO MANIFEST-FILE-NAME
           STRING FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/backup.manifest" DELIMITED BY SIZE
                  INTO MANIFEST-FILE-NAME
           OPEN OUTPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write manifest "
                   FUNCTION TRIM(MANIFEST-FILE-NAME)
               MOVE "Y" TO STEP-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MANIFEST-LINE
           STRING "marker|" DELIMITED BY SIZE
                  MARKER-EPOCH-DISP DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           WRITE MANIFEST-RECORD FROM MANIFEST-LINE

           MOVE SPACES TO KV-STORE-FILE-NAME
           STRING FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/kvstore.dat" DELIMITED BY SIZE
                  INTO KV-STORE-FILE-NAME
           PERFORM COUNT-KV-RECORDS
           MOVE "kv" TO MANIFEST-NAME
           PERFORM WRITE-MANIFEST-COUNT

      *> cp put the session store in the set under its own name.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SESSION-FILE-PATH))
               TO PATH-IDX
           MOVE 0 TO PATH-SLASH
           PERFORM VARYING PATH-IDX FROM PATH-IDX BY -1
                   UNTIL PATH-IDX < 1 OR PATH-SLASH > 0
               IF SESSION-FILE-PATH(PATH-IDX:1) = "/"
                   MOVE PATH-IDX TO PATH-SLASH
               END-IF
           END-PERFORM
           MOVE SPACES TO SESSION-BASE-NAME
           MOVE SESSION-FILE-PATH(PATH-SLASH + 1:)
               TO SESSION-BASE-NAME
           MOVE SPACES TO CONFIG-SESSION-FILE
           STRING FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(SESSION-BASE-NAME) DELIMITED BY SIZE
                  INTO CONFIG-SESSION-FILE
           PERFORM COUNT-SESSION-RECORDS
           MOVE "sessions" TO MANIFEST-NAME
           PERFORM WRITE-MANIFEST-COUNT

           MOVE 0 TO STORE-RECORD-COUNT
           MOVE "OK" TO STORE-COUNT-RESULT
           MOVE SPACES TO SET-IDX-NAME
           STRING FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/uploads/uploads.idx" DELIMITED BY SIZE
                  INTO SET-IDX-NAME
           OPEN INPUT SET-IDX-FILE
           IF SET-IDX-STATUS = "00"
               PERFORM UNTIL SET-IDX-STATUS NOT = "00"
                   READ SET-IDX-FILE INTO SET-IDX-LINE
                       AT END
                           MOVE "10" TO SET-IDX-STATUS
                       NOT AT END
                           MOVE SPACES TO SET-IDX-ID
                           UNSTRING SET-IDX-LINE DELIMITED BY "|"
                               INTO SET-IDX-ID
                           IF FUNCTION TRIM(SET-IDX-ID) NOT = SPACES
                               ADD 1 TO STORE-RECORD-COUNT
                               PERFORM CHECK-SET-UPLOAD-COPY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SET-IDX-FILE
           ELSE
               MOVE "ABSENT" TO STORE-COUNT-RESULT
           END-IF
           MOVE "uploads" TO MANIFEST-NAME
           PERFORM WRITE-MANIFEST-COUNT

           MOVE "OK" TO STORE-COUNT-RESULT
           MOVE SET-CRYPT-COUNT TO STORE-RECORD-COUNT
           MOVE "encrypted" TO MANIFEST-NAME
           PERFORM WRITE-MANIFEST-COUNT
           PERFORM VARYING SET-KEY-IDX FROM 1 BY 1
               UNTIL SET-KEY-IDX > SET-KEY-USED
               MOVE SET-KEY-COUNT(SET-KEY-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO MANIFEST-LINE
               STRING "key|" DELIMITED BY SIZE
                      FUNCTION TRIM(SET-KEY-ID(SET-KEY-IDX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      INTO MANIFEST-LINE
               WRITE MANIFEST-RECORD FROM MANIFEST-LINE
           END-PERFORM

           CLOSE MANIFEST-FILE

           IF SET-CRYPT-BAD > 0
               MOVE SET-CRYPT-BAD TO COUNT-DISPLAY
               DISPLAY "Error: " FUNCTION TRIM(COUNT-DISPLAY)
                   " encrypted upload file(s) in the set cannot be "
                   "decrypted"
               MOVE "Y" TO STEP-FAILED
           END-IF

           EXIT PARAGRAPH.

       CHECK-SET-UPLOAD-COPY.
      *> The set's own copy of one upload. Archive-tier entries have
      *> no file here and plaintext files need nothing; an
      *> encrypted one must decrypt, or the set is no backup of it.
           MOVE SPACES TO SET-FILE-PATH
           STRING FUNCTION TRIM(SET-DIR-NAME) DELIMITED BY SIZE
                  "/uploads/" DELIMITED BY SIZE
                  FUNCTION TRIM(SET-IDX-ID) DELIMITED BY SIZE
                  INTO SET-FILE-PATH
           MOVE SET-FILE-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-PROBE-FILE
           IF CRYPT-RESULT = "MISSING" OR CRYPT-FILE-KEY-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SET-CRYPT-COUNT
           PERFORM CRYPT-OPEN-FOR-READ
           PERFORM CRYPT-RELEASE
           IF CRYPT-RESULT NOT = "OK"
               ADD 1 TO SET-CRYPT-BAD
               DISPLAY "Error: upload copy "
                   FUNCTION TRIM(SET-FILE-PATH) " does not decrypt ("
                   FUNCTION TRIM(CRYPT-RESULT) ", key "
                   FUNCTION TRIM(CRYPT-FILE-KEY-ID) ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SET-KEY-IDX FROM 1 BY 1
               UNTIL SET-KEY-IDX > SET-KEY-USED
               IF SET-KEY-ID(SET-KEY-IDX) = CRYPT-FILE-KEY-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SET-KEY-IDX > SET-KEY-USED
               IF SET-KEY-USED >= 16
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SET-KEY-USED
               MOVE SET-KEY-USED TO SET-KEY-IDX
               MOVE CRYPT-FILE-KEY-ID TO SET-KEY-ID(SET-KEY-IDX)
               MOVE 0 TO SET-KEY-COUNT(SET-KEY-IDX)
           END-IF
           ADD 1 TO SET-KEY-COUNT(SET-KEY-IDX)

           EXIT PARAGRAPH.

       WRITE-MANIFEST-COUNT.
           MOVE SPACES TO MANIFEST-LINE
           IF STORE-COUNT-RESULT = "OK"
               MOVE STORE-RECORD-COUNT TO COUNT-DISPLAY
               STRING FUNCTION TRIM(MANIFEST-NAME) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      INTO MANIFEST-LINE
           ELSE
               STRING FUNCTION TRIM(MANIFEST-NAME) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(STORE-COUNT-RESULT)
                          DELIMITED BY SIZE
                      INTO MANIFEST-LINE
           END-IF
           WRITE MANIFEST-RECORD FROM MANIFEST-LINE
           EXIT PARAGRAPH.

       WRITE-CHECKPOINT-MARKERS.
      *> The marker in the set says what the set contains; the one
      *> beside journal.idx says where replay should start.
      *> taken: their index lines append to journal.archive and
      *> their body files move to <journal>/archive/, leaving
      *> journal.idx holding only what a replay after this set would
      *> need. The split holds the journal's seal-chain lock, so no
      *> line the server appends meanwhile is lost in the mv, and it
      *> cuts at the first line past the marker rather than sorting
      *> line by line: journal.archive followed by journal.idx must
      *> stay in the order the lines were sealed.
           MOVE SPACES TO JOURNAL-IDX-NAME
           STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                  "/journal.idx" DELIMITED BY SIZE
                  "/journal.archive" DELIMITED BY SIZE
                  INTO JOURNAL-ARCH-NAME

           MOVE SPACES TO LOG-CHAIN-LOCK-PATH
           STRING FUNCTION TRIM(JOURNAL-IDX-NAME) DELIMITED BY SIZE
                  ".chain.lock" DELIMITED BY SIZE
                  INTO LOG-CHAIN-LOCK-PATH
           PERFORM ACQUIRE-LOG-CHAIN-LOCK

           OPEN INPUT JOURNAL-IDX-FILE
           IF JOURNAL-IDX-STATUS = "35" OR JOURNAL-IDX-STATUS = "05"
               PERFORM RELEASE-LOG-CHAIN-LOCK
               EXIT PARAGRAPH
           END-IF

                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           PERFORM RELEASE-LOG-CHAIN-LOCK

           EXIT PARAGRAPH.

       ARCHIVE-ONE-JOURNAL-LINE.
           COMPUTE ENTRY-EPOCH = FUNCTION NUMVAL(ENTRY-EPOCH-TXT)

           IF ENTRY-EPOCH > MARKER-EPOCH
               MOVE "Y" TO KEEP-REST
           END-IF
           IF KEEP-REST = "Y"
               ADD 1 TO RETAINED-COUNT
               WRITE JOURNAL-NEW-RECORD FROM JOURNAL-IDX-LINE
               EXIT PARAGRAPH
                   MOVE CONFIG-VAL TO SESSION-FILE-PATH
               WHEN "CHECKPOINT_LOG"
                   MOVE CONFIG-VAL TO CKPT-LOG-NAME
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CRYPT-KEY-FILE
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY LOG-CHAIN-LOCK.
       COPY STORE-COUNT.
       COPY FILE-CRYPT.

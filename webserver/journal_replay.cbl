      *> Usage:  JOURNAL-REPLAY [host [port [dir [from [to]]]]]
      *> Defaults: 127.0.0.1 8080 ./journal 0 9999999999
      *> (from/to are epoch seconds; 0 and the max mean unbounded).
      *>
      *> Body files encrypted at rest are decrypted on the fly with
      *> the keys server.conf's ENCRYPTION_KEY_FILE points at (see
      *> FILE-CRYPT-FIELDS). An entry whose body cannot be decrypted
      *> is counted as failed and not sent -- an empty body in its
      *> place would replay the wrong request.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT JOURNAL-IDX-FILE ASSIGN TO JOURNAL-IDX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD JOURNAL-IDX-FILE.
       01 JOURNAL-IDX-RECORD PIC X(512).

       WORKING-STORAGE SECTION.
       COPY FILE-CRYPT-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 COMMAND-LINE-ARGS     PIC X(256).
       01 ARG-HOST              PIC X(48) VALUE "127.0.0.1".
       01 ARG-PORT-TXT          PIC X(8).
       01 BODY-BUFFER           PIC X(8192).
       01 BODY-FD               PIC S9(9) COMP-5.
       01 BODY-READ-COUNT       PIC S9(9) COMP-5.
       01 BODY-UNREADABLE       PIC X.

       01 SOCK-FD               PIC S9(9) COMP-5.
       01 RETURN-CODE-LOCAL     PIC S9(9) COMP-5.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-REPLAY-CONFIG
           PERFORM CRYPT-SET-KEY

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           IF FUNCTION TRIM(COMMAND-LINE-ARGS) NOT = SPACES
               UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               FUNCTION NUMVAL(ENTRY-SIZE-TXT)

           MOVE SPACES TO BODY-BUFFER
           MOVE "N" TO BODY-UNREADABLE
           IF ENTRY-BODY-SIZE > 0
               PERFORM READ-JOURNAL-BODY
           END-IF

           IF BODY-UNREADABLE = "Y"
               ADD 1 TO REPLAYED-COUNT
               ADD 1 TO FAILED-COUNT
               DISPLAY "  " FUNCTION TRIM(ENTRY-RID) " "
                   FUNCTION TRIM(ENTRY-METHOD) " "
                   FUNCTION TRIM(ENTRY-PATH) " -> FAILED (body "
                   "not decryptable: " FUNCTION TRIM(CRYPT-RESULT)
                   ", key " FUNCTION TRIM(CRYPT-FILE-KEY-ID) ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM SUBMIT-ENTRY

           EXIT PARAGRAPH.
                  ".bin" DELIMITED BY SIZE
                  INTO BODY-PATH

           MOVE BODY-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-OPEN-FOR-READ
           IF CRYPT-RESULT = "NOKEY" OR CRYPT-RESULT = "FAILED"
               MOVE "Y" TO BODY-UNREADABLE
               EXIT PARAGRAPH
           END-IF
           IF CRYPT-READ-PATH = SPACES
               MOVE BODY-PATH TO CRYPT-READ-PATH
           END-IF

           MOVE SPACES TO BODY-PATH-NUL
           STRING FUNCTION TRIM(CRYPT-READ-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO BODY-PATH-NUL


           CALL "close" USING BY VALUE BODY-FD
               RETURNING BODY-READ-COUNT
           PERFORM CRYPT-RELEASE

           EXIT PARAGRAPH.

           END-IF

           EXIT PARAGRAPH.

       LOAD-REPLAY-CONFIG.
      *> Only the keys for encrypted body files come from here; the
      *> journal directory stays a command-line argument.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-REPLAY-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-REPLAY-CONFIG-LINE.
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
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CRYPT-KEY-FILE
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY FILE-CRYPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-EXTRACT.

      *> Masked extract of the request journal and trace captures
      *> for test environments, so a developer reproducing a
      *> production problem gets the traffic without the customer
      *> names, account numbers and Authorization headers in it.
      *> Copies the journal entries (journal.archive, then
      *> journal.idx) and trace_<request-id>.txt files whose time
      *> falls in the range into an output directory, masking as
      *> it copies. Every masking action keeps the masked value's
      *> length and the text around it, so a JSON body stays JSON,
      *> a form body stays form-encoded, and the body sizes in the
      *> index still hold: JOURNAL-REPLAY replays the extract as it
      *> stands,
      *>     ./journal_replay <host> <port> <out-dir>
      *>
      *> Masking rules (MASK_RULES_FILE in server.conf, default
      *> mask.rules), one per line, rewrite.rules comment and
      *> blank-line conventions:
      *>     kind|name|action[|replacement]
      *> kind is what name picks out:
      *>     json     a JSON field name, wherever it appears in a
      *>              JSON body or response, and the matching entries
      *>              of a trace's JSON FIELDS (string and number
      *>              values; objects and arrays are masked through
      *>              their own fields)
      *>     form     a form field name, in form-encoded bodies, in
      *>              the query strings of journaled and traced
      *>              paths, and in a trace's FORM FIELDS
      *>     header   a request or response header name (any case),
      *>              in trace captures
      *>     pattern  a value shape found anywhere in bodies, paths
      *>              and traces: 9 a digit, A a letter, X a letter or
      *>              digit, any other character itself -- e.g.
      *>              9999-9999-9999-9999 or AA99XXXX99999999 -- not
      *>              run on into more letters or digits either side
      *> action is what becomes of each value found:
      *>     blank      spaces (a "+" in form encoding, zeros in a
      *>                JSON number or a pattern's digits, X for a
      *>                pattern's letters)
      *>     fixed      the replacement text, cut or padded to the
      *>                value's length
      *>     pseudonym  a stand-in of the same shape -- digits for
      *>                digits, letters for letters of the same case,
      *>                everything else kept -- derived from the value
      *>                under MASK_PSEUDONYM_KEY, so a value masks the
      *>                same way everywhere it appears and in every
      *>                extract made under that key
      *>     last4      all but the last four letters and digits
      *>                become X (0 in a JSON number or for a
      *>                pattern's digits)
      *> Field rules run before patterns; escape sequences (JSON
      *> "\..." and form "%hh") survive pseudonym and last4 intact.
      *> A rule that cannot be read stops the run: an extract is
      *> never made with less masking than the rules file asks for.
      *>
      *> Usage:  MASK-EXTRACT <out-dir> [from [to]]
      *> from/to are epoch seconds, as JOURNAL-REPLAY takes them
      *> (default: everything); journal entries go by the time they
      *> were journaled, traces by when they were written. The
      *> output directory gets journal.idx, the body_<id>.bin files
      *> and the trace files side by side, and mask_report.txt --
      *> what was masked under each rule, and any entry withheld --
      *> with no masked value in it. Index lines are written
      *> without their seals: the extract is a copy, not the log.
      *> An entry whose body is larger than the masking buffer
      *> (spooled uploads) or has gone missing is withheld rather
      *> than copied unmasked. Bodies encrypted at rest are read
      *> under the keys beside ENCRYPTION_KEY_FILE and written out
      *> masked and in the clear; one that will not decrypt is
      *> withheld. Exit codes: 0 complete, 1 complete
      *> except the withheld entries, 2 the extract could not be
      *> written, 3 usage, rules, or an output directory that
      *> already holds an extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO JOURNAL-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-IN-STATUS.
           SELECT JOURNAL-OUT-FILE ASSIGN TO JOURNAL-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-OUT-STATUS.
           SELECT LIST-FILE ASSIGN TO LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT TRACE-IN-FILE ASSIGN TO TRACE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-IN-STATUS.
           SELECT TRACE-OUT-FILE ASSIGN TO TRACE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
       FD RULES-FILE.
       01 RULES-RECORD PIC X(256).
       FD JOURNAL-IN-FILE.
       01 JOURNAL-IN-RECORD PIC X(512).
       FD JOURNAL-OUT-FILE.
       01 JOURNAL-OUT-RECORD PIC X(512).
       FD LIST-FILE.
       01 LIST-FILE-RECORD PIC X(1024).
       FD TRACE-IN-FILE.
       01 TRACE-IN-RECORD PIC X(512).
       FD TRACE-OUT-FILE.
       01 TRACE-OUT-RECORD PIC X(512).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 JOURNAL-DIR           PIC X(128) VALUE SPACES.
       01 TEMP-DIR              PIC X(128) VALUE "/tmp".
       01 RULES-FILE-NAME       PIC X(256) VALUE "mask.rules".
       01 PSEUDONYM-KEY         PIC X(128) VALUE SPACES.

       01 COMMAND-LINE-ARGS     PIC X(512).
       01 OUT-DIR               PIC X(128).
       01 ARG-FROM-TXT          PIC X(12).
       01 ARG-TO-TXT            PIC X(12).
       01 FROM-EPOCH            PIC 9(10) COMP-5 VALUE 0.
       01 TO-EPOCH              PIC 9(10) COMP-5
           VALUE 9999999999.
       01 RUN-STAMP             PIC X(21).

      *> The rules, in file order, with what each one masked.
       01 RULES-FILE-STATUS     PIC XX.
       01 RULES-LINE            PIC X(256).
       01 RULES-LINE-NO         PIC 9(6) COMP-5 VALUE 0.
       01 RULES-BAD             PIC 9(4) COMP-5 VALUE 0.
       01 RULE-KIND-TXT         PIC X(16).
       01 RULE-NAME-TXT         PIC X(64).
       01 RULE-ACTION-TXT       PIC X(16).
       01 RULE-FIXED-TXT        PIC X(64).
       01 RULE-NEEDS-KEY        PIC X VALUE "N".
       01 RULE-TABLE.
           05 RULE-COUNT        PIC 9(4) COMP-5 VALUE 0.
           05 RULE-ENTRY OCCURS 50 TIMES.
               10 RULE-LINE-NO       PIC 9(6) COMP-5.
               10 RULE-KIND          PIC X(8).
               10 RULE-NAME          PIC X(64).
               10 RULE-NAME-LEN      PIC 9(4) COMP-5.
               10 RULE-ACTION        PIC X(10).
               10 RULE-FIXED         PIC X(64).
               10 RULE-FIXED-LEN     PIC 9(4) COMP-5.
               10 RULE-JOURNAL-HITS  PIC 9(9) COMP-5.
               10 RULE-TRACE-HITS    PIC 9(9) COMP-5.
               10 RULE-FILES         PIC 9(9) COMP-5.
               10 RULE-LAST-FILE     PIC 9(9) COMP-5.
       01 RULE-IDX              PIC 9(4) COMP-5.

      *> The text being masked -- a whole journal body, a path, or
      *> one trace line -- and where its hits are counted.
       01 MASK-BUF              PIC X(65536).
       01 MASK-LEN              PIC 9(9) COMP-5.
       01 MASK-SOURCE           PIC X.
       01 FILE-SERIAL           PIC 9(9) COMP-5 VALUE 0.
       01 FORM-START            PIC 9(9) COMP-5.
       01 SCAN-POS              PIC 9(9) COMP-5.
       01 SCAN-NEXT             PIC 9(9) COMP-5.
       01 SCAN-END              PIC 9(9) COMP-5.
       01 SCAN-DONE             PIC X.

      *> The value under one rule: where it is, and what kind of
      *> text holds it -- J a JSON string, N a JSON number, F form
      *> encoding, S plain text, P a pattern match.
       01 VAL-START             PIC 9(9) COMP-5.
       01 VAL-LEN               PIC 9(9) COMP-5.
       01 VAL-END               PIC 9(9) COMP-5.
       01 VAL-CONTEXT           PIC X.
       01 VAL-POS               PIC 9(9) COMP-5.
       01 VAL-IDX               PIC 9(9) COMP-5.
       01 WALK-MODE             PIC X.
       01 ALNUM-TOTAL           PIC 9(9) COMP-5.
       01 ALNUM-K               PIC 9(9) COMP-5.
       01 MASK-CH               PIC X.
       01 CH-CLASS              PIC X.
       01 PAT-OK                PIC X.
       01 PAT-IDX               PIC 9(4) COMP-5.
       01 PAT-CH                PIC X.
       01 HEX-HI                PIC 9(4) COMP-5.
       01 HEX-LO                PIC 9(4) COMP-5.
       01 HEX-CH                PIC X.
       01 HEX-VAL               PIC 9(4) COMP-5.
       01 PSEUDO-BYTE           PIC 9(9) COMP-5.
       01 PSEUDO-POS            PIC 9(4) COMP-5.
       01 PSEUDO-DIGITS         PIC X(10) VALUE "0123456789".
       01 PSEUDO-UPPER          PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 PSEUDO-LOWER          PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 LINE-NAME             PIC X(128).
       01 LINE-LEAF             PIC X(128).
       01 LINE-SEP-POS          PIC 9(4) COMP-5.
       01 LINE-DOT-POS          PIC 9(4) COMP-5.
       01 LINE-NAME-LEN         PIC 9(4) COMP-5.

      *> Journal entries.
       01 JOURNAL-IN-NAME       PIC X(160).
       01 JOURNAL-IN-STATUS     PIC XX.
       01 JOURNAL-OUT-NAME      PIC X(160).
       01 JOURNAL-OUT-STATUS    PIC XX.
       01 JOURNAL-BODY-DIR      PIC X(160).
       01 JOURNAL-LINE          PIC X(512).
       01 ENTRY-EPOCH-TXT       PIC X(12).
       01 ENTRY-RID             PIC X(32).
       01 ENTRY-METHOD          PIC X(10).
       01 ENTRY-PATH            PIC X(256).
       01 ENTRY-CTYPE           PIC X(64).
       01 ENTRY-SIZE-TXT        PIC X(12).
       01 ENTRY-EPOCH           PIC 9(10) COMP-5.
       01 ENTRY-BODY-SIZE       PIC 9(9) COMP-5.
       01 ENTRY-PATH-LEN        PIC 9(4) COMP-5.
       01 ENTRY-CTYPE-LC        PIC X(64).
       01 ENTRY-WITHHELD        PIC X(64).
       01 ENTRY-OUT-LINE        PIC X(512).
       01 SIZE-DISPLAY          PIC Z(8)9.
       01 EPOCH-DISPLAY         PIC Z(9)9.
       01 FROM-DISPLAY          PIC Z(9)9.

       01 BODY-PATH             PIC X(256).
       01 BODY-PATH-NUL         PIC X(258).
       01 BODY-FD               PIC S9(9) COMP-5.
       01 BODY-READ-COUNT       PIC S9(9) COMP-5.
       01 BODY-WANT             PIC S9(9) COMP-5.
       01 BODY-OUT-PATH         PIC X(256).
       01 RAW-HANDLE            PIC X(4) VALUE LOW-VALUES.
       01 RAW-ACCESS            PIC X.
       01 RAW-ACCESS-NUM REDEFINES RAW-ACCESS
                                PIC 9(2) COMP-X.
       01 RAW-DENY              PIC X VALUE X"00".
       01 RAW-DEVICE            PIC X VALUE X"00".
       01 RAW-OFFSET            PIC X(8) VALUE LOW-VALUES.
       01 RAW-LEN               PIC 9(8) COMP-X.
       01 RAW-FLAGS             PIC X(4) VALUE LOW-VALUES.
       01 RAW-RESULT            PIC 9(9) COMP-X.

      *> Trace captures: a find listing of "mtime|path" lines, and
      *> the section of the capture being copied -- R request line,
      *> H headers, B body, J JSON fields, F form fields, P the
      *> response, S a streamed body.
       01 LIST-FILE-NAME        PIC X(256).
       01 LIST-FILE-STATUS      PIC XX.
       01 LIST-LINE             PIC X(1024).
       01 TRACE-MTIME-TXT       PIC X(20).
       01 TRACE-MTIME           PIC 9(10) COMP-5.
       01 TRACE-IN-NAME         PIC X(512).
       01 TRACE-IN-STATUS       PIC XX.
       01 TRACE-OUT-NAME        PIC X(300).
       01 TRACE-OUT-STATUS      PIC XX.
       01 TRACE-BASE            PIC X(256).
       01 TRACE-SLASH           PIC 9(4) COMP-5.
       01 TRACE-LINE            PIC X(512).
       01 TRACE-SECTION         PIC X.
       01 TRACE-CTYPE           PIC X(64).
       01 TRACE-TEXT            PIC X(512).
       01 PROCESS-ID            PIC S9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).

      *> Run totals.
       01 ENTRIES-IN-RANGE      PIC 9(9) COMP-5 VALUE 0.
       01 ENTRIES-EXTRACTED     PIC 9(9) COMP-5 VALUE 0.
       01 ENTRIES-WITHHELD      PIC 9(9) COMP-5 VALUE 0.
       01 TRACES-EXTRACTED      PIC 9(9) COMP-5 VALUE 0.
       01 TRACES-FAILED         PIC 9(9) COMP-5 VALUE 0.
       01 WRITE-FAILED          PIC X VALUE "N".

       01 REPORT-FILE-NAME      PIC X(160).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(256).
       01 NUM-DISP              PIC Z(8)9.
       01 NUM-DISP-2            PIC Z(8)9.
       01 NUM-DISP-3            PIC Z(8)9.
       01 NUM-DISP-4            PIC Z(5)9.

       01 SHELL-COMMAND         PIC X(1100).

       COPY HMAC-SHA256-FIELDS.
       COPY FILE-CRYPT-FIELDS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-EXTRACT-CONFIG
           PERFORM CRYPT-SET-KEY

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO OUT-DIR
           MOVE SPACES TO ARG-FROM-TXT
           MOVE SPACES TO ARG-TO-TXT
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO OUT-DIR ARG-FROM-TXT ARG-TO-TXT
           IF FUNCTION TRIM(OUT-DIR) = SPACES
               DISPLAY "Usage: MASK-EXTRACT <out-dir> [from [to]]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TRIM(ARG-FROM-TXT) NOT = SPACES
               COMPUTE FROM-EPOCH = FUNCTION NUMVAL(ARG-FROM-TXT)
           END-IF
           IF FUNCTION TRIM(ARG-TO-TXT) NOT = SPACES
               COMPUTE TO-EPOCH = FUNCTION NUMVAL(ARG-TO-TXT)
           END-IF

      *> The extract must never land on top of what it copies.
           IF FUNCTION TRIM(OUT-DIR) = FUNCTION TRIM(JOURNAL-DIR) OR
              FUNCTION TRIM(OUT-DIR) = FUNCTION TRIM(TEMP-DIR)
               DISPLAY "Extract: the output directory must not be "
                   "JOURNAL_DIR or TEMP_DIR"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-MASK-RULES
           IF RULES-FILE-STATUS = "35" OR RULES-FILE-STATUS = "05"
               DISPLAY "Extract: no masking rules "
                   FUNCTION TRIM(RULES-FILE-NAME)
                   ", nothing extracted."
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RULES-BAD > 0 OR RULE-COUNT = 0
               DISPLAY "Extract: masking rules unusable, nothing "
                   "extracted."
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RULE-NEEDS-KEY = "Y" AND
              FUNCTION TRIM(PSEUDONYM-KEY) = SPACES
               DISPLAY "Extract: pseudonym rules need "
                   "MASK_PSEUDONYM_KEY, nothing extracted."
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PSEUDONYM-KEY TO HMAC-KEY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PSEUDONYM-KEY))
               TO HMAC-KEY-LEN

           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(OUT-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           MOVE SPACES TO JOURNAL-OUT-NAME
           STRING FUNCTION TRIM(OUT-DIR) DELIMITED BY SIZE
                  "/journal.idx" DELIMITED BY SIZE
                  INTO JOURNAL-OUT-NAME
           MOVE SPACES TO REPORT-FILE-NAME
           STRING FUNCTION TRIM(OUT-DIR) DELIMITED BY SIZE
                  "/mask_report.txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME

           OPEN INPUT JOURNAL-OUT-FILE
           IF JOURNAL-OUT-STATUS = "00"
               CLOSE JOURNAL-OUT-FILE
               MOVE "00" TO REPORT-FILE-STATUS
           ELSE
               OPEN INPUT REPORT-FILE
               IF REPORT-FILE-STATUS = "00"
                   CLOSE REPORT-FILE
               END-IF
           END-IF
           IF REPORT-FILE-STATUS = "00"
               DISPLAY "Extract: " FUNCTION TRIM(OUT-DIR)
                   " already holds an extract"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Extract: cannot write "
                   FUNCTION TRIM(REPORT-FILE-NAME)
                   " (status " REPORT-FILE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-OUT-FILE
           IF JOURNAL-OUT-STATUS NOT = "00"
               DISPLAY "Extract: cannot write "
                   FUNCTION TRIM(JOURNAL-OUT-NAME)
                   " (status " JOURNAL-OUT-STATUS ")"
               CLOSE REPORT-FILE
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER

           IF FUNCTION TRIM(JOURNAL-DIR) NOT = SPACES
               MOVE SPACES TO JOURNAL-IN-NAME
               STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                      "/journal.archive" DELIMITED BY SIZE
                      INTO JOURNAL-IN-NAME
               MOVE SPACES TO JOURNAL-BODY-DIR
               STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                      "/archive" DELIMITED BY SIZE
                      INTO JOURNAL-BODY-DIR
               PERFORM EXTRACT-JOURNAL-FILE

               MOVE SPACES TO JOURNAL-IN-NAME
               STRING FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                      "/journal.idx" DELIMITED BY SIZE
                      INTO JOURNAL-IN-NAME
               MOVE JOURNAL-DIR TO JOURNAL-BODY-DIR
               PERFORM EXTRACT-JOURNAL-FILE
           END-IF
           CLOSE JOURNAL-OUT-FILE

           PERFORM EXTRACT-TRACES

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           MOVE ENTRIES-EXTRACTED TO NUM-DISP
           MOVE TRACES-EXTRACTED TO NUM-DISP-2
           DISPLAY "Extract: " FUNCTION TRIM(NUM-DISP)
               " journal entr(ies), " FUNCTION TRIM(NUM-DISP-2)
               " trace(s) masked into " FUNCTION TRIM(OUT-DIR)
               "; see " FUNCTION TRIM(REPORT-FILE-NAME)

           EVALUATE TRUE
               WHEN WRITE-FAILED = "Y"
                   DISPLAY "Extract: the extract could not be "
                       "written in full"
                   MOVE 2 TO RETURN-CODE
               WHEN ENTRIES-WITHHELD > 0 OR TRACES-FAILED > 0
                   MOVE ENTRIES-WITHHELD TO NUM-DISP
                   MOVE TRACES-FAILED TO NUM-DISP-2
                   DISPLAY "Extract: " FUNCTION TRIM(NUM-DISP)
                       " entr(ies) and " FUNCTION TRIM(NUM-DISP-2)
                       " trace(s) withheld"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

       LOAD-MASK-RULES.
           OPEN INPUT RULES-FILE
           IF RULES-FILE-STATUS = "35" OR RULES-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RULES-FILE-STATUS = "10"
               READ RULES-FILE INTO RULES-LINE
                   AT END
                       MOVE "10" TO RULES-FILE-STATUS
                   NOT AT END
                       ADD 1 TO RULES-LINE-NO
                       PERFORM APPLY-RULES-LINE
               END-READ
           END-PERFORM

           CLOSE RULES-FILE

           EXIT PARAGRAPH.

       APPLY-RULES-LINE.
           MOVE FUNCTION TRIM(RULES-LINE) TO RULES-LINE

           IF RULES-LINE = SPACES OR RULES-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RULE-KIND-TXT
           MOVE SPACES TO RULE-NAME-TXT
           MOVE SPACES TO RULE-ACTION-TXT
           MOVE SPACES TO RULE-FIXED-TXT
           UNSTRING RULES-LINE DELIMITED BY "|"
               INTO RULE-KIND-TXT RULE-NAME-TXT RULE-ACTION-TXT
                    RULE-FIXED-TXT
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(RULE-KIND-TXT))
               TO RULE-KIND-TXT
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(RULE-ACTION-TXT))
               TO RULE-ACTION-TXT
           MOVE FUNCTION TRIM(RULE-NAME-TXT) TO RULE-NAME-TXT

           IF RULE-KIND-TXT NOT = "json" AND
              RULE-KIND-TXT NOT = "form" AND
              RULE-KIND-TXT NOT = "header" AND
              RULE-KIND-TXT NOT = "pattern"
               PERFORM REJECT-RULES-LINE
               EXIT PARAGRAPH
           END-IF
           IF RULE-ACTION-TXT NOT = "blank" AND
              RULE-ACTION-TXT NOT = "fixed" AND
              RULE-ACTION-TXT NOT = "pseudonym" AND
              RULE-ACTION-TXT NOT = "last4"
               PERFORM REJECT-RULES-LINE
               EXIT PARAGRAPH
           END-IF
           IF RULE-NAME-TXT = SPACES OR
              (RULE-ACTION-TXT = "fixed" AND RULE-FIXED-TXT = SPACES)
               PERFORM REJECT-RULES-LINE
               EXIT PARAGRAPH
           END-IF
           IF RULE-COUNT >= 50
               PERFORM REJECT-RULES-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO RULE-COUNT
           MOVE RULE-COUNT TO RULE-IDX
           MOVE RULES-LINE-NO TO RULE-LINE-NO(RULE-IDX)
           MOVE RULE-KIND-TXT TO RULE-KIND(RULE-IDX)
           MOVE RULE-NAME-TXT TO RULE-NAME(RULE-IDX)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RULE-NAME-TXT))
               TO RULE-NAME-LEN(RULE-IDX)
           MOVE RULE-ACTION-TXT TO RULE-ACTION(RULE-IDX)
           MOVE RULE-FIXED-TXT TO RULE-FIXED(RULE-IDX)
           MOVE 0 TO RULE-FIXED-LEN(RULE-IDX)
           IF RULE-FIXED-TXT NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(RULE-FIXED-TXT TRAILING))
                   TO RULE-FIXED-LEN(RULE-IDX)
           END-IF
           MOVE 0 TO RULE-JOURNAL-HITS(RULE-IDX)
           MOVE 0 TO RULE-TRACE-HITS(RULE-IDX)
           MOVE 0 TO RULE-FILES(RULE-IDX)
           MOVE 0 TO RULE-LAST-FILE(RULE-IDX)
           IF RULE-ACTION-TXT = "pseudonym"
               MOVE "Y" TO RULE-NEEDS-KEY
           END-IF

           EXIT PARAGRAPH.

       REJECT-RULES-LINE.
           ADD 1 TO RULES-BAD
           MOVE RULES-LINE-NO TO NUM-DISP-4
           DISPLAY "Extract: masking rule line "
               FUNCTION TRIM(NUM-DISP-4) " cannot be used: "
               FUNCTION TRIM(RULES-LINE)
           EXIT PARAGRAPH.

       EXTRACT-JOURNAL-FILE.
      *> JOURNAL-IN-NAME and JOURNAL-BODY-DIR in. A journal that is
      *> not there (no archive yet) has nothing to give.
           OPEN INPUT JOURNAL-IN-FILE
           IF JOURNAL-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL JOURNAL-IN-STATUS = "10"
               READ JOURNAL-IN-FILE INTO JOURNAL-LINE
                   AT END
                       MOVE "10" TO JOURNAL-IN-STATUS
                   NOT AT END
                       PERFORM EXTRACT-JOURNAL-ENTRY
               END-READ
           END-PERFORM

           CLOSE JOURNAL-IN-FILE

           EXIT PARAGRAPH.

       EXTRACT-JOURNAL-ENTRY.
           MOVE SPACES TO ENTRY-EPOCH-TXT
           MOVE SPACES TO ENTRY-RID
           MOVE SPACES TO ENTRY-METHOD
           MOVE SPACES TO ENTRY-PATH
           MOVE SPACES TO ENTRY-CTYPE
           MOVE SPACES TO ENTRY-SIZE-TXT
           UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO ENTRY-EPOCH-TXT ENTRY-RID ENTRY-METHOD
                    ENTRY-PATH ENTRY-CTYPE ENTRY-SIZE-TXT

           IF FUNCTION TRIM(ENTRY-RID) = SPACES OR
              FUNCTION TEST-NUMVAL(ENTRY-EPOCH-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ENTRY-EPOCH = FUNCTION NUMVAL(ENTRY-EPOCH-TXT)
           IF ENTRY-EPOCH < FROM-EPOCH OR ENTRY-EPOCH > TO-EPOCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENTRIES-IN-RANGE
           ADD 1 TO FILE-SERIAL
           MOVE "J" TO MASK-SOURCE

           MOVE 0 TO ENTRY-BODY-SIZE
           IF FUNCTION TEST-NUMVAL(ENTRY-SIZE-TXT) = 0
               COMPUTE ENTRY-BODY-SIZE =
                   FUNCTION NUMVAL(ENTRY-SIZE-TXT)
           END-IF

      *> The request id names files here and in the extract.
           MOVE 0 TO SCAN-POS
           INSPECT ENTRY-RID TALLYING SCAN-POS FOR ALL "/"
           IF ENTRY-RID(1:1) = "." OR SCAN-POS > 0
               MOVE "request id unusable as a file name"
                   TO ENTRY-WITHHELD
               PERFORM WITHHOLD-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-BODY-SIZE > LENGTH OF MASK-BUF
               MOVE "body larger than the masking buffer"
                   TO ENTRY-WITHHELD
               PERFORM WITHHOLD-ENTRY
               EXIT PARAGRAPH
           END-IF

      *> The path first: query-string form fields, then patterns.
           MOVE SPACES TO MASK-BUF(1:256)
           MOVE ENTRY-PATH TO MASK-BUF(1:256)
           MOVE 0 TO MASK-LEN
           IF ENTRY-PATH NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ENTRY-PATH))
                   TO MASK-LEN
           END-IF
           MOVE 0 TO FORM-START
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > MASK-LEN OR FORM-START > 0
               IF MASK-BUF(SCAN-POS:1) = "?"
                   COMPUTE FORM-START = SCAN-POS + 1
               END-IF
           END-PERFORM
           IF FORM-START > 0 AND FORM-START <= MASK-LEN
               PERFORM MASK-FORM-RULES
           END-IF
           PERFORM MASK-PATTERN-RULES
           MOVE MASK-BUF(1:256) TO ENTRY-PATH

           IF ENTRY-BODY-SIZE > 0
               PERFORM READ-ENTRY-BODY
               IF FUNCTION TRIM(ENTRY-WITHHELD) NOT = SPACES
                   PERFORM WITHHOLD-ENTRY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION LOWER-CASE(ENTRY-CTYPE)
                   TO ENTRY-CTYPE-LC
               PERFORM MASK-BODY-BY-TYPE
               PERFORM WRITE-ENTRY-BODY
               IF FUNCTION TRIM(ENTRY-WITHHELD) NOT = SPACES
                   MOVE "Y" TO WRITE-FAILED
                   PERFORM WITHHOLD-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ENTRY-BODY-SIZE TO SIZE-DISPLAY
           MOVE SPACES TO ENTRY-OUT-LINE
           STRING FUNCTION TRIM(ENTRY-EPOCH-TXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-RID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-METHOD) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-PATH) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-CTYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SIZE-DISPLAY) DELIMITED BY SIZE
                  INTO ENTRY-OUT-LINE
           WRITE JOURNAL-OUT-RECORD FROM ENTRY-OUT-LINE
           IF JOURNAL-OUT-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAILED
           END-IF
           ADD 1 TO ENTRIES-EXTRACTED

           EXIT PARAGRAPH.

       WITHHOLD-ENTRY.
           ADD 1 TO ENTRIES-WITHHELD
           MOVE SPACES TO REPORT-LINE
           STRING "  withheld " DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-RID) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-EPOCH-TXT) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-WITHHELD) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       READ-ENTRY-BODY.
      *> The whole body into MASK-BUF; ENTRY-BODY-SIZE becomes what
      *> the file actually holds.
           MOVE SPACES TO ENTRY-WITHHELD
           MOVE SPACES TO BODY-PATH
           STRING FUNCTION TRIM(JOURNAL-BODY-DIR) DELIMITED BY SIZE
                  "/body_" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-RID) DELIMITED BY SIZE
                  ".bin" DELIMITED BY SIZE
                  INTO BODY-PATH
           MOVE BODY-PATH TO CRYPT-SOURCE-PATH
           PERFORM CRYPT-OPEN-FOR-READ
           IF CRYPT-RESULT = "NOKEY"
               MOVE SPACES TO ENTRY-WITHHELD
               STRING "body under key " DELIMITED BY SIZE
                      FUNCTION TRIM(CRYPT-FILE-KEY-ID)
                          DELIMITED BY SIZE
                      ", not on hand" DELIMITED BY SIZE
                      INTO ENTRY-WITHHELD
               EXIT PARAGRAPH
           END-IF
           IF CRYPT-RESULT = "FAILED"
               MOVE "body file would not decrypt" TO ENTRY-WITHHELD
               EXIT PARAGRAPH
           END-IF
           IF CRYPT-RESULT = "OK"
               MOVE CRYPT-READ-PATH TO BODY-PATH
           END-IF
           MOVE SPACES TO BODY-PATH-NUL
           STRING FUNCTION TRIM(BODY-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO BODY-PATH-NUL

           CALL "open" USING BY REFERENCE BODY-PATH-NUL,
                             BY VALUE 0
                             RETURNING BODY-FD
           IF BODY-FD < 0
               MOVE "body file missing" TO ENTRY-WITHHELD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MASK-LEN
           MOVE 1 TO BODY-READ-COUNT
           PERFORM UNTIL BODY-READ-COUNT <= 0 OR
                         MASK-LEN >= LENGTH OF MASK-BUF
               COMPUTE BODY-WANT = LENGTH OF MASK-BUF - MASK-LEN
               CALL "read" USING BY VALUE BODY-FD,
                   BY REFERENCE MASK-BUF(MASK-LEN + 1:),
                   BY VALUE BODY-WANT
                   RETURNING BODY-READ-COUNT
               IF BODY-READ-COUNT > 0
                   ADD BODY-READ-COUNT TO MASK-LEN
               END-IF
           END-PERFORM

           CALL "close" USING BY VALUE BODY-FD
               RETURNING BODY-READ-COUNT
           PERFORM CRYPT-RELEASE

           IF MASK-LEN < ENTRY-BODY-SIZE
               MOVE "body file shorter than journaled"
                   TO ENTRY-WITHHELD
               EXIT PARAGRAPH
           END-IF
           MOVE ENTRY-BODY-SIZE TO MASK-LEN

           EXIT PARAGRAPH.

       MASK-BODY-BY-TYPE.
      *> MASK-BUF(1:MASK-LEN) is a body; ENTRY-CTYPE-LC says how
      *> its fields are written.
           IF FUNCTION TRIM(ENTRY-CTYPE-LC) NOT = SPACES
               MOVE 0 TO SCAN-POS
               INSPECT ENTRY-CTYPE-LC TALLYING SCAN-POS
                   FOR ALL "json"
               IF SCAN-POS > 0
                   PERFORM MASK-JSON-RULES
               END-IF
               MOVE 0 TO SCAN-POS
               INSPECT ENTRY-CTYPE-LC TALLYING SCAN-POS
                   FOR ALL "x-www-form-urlencoded"
               IF SCAN-POS > 0
                   MOVE 1 TO FORM-START
                   PERFORM MASK-FORM-RULES
               END-IF
           END-IF
           PERFORM MASK-PATTERN-RULES
           EXIT PARAGRAPH.

       WRITE-ENTRY-BODY.
      *> Raw write, the REQUEST-JOURNAL way, so the masked body is
      *> byte-for-byte the original but for the masked values.
           MOVE SPACES TO ENTRY-WITHHELD
           MOVE SPACES TO BODY-OUT-PATH
           STRING FUNCTION TRIM(OUT-DIR) DELIMITED BY SIZE
                  "/body_" DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-RID) DELIMITED BY SIZE
                  ".bin" DELIMITED BY SIZE
                  INTO BODY-OUT-PATH

           MOVE 2 TO RAW-ACCESS-NUM
           MOVE LOW-VALUES TO RAW-OFFSET
           CALL "CBL_CREATE_FILE" USING BODY-OUT-PATH,
                   RAW-ACCESS, RAW-DENY, RAW-DEVICE, RAW-HANDLE
               RETURNING RAW-RESULT
           IF RAW-RESULT NOT = 0
               MOVE "masked body could not be written"
                   TO ENTRY-WITHHELD
               EXIT PARAGRAPH
           END-IF

           MOVE MASK-LEN TO RAW-LEN
           CALL "CBL_WRITE_FILE" USING RAW-HANDLE, RAW-OFFSET,
                   RAW-LEN, RAW-FLAGS, MASK-BUF
               RETURNING RAW-RESULT
           IF RAW-RESULT NOT = 0
               MOVE "masked body could not be written"
                   TO ENTRY-WITHHELD
           END-IF

           CALL "CBL_CLOSE_FILE" USING RAW-HANDLE
               RETURNING RAW-RESULT

           EXIT PARAGRAPH.

       EXTRACT-TRACES.
           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE SPACES TO LIST-FILE-NAME
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/mask_extract_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".list" DELIMITED BY SIZE
                  INTO LIST-FILE-NAME

           MOVE SPACES TO SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
                  FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  " -maxdepth 1 -type f -name 'trace_*.txt'"
                      DELIMITED BY SIZE
                  " -printf '%Ts|%p\n' > " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           OPEN INPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-FILE-STATUS = "10"
               READ LIST-FILE INTO LIST-LINE
                   AT END
                       MOVE "10" TO LIST-FILE-STATUS
                   NOT AT END
                       PERFORM EXTRACT-ONE-TRACE
               END-READ
           END-PERFORM
           CLOSE LIST-FILE

           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "system" USING SHELL-COMMAND

           EXIT PARAGRAPH.

       EXTRACT-ONE-TRACE.
           MOVE SPACES TO TRACE-MTIME-TXT
           MOVE SPACES TO TRACE-IN-NAME
           UNSTRING LIST-LINE DELIMITED BY "|"
               INTO TRACE-MTIME-TXT TRACE-IN-NAME
           IF FUNCTION TRIM(TRACE-IN-NAME) = SPACES OR
              FUNCTION TEST-NUMVAL(TRACE-MTIME-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE TRACE-MTIME = FUNCTION NUMVAL(TRACE-MTIME-TXT)
           IF TRACE-MTIME < FROM-EPOCH OR TRACE-MTIME > TO-EPOCH
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TRACE-SLASH
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > LENGTH OF TRACE-IN-NAME
               IF TRACE-IN-NAME(SCAN-POS:1) = "/"
                   MOVE SCAN-POS TO TRACE-SLASH
               END-IF
           END-PERFORM
           MOVE SPACES TO TRACE-BASE
           MOVE TRACE-IN-NAME(TRACE-SLASH + 1:) TO TRACE-BASE
           MOVE SPACES TO TRACE-OUT-NAME
           STRING FUNCTION TRIM(OUT-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(TRACE-BASE) DELIMITED BY SIZE
                  INTO TRACE-OUT-NAME

           OPEN INPUT TRACE-IN-FILE
           IF TRACE-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRACE-OUT-FILE
           IF TRACE-OUT-STATUS NOT = "00"
               CLOSE TRACE-IN-FILE
               MOVE "Y" TO WRITE-FAILED
               ADD 1 TO TRACES-FAILED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FILE-SERIAL
           MOVE "T" TO MASK-SOURCE
           MOVE "R" TO TRACE-SECTION
           MOVE SPACES TO TRACE-CTYPE
           PERFORM UNTIL TRACE-IN-STATUS = "10"
               READ TRACE-IN-FILE INTO TRACE-LINE
                   AT END
                       MOVE "10" TO TRACE-IN-STATUS
                   NOT AT END
                       PERFORM MASK-TRACE-LINE
                       WRITE TRACE-OUT-RECORD FROM TRACE-LINE
               END-READ
           END-PERFORM

           CLOSE TRACE-IN-FILE
           CLOSE TRACE-OUT-FILE
           ADD 1 TO TRACES-EXTRACTED

           EXIT PARAGRAPH.

       MASK-TRACE-LINE.
      *> Section headings pass through and switch the section; the
      *> lines under them are masked the way their section is
      *> written (see TRACE-CAPTURE).
           EVALUATE TRUE
               WHEN TRACE-LINE = "HEADERS"
                   MOVE "H" TO TRACE-SECTION
                   EXIT PARAGRAPH
               WHEN TRACE-LINE = "BODY" OR
                    TRACE-LINE(1:16) = "BODY spooled to "
                   MOVE "B" TO TRACE-SECTION
                   EXIT PARAGRAPH
               WHEN TRACE-LINE = "JSON FIELDS"
                   MOVE "J" TO TRACE-SECTION
                   EXIT PARAGRAPH
               WHEN TRACE-LINE = "FORM FIELDS"
                   MOVE "F" TO TRACE-SECTION
                   EXIT PARAGRAPH
               WHEN TRACE-LINE = "RESPONSE (first 500 bytes)"
                   MOVE "P" TO TRACE-SECTION
                   EXIT PARAGRAPH
               WHEN TRACE-LINE(1:15) = "STREAMED BODY ("
                   MOVE "S" TO TRACE-SECTION
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF TRACE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MASK-BUF(1:512)
           MOVE TRACE-LINE TO MASK-BUF(1:512)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TRACE-LINE TRAILING))
               TO MASK-LEN

           EVALUATE TRACE-SECTION
               WHEN "R"
                   IF TRACE-LINE(1:8) = "REQUEST "
                       MOVE 0 TO FORM-START
                       PERFORM VARYING SCAN-POS FROM 1 BY 1
                           UNTIL SCAN-POS > MASK-LEN OR
                                 FORM-START > 0
                           IF MASK-BUF(SCAN-POS:1) = "?"
                               COMPUTE FORM-START = SCAN-POS + 1
                           END-IF
                       END-PERFORM
                       IF FORM-START > 0 AND FORM-START <= MASK-LEN
                           PERFORM MASK-FORM-RULES
                       END-IF
                   END-IF
               WHEN "H"
                   PERFORM NOTE-TRACE-CTYPE
                   PERFORM MASK-HEADER-RULES
               WHEN "B"
                   MOVE FUNCTION LOWER-CASE(TRACE-CTYPE)
                       TO ENTRY-CTYPE-LC
                   PERFORM MASK-BODY-BY-TYPE
                   MOVE MASK-BUF(1:512) TO TRACE-LINE
                   EXIT PARAGRAPH
               WHEN "J"
                   PERFORM MASK-FIELD-LINE
               WHEN "F"
                   PERFORM MASK-FIELD-LINE
               WHEN "P"
                   PERFORM MASK-HEADER-RULES
                   PERFORM MASK-JSON-RULES
               WHEN "S"
                   PERFORM MASK-JSON-RULES
           END-EVALUATE

           PERFORM MASK-PATTERN-RULES
           MOVE MASK-BUF(1:512) TO TRACE-LINE

           EXIT PARAGRAPH.

       NOTE-TRACE-CTYPE.
      *> The request's Content-Type decides how the BODY section is
      *> read.
           MOVE FUNCTION UPPER-CASE(TRACE-LINE(1:16)) TO LINE-NAME
           IF LINE-NAME(1:16) = "  CONTENT-TYPE: "
               MOVE TRACE-LINE(17:64) TO TRACE-CTYPE
           END-IF
           EXIT PARAGRAPH.

       MASK-HEADER-RULES.
      *> MASK-BUF(1:MASK-LEN) is one "Name: value" line (indented in
      *> a capture's HEADERS, CR-terminated in its RESPONSE).
           MOVE 0 TO LINE-SEP-POS
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS >= MASK-LEN OR LINE-SEP-POS > 0
               IF MASK-BUF(SCAN-POS:2) = ": "
                   MOVE SCAN-POS TO LINE-SEP-POS
               END-IF
           END-PERFORM
           IF LINE-SEP-POS <= 1 OR LINE-SEP-POS > 129
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-NAME
           MOVE MASK-BUF(1:LINE-SEP-POS - 1) TO LINE-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LINE-NAME))
               TO LINE-NAME

           COMPUTE VAL-START = LINE-SEP-POS + 2
           COMPUTE SCAN-END = MASK-LEN
           IF MASK-BUF(SCAN-END:1) = X"0D"
               SUBTRACT 1 FROM SCAN-END
           END-IF
           IF SCAN-END < VAL-START
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               IF RULE-KIND(RULE-IDX) = "header" AND
                  FUNCTION UPPER-CASE(RULE-NAME(RULE-IDX)) =
                      LINE-NAME
                   COMPUTE VAL-START = LINE-SEP-POS + 2
                   COMPUTE VAL-LEN = SCAN-END - VAL-START + 1
                   MOVE "S" TO VAL-CONTEXT
                   PERFORM MASK-VALUE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-FIELD-LINE.
      *> One "  key=value" line of a capture's JSON FIELDS or FORM
      *> FIELDS, values already decoded. A JSON key is flattened
      *> ("order.lines.1.sku", "tags.2"); its rule name is the last
      *> name in it.
           MOVE 0 TO LINE-SEP-POS
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > MASK-LEN OR LINE-SEP-POS > 0
               IF MASK-BUF(SCAN-POS:1) = "="
                   MOVE SCAN-POS TO LINE-SEP-POS
               END-IF
           END-PERFORM
           IF LINE-SEP-POS <= 1 OR LINE-SEP-POS > 129 OR
              LINE-SEP-POS >= MASK-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-NAME
           MOVE MASK-BUF(1:LINE-SEP-POS - 1) TO LINE-NAME
           MOVE FUNCTION TRIM(LINE-NAME) TO LINE-NAME
           MOVE LINE-NAME TO LINE-LEAF

           IF TRACE-SECTION = "J"
               PERFORM FIND-LAST-DOT
               IF LINE-DOT-POS > 0 AND
                  LINE-DOT-POS < LINE-NAME-LEN AND
                  LINE-NAME(LINE-DOT-POS + 1:
                      LINE-NAME-LEN - LINE-DOT-POS) IS NUMERIC
                   MOVE SPACES TO LINE-NAME(LINE-DOT-POS:)
                   PERFORM FIND-LAST-DOT
               END-IF
               MOVE SPACES TO LINE-LEAF
               IF LINE-DOT-POS > 0
                   MOVE LINE-NAME(LINE-DOT-POS + 1:) TO LINE-LEAF
               ELSE
                   MOVE LINE-NAME TO LINE-LEAF
               END-IF
           END-IF

           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               IF ((TRACE-SECTION = "J" AND
                    RULE-KIND(RULE-IDX) = "json") OR
                   (TRACE-SECTION = "F" AND
                    RULE-KIND(RULE-IDX) = "form")) AND
                  RULE-NAME(RULE-IDX) = LINE-LEAF
                   COMPUTE VAL-START = LINE-SEP-POS + 1
                   COMPUTE VAL-LEN = MASK-LEN - LINE-SEP-POS
                   MOVE "S" TO VAL-CONTEXT
                   PERFORM MASK-VALUE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       FIND-LAST-DOT.
           MOVE 0 TO LINE-DOT-POS
           MOVE 0 TO LINE-NAME-LEN
           IF LINE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LINE-NAME TRAILING))
               TO LINE-NAME-LEN
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > LINE-NAME-LEN
               IF LINE-NAME(SCAN-POS:1) = "."
                   MOVE SCAN-POS TO LINE-DOT-POS
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-JSON-RULES.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               IF RULE-KIND(RULE-IDX) = "json"
                   PERFORM MASK-JSON-ONE-RULE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-JSON-ONE-RULE.
      *> Every "name" followed by a colon; the value after it is a
      *> string or a number, or is left alone.
           MOVE 1 TO SCAN-POS
           PERFORM UNTIL SCAN-POS + RULE-NAME-LEN(RULE-IDX) + 1
                         > MASK-LEN
               IF MASK-BUF(SCAN-POS:1) = '"' AND
                  MASK-BUF(SCAN-POS + 1:RULE-NAME-LEN(RULE-IDX)) =
                      RULE-NAME(RULE-IDX)
                          (1:RULE-NAME-LEN(RULE-IDX)) AND
                  MASK-BUF(SCAN-POS + RULE-NAME-LEN(RULE-IDX) + 1:1)
                      = '"'
                   COMPUTE SCAN-NEXT =
                       SCAN-POS + RULE-NAME-LEN(RULE-IDX) + 2
                   PERFORM MASK-JSON-VALUE-AT
               ELSE
                   ADD 1 TO SCAN-POS
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-JSON-VALUE-AT.
      *> SCAN-NEXT is just past the closing quote of the name;
      *> SCAN-POS comes back past whatever was looked at.
           MOVE SCAN-NEXT TO SCAN-POS
           PERFORM SKIP-JSON-SPACE
           IF SCAN-POS > MASK-LEN
               EXIT PARAGRAPH
           END-IF
           IF MASK-BUF(SCAN-POS:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SCAN-POS
           PERFORM SKIP-JSON-SPACE
           IF SCAN-POS > MASK-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE MASK-BUF(SCAN-POS:1) TO MASK-CH
           EVALUATE TRUE
               WHEN MASK-CH = '"'
                   COMPUTE VAL-START = SCAN-POS + 1
                   MOVE VAL-START TO SCAN-POS
                   MOVE "N" TO SCAN-DONE
                   PERFORM UNTIL SCAN-POS > MASK-LEN OR
                                 SCAN-DONE = "Y"
                       EVALUATE MASK-BUF(SCAN-POS:1)
                           WHEN '"'
                               MOVE "Y" TO SCAN-DONE
                           WHEN "\"
                               ADD 2 TO SCAN-POS
                           WHEN OTHER
                               ADD 1 TO SCAN-POS
                       END-EVALUATE
                   END-PERFORM
                   IF SCAN-POS > MASK-LEN + 1
                       COMPUTE SCAN-POS = MASK-LEN + 1
                   END-IF
                   COMPUTE VAL-LEN = SCAN-POS - VAL-START
                   MOVE "J" TO VAL-CONTEXT
                   PERFORM MASK-VALUE
                   ADD 1 TO SCAN-POS
               WHEN MASK-CH IS NUMERIC OR MASK-CH = "-"
                   MOVE SCAN-POS TO VAL-START
                   PERFORM UNTIL SCAN-POS > MASK-LEN
                       MOVE MASK-BUF(SCAN-POS:1) TO MASK-CH
                       IF MASK-CH IS NUMERIC OR MASK-CH = "-" OR
                          MASK-CH = "+" OR MASK-CH = "." OR
                          MASK-CH = "e" OR MASK-CH = "E"
                           ADD 1 TO SCAN-POS
                       ELSE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   COMPUTE VAL-LEN = SCAN-POS - VAL-START
                   MOVE "N" TO VAL-CONTEXT
                   PERFORM MASK-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.

       SKIP-JSON-SPACE.
           PERFORM UNTIL SCAN-POS > MASK-LEN
               MOVE MASK-BUF(SCAN-POS:1) TO MASK-CH
               IF MASK-CH = SPACE OR MASK-CH = X"09" OR
                  MASK-CH = X"0A" OR MASK-CH = X"0D"
                   ADD 1 TO SCAN-POS
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-FORM-RULES.
      *> MASK-BUF(FORM-START:) is form-encoded "name=value&...".
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               IF RULE-KIND(RULE-IDX) = "form"
                   PERFORM MASK-FORM-ONE-RULE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-FORM-ONE-RULE.
           MOVE FORM-START TO SCAN-POS
           PERFORM UNTIL SCAN-POS + RULE-NAME-LEN(RULE-IDX) > MASK-LEN
               MOVE "N" TO PAT-OK
               IF SCAN-POS = FORM-START
                   MOVE "Y" TO PAT-OK
               ELSE
                   IF MASK-BUF(SCAN-POS - 1:1) = "&"
                       MOVE "Y" TO PAT-OK
                   END-IF
               END-IF
               IF PAT-OK = "Y" AND
                  MASK-BUF(SCAN-POS:RULE-NAME-LEN(RULE-IDX)) =
                      RULE-NAME(RULE-IDX)
                          (1:RULE-NAME-LEN(RULE-IDX)) AND
                  MASK-BUF(SCAN-POS + RULE-NAME-LEN(RULE-IDX):1)
                      = "="
                   COMPUTE VAL-START =
                       SCAN-POS + RULE-NAME-LEN(RULE-IDX) + 1
                   MOVE VAL-START TO SCAN-POS
                   PERFORM UNTIL SCAN-POS > MASK-LEN
                       MOVE MASK-BUF(SCAN-POS:1) TO MASK-CH
                       IF MASK-CH = "&" OR MASK-CH = SPACE OR
                          MASK-CH = "#" OR MASK-CH = X"0D" OR
                          MASK-CH = X"0A"
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO SCAN-POS
                   END-PERFORM
                   COMPUTE VAL-LEN = SCAN-POS - VAL-START
                   MOVE "F" TO VAL-CONTEXT
                   PERFORM MASK-VALUE
               ELSE
                   ADD 1 TO SCAN-POS
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-PATTERN-RULES.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               IF RULE-KIND(RULE-IDX) = "pattern"
                   PERFORM MASK-PATTERN-ONE-RULE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       MASK-PATTERN-ONE-RULE.
           MOVE 1 TO SCAN-POS
           PERFORM UNTIL SCAN-POS + RULE-NAME-LEN(RULE-IDX) - 1
                         > MASK-LEN
               MOVE "Y" TO PAT-OK
               IF SCAN-POS > 1
                   MOVE MASK-BUF(SCAN-POS - 1:1) TO MASK-CH
                   PERFORM CLASSIFY-CHAR
                   IF CH-CLASS NOT = "O"
                       MOVE "N" TO PAT-OK
                   END-IF
               END-IF
               PERFORM VARYING PAT-IDX FROM 1 BY 1
                   UNTIL PAT-IDX > RULE-NAME-LEN(RULE-IDX) OR
                         PAT-OK = "N"
                   MOVE RULE-NAME(RULE-IDX)(PAT-IDX:1) TO PAT-CH
                   MOVE MASK-BUF(SCAN-POS + PAT-IDX - 1:1) TO MASK-CH
                   PERFORM CLASSIFY-CHAR
                   EVALUATE PAT-CH
                       WHEN "9"
                           IF CH-CLASS NOT = "D"
                               MOVE "N" TO PAT-OK
                           END-IF
                       WHEN "A"
                           IF CH-CLASS NOT = "U" AND CH-CLASS NOT = "L"
                               MOVE "N" TO PAT-OK
                           END-IF
                       WHEN "X"
                           IF CH-CLASS = "O"
                               MOVE "N" TO PAT-OK
                           END-IF
                       WHEN OTHER
                           IF MASK-CH NOT = PAT-CH
                               MOVE "N" TO PAT-OK
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF PAT-OK = "Y" AND
                  SCAN-POS + RULE-NAME-LEN(RULE-IDX) <= MASK-LEN
                   MOVE MASK-BUF(SCAN-POS + RULE-NAME-LEN(RULE-IDX):1)
                       TO MASK-CH
                   PERFORM CLASSIFY-CHAR
                   IF CH-CLASS NOT = "O"
                       MOVE "N" TO PAT-OK
                   END-IF
               END-IF
               IF PAT-OK = "Y"
                   MOVE SCAN-POS TO VAL-START
                   MOVE RULE-NAME-LEN(RULE-IDX) TO VAL-LEN
                   MOVE "P" TO VAL-CONTEXT
                   PERFORM MASK-VALUE
                   ADD RULE-NAME-LEN(RULE-IDX) TO SCAN-POS
               ELSE
                   ADD 1 TO SCAN-POS
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       CLASSIFY-CHAR.
      *> MASK-CH in; CH-CLASS D digit, U/L letter, O anything else.
           EVALUATE TRUE
               WHEN MASK-CH IS NUMERIC
                   MOVE "D" TO CH-CLASS
               WHEN MASK-CH = SPACE
                   MOVE "O" TO CH-CLASS
               WHEN MASK-CH IS ALPHABETIC-UPPER
                   MOVE "U" TO CH-CLASS
               WHEN MASK-CH IS ALPHABETIC-LOWER
                   MOVE "L" TO CH-CLASS
               WHEN OTHER
                   MOVE "O" TO CH-CLASS
           END-EVALUATE
           EXIT PARAGRAPH.

       MASK-VALUE.
      *> MASK-BUF(VAL-START:VAL-LEN) under rule RULE-IDX, in place
      *> and at the same length.
           IF VAL-LEN = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE VAL-END = VAL-START + VAL-LEN - 1

           EVALUATE RULE-ACTION(RULE-IDX)
               WHEN "blank"
                   PERFORM BLANK-VALUE
               WHEN "fixed"
                   PERFORM FIXED-VALUE
               WHEN "last4"
                   MOVE "C" TO WALK-MODE
                   PERFORM WALK-VALUE
                   MOVE ALNUM-K TO ALNUM-TOTAL
                   MOVE "L" TO WALK-MODE
                   PERFORM WALK-VALUE
               WHEN "pseudonym"
                   PERFORM HASH-VALUE
                   MOVE "P" TO WALK-MODE
                   PERFORM WALK-VALUE
           END-EVALUATE

           IF VAL-CONTEXT = "N"
               PERFORM FIX-LEADING-ZERO
           END-IF

           IF MASK-SOURCE = "J"
               ADD 1 TO RULE-JOURNAL-HITS(RULE-IDX)
           ELSE
               ADD 1 TO RULE-TRACE-HITS(RULE-IDX)
           END-IF
           IF RULE-LAST-FILE(RULE-IDX) NOT = FILE-SERIAL
               ADD 1 TO RULE-FILES(RULE-IDX)
               MOVE FILE-SERIAL TO RULE-LAST-FILE(RULE-IDX)
           END-IF
           EXIT PARAGRAPH.

       BLANK-VALUE.
           PERFORM VARYING VAL-POS FROM VAL-START BY 1
               UNTIL VAL-POS > VAL-END
               MOVE MASK-BUF(VAL-POS:1) TO MASK-CH
               PERFORM CLASSIFY-CHAR
               EVALUATE VAL-CONTEXT
                   WHEN "F"
                       MOVE "+" TO MASK-BUF(VAL-POS:1)
                   WHEN "N"
                       IF CH-CLASS = "D"
                           MOVE "0" TO MASK-BUF(VAL-POS:1)
                       END-IF
                   WHEN "P"
                       IF CH-CLASS = "D"
                           MOVE "0" TO MASK-BUF(VAL-POS:1)
                       END-IF
                       IF CH-CLASS = "U" OR CH-CLASS = "L"
                           MOVE "X" TO MASK-BUF(VAL-POS:1)
                       END-IF
                   WHEN OTHER
                       MOVE SPACE TO MASK-BUF(VAL-POS:1)
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       FIXED-VALUE.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
               UNTIL VAL-IDX > VAL-LEN
               COMPUTE VAL-POS = VAL-START + VAL-IDX - 1
               IF VAL-IDX <= RULE-FIXED-LEN(RULE-IDX)
                   MOVE RULE-FIXED(RULE-IDX)(VAL-IDX:1)
                       TO MASK-BUF(VAL-POS:1)
                   IF VAL-CONTEXT = "F" AND
                      MASK-BUF(VAL-POS:1) = SPACE
                       MOVE "+" TO MASK-BUF(VAL-POS:1)
                   END-IF
               ELSE
                   EVALUATE VAL-CONTEXT
                       WHEN "F"
                           MOVE "+" TO MASK-BUF(VAL-POS:1)
                       WHEN "N"
                           MOVE "0" TO MASK-BUF(VAL-POS:1)
                       WHEN "P"
                           MOVE "X" TO MASK-BUF(VAL-POS:1)
                       WHEN OTHER
                           MOVE SPACE TO MASK-BUF(VAL-POS:1)
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       WALK-VALUE.
      *> Visits the value's letters and digits in order, stepping
      *> over escape sequences: WALK-MODE C counts them into
      *> ALNUM-K, L masks all but the last four, P swaps each for
      *> its pseudonym character.
           MOVE 0 TO ALNUM-K
           MOVE VAL-START TO VAL-POS
           PERFORM UNTIL VAL-POS > VAL-END
               MOVE MASK-BUF(VAL-POS:1) TO MASK-CH
               EVALUATE TRUE
                   WHEN VAL-CONTEXT = "J" AND MASK-CH = "\"
                       IF VAL-POS < VAL-END AND
                          MASK-BUF(VAL-POS + 1:1) = "u"
                           ADD 6 TO VAL-POS
                       ELSE
                           ADD 2 TO VAL-POS
                       END-IF
                   WHEN VAL-CONTEXT = "F" AND MASK-CH = "%"
                       ADD 3 TO VAL-POS
                   WHEN OTHER
                       PERFORM CLASSIFY-CHAR
                       IF CH-CLASS NOT = "O"
                           ADD 1 TO ALNUM-K
                           EVALUATE WALK-MODE
                               WHEN "L"
                                   PERFORM LAST4-ONE-CHAR
                               WHEN "P"
                                   PERFORM PSEUDONYM-ONE-CHAR
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                       ADD 1 TO VAL-POS
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       LAST4-ONE-CHAR.
           IF ALNUM-K + 4 > ALNUM-TOTAL
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN VAL-CONTEXT = "N"
                   MOVE "0" TO MASK-BUF(VAL-POS:1)
               WHEN VAL-CONTEXT = "P" AND CH-CLASS = "D"
                   MOVE "0" TO MASK-BUF(VAL-POS:1)
               WHEN OTHER
                   MOVE "X" TO MASK-BUF(VAL-POS:1)
           END-EVALUATE
           EXIT PARAGRAPH.

       HASH-VALUE.
      *> HMAC of the value as it reads decoded -- a form value's
      *> "+" and "%hh" and a JSON string's escapes undone -- so
      *> the same value hashes the same in a body, a query string
      *> and a trace's field list.
           PERFORM HMAC-BEGIN
           MOVE SPACES TO SHA-IN-BUF
           MOVE 0 TO SHA-IN-LEN
           MOVE VAL-START TO VAL-POS
           PERFORM UNTIL VAL-POS > VAL-END OR
                         SHA-IN-LEN >= LENGTH OF SHA-IN-BUF
               ADD 1 TO SHA-IN-LEN
               MOVE MASK-BUF(VAL-POS:1) TO MASK-CH
               EVALUATE TRUE
                   WHEN VAL-CONTEXT = "F" AND MASK-CH = "+"
                       MOVE SPACE TO SHA-IN-BUF(SHA-IN-LEN:1)
                       ADD 1 TO VAL-POS
                   WHEN VAL-CONTEXT = "F" AND MASK-CH = "%" AND
                        VAL-POS + 2 <= VAL-END
                       MOVE MASK-BUF(VAL-POS + 1:1) TO HEX-CH
                       PERFORM HEX-DIGIT-VALUE
                       MOVE HEX-VAL TO HEX-HI
                       MOVE MASK-BUF(VAL-POS + 2:1) TO HEX-CH
                       PERFORM HEX-DIGIT-VALUE
                       MOVE HEX-VAL TO HEX-LO
                       MOVE FUNCTION CHAR(HEX-HI * 16 + HEX-LO + 1)
                           TO SHA-IN-BUF(SHA-IN-LEN:1)
                       ADD 3 TO VAL-POS
                   WHEN VAL-CONTEXT = "J" AND MASK-CH = "\" AND
                        VAL-POS < VAL-END
                       PERFORM DECODE-JSON-ESCAPE
                   WHEN OTHER
                       MOVE MASK-CH TO SHA-IN-BUF(SHA-IN-LEN:1)
                       ADD 1 TO VAL-POS
               END-EVALUATE
           END-PERFORM

           PERFORM SHA-UPDATE
           PERFORM HMAC-FINISH
           EXIT PARAGRAPH.

       DECODE-JSON-ESCAPE.
      *> The escape at VAL-POS into SHA-IN-BUF(SHA-IN-LEN:1); a
      *> \u escape beyond one byte goes in as written.
           MOVE MASK-BUF(VAL-POS + 1:1) TO MASK-CH
           EVALUATE MASK-CH
               WHEN "n"
                   MOVE X"0A" TO SHA-IN-BUF(SHA-IN-LEN:1)
               WHEN "t"
                   MOVE X"09" TO SHA-IN-BUF(SHA-IN-LEN:1)
               WHEN "r"
                   MOVE X"0D" TO SHA-IN-BUF(SHA-IN-LEN:1)
               WHEN "b"
                   MOVE X"08" TO SHA-IN-BUF(SHA-IN-LEN:1)
               WHEN "f"
                   MOVE X"0C" TO SHA-IN-BUF(SHA-IN-LEN:1)
               WHEN "u"
                   IF VAL-POS + 5 <= VAL-END AND
                      MASK-BUF(VAL-POS + 2:2) = "00"
                       MOVE MASK-BUF(VAL-POS + 4:1) TO HEX-CH
                       PERFORM HEX-DIGIT-VALUE
                       MOVE HEX-VAL TO HEX-HI
                       MOVE MASK-BUF(VAL-POS + 5:1) TO HEX-CH
                       PERFORM HEX-DIGIT-VALUE
                       MOVE HEX-VAL TO HEX-LO
                       MOVE FUNCTION CHAR(HEX-HI * 16 + HEX-LO + 1)
                           TO SHA-IN-BUF(SHA-IN-LEN:1)
                       ADD 6 TO VAL-POS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "\" TO SHA-IN-BUF(SHA-IN-LEN:1)
                   ADD 1 TO VAL-POS
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE MASK-CH TO SHA-IN-BUF(SHA-IN-LEN:1)
           END-EVALUATE
           ADD 2 TO VAL-POS
           EXIT PARAGRAPH.

       HEX-DIGIT-VALUE.
           EVALUATE TRUE
               WHEN HEX-CH IS NUMERIC
                   COMPUTE HEX-VAL = FUNCTION ORD(HEX-CH) - 49
               WHEN HEX-CH >= "a" AND HEX-CH <= "f"
                   COMPUTE HEX-VAL = FUNCTION ORD(HEX-CH) - 88
               WHEN HEX-CH >= "A" AND HEX-CH <= "F"
                   COMPUTE HEX-VAL = FUNCTION ORD(HEX-CH) - 56
               WHEN OTHER
                   MOVE 0 TO HEX-VAL
           END-EVALUATE
           EXIT PARAGRAPH.

       PSEUDONYM-ONE-CHAR.
      *> The ALNUM-K'th letter or digit takes its replacement from
      *> the ALNUM-K'th byte of the MAC, cycling past the 32nd; a
      *> leading digit is never 0, so a number stays a number.
           COMPUTE PSEUDO-POS =
               FUNCTION MOD(ALNUM-K - 1, 32) * 2 + 1
           MOVE HMAC-HEX(PSEUDO-POS:1) TO HEX-CH
           PERFORM HEX-DIGIT-VALUE
           MOVE HEX-VAL TO HEX-HI
           MOVE HMAC-HEX(PSEUDO-POS + 1:1) TO HEX-CH
           PERFORM HEX-DIGIT-VALUE
           MOVE HEX-VAL TO HEX-LO
           COMPUTE PSEUDO-BYTE = HEX-HI * 16 + HEX-LO
               + ((ALNUM-K - 1) / 32) * 7

           EVALUATE CH-CLASS
               WHEN "D"
                   IF ALNUM-K = 1
                       COMPUTE PSEUDO-POS =
                           FUNCTION MOD(PSEUDO-BYTE, 9) + 2
                   ELSE
                       COMPUTE PSEUDO-POS =
                           FUNCTION MOD(PSEUDO-BYTE, 10) + 1
                   END-IF
                   MOVE PSEUDO-DIGITS(PSEUDO-POS:1)
                       TO MASK-BUF(VAL-POS:1)
               WHEN "U"
                   COMPUTE PSEUDO-POS =
                       FUNCTION MOD(PSEUDO-BYTE, 26) + 1
                   MOVE PSEUDO-UPPER(PSEUDO-POS:1)
                       TO MASK-BUF(VAL-POS:1)
               WHEN "L"
                   COMPUTE PSEUDO-POS =
                       FUNCTION MOD(PSEUDO-BYTE, 26) + 1
                   MOVE PSEUDO-LOWER(PSEUDO-POS:1)
                       TO MASK-BUF(VAL-POS:1)
           END-EVALUATE
           EXIT PARAGRAPH.

       FIX-LEADING-ZERO.
      *> A JSON number may not start 0 and go on with digits; blank
      *> and last4 zeros would make it one, so its first digit
      *> becomes 9.
           MOVE VAL-START TO VAL-POS
           IF MASK-BUF(VAL-POS:1) = "-"
               ADD 1 TO VAL-POS
           END-IF
           IF VAL-POS < VAL-END AND
              MASK-BUF(VAL-POS:1) = "0" AND
              MASK-BUF(VAL-POS + 1:1) IS NUMERIC
               MOVE "9" TO MASK-BUF(VAL-POS:1)
           END-IF
           EXIT PARAGRAPH.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE "MASKED EXTRACT REPORT" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run at:     " DELIMITED BY SIZE
                  RUN-STAMP(1:4) "-" RUN-STAMP(5:2) "-"
                  RUN-STAMP(7:2) " " RUN-STAMP(9:2) ":"
                  RUN-STAMP(11:2) ":" RUN-STAMP(13:2)
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE FROM-EPOCH TO FROM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF TO-EPOCH = 9999999999
               STRING "Range:      " DELIMITED BY SIZE
                      FUNCTION TRIM(FROM-DISPLAY) DELIMITED BY SIZE
                      " to latest (epoch seconds)" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE TO-EPOCH TO EPOCH-DISPLAY
               STRING "Range:      " DELIMITED BY SIZE
                      FUNCTION TRIM(FROM-DISPLAY) DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      FUNCTION TRIM(EPOCH-DISPLAY) DELIMITED BY SIZE
                      " (epoch seconds)" DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF FUNCTION TRIM(JOURNAL-DIR) = SPACES
               MOVE "Journal:    no JOURNAL_DIR configured"
                   TO REPORT-LINE
           ELSE
               STRING "Journal:    " DELIMITED BY SIZE
                      FUNCTION TRIM(JOURNAL-DIR) DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Traces:     " DELIMITED BY SIZE
                  FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RULE-COUNT TO NUM-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Rules:      " DELIMITED BY SIZE
                  FUNCTION TRIM(RULES-FILE-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  " rule(s))" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Withheld (not in the extract):" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-SUMMARY.
           IF ENTRIES-WITHHELD = 0
               MOVE "  none" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Masked per rule (values in journal / in traces,"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "files touched):" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               MOVE RULE-LINE-NO(RULE-IDX) TO NUM-DISP-4
               MOVE SPACES TO REPORT-LINE
               STRING "  line " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP-4) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-KIND(RULE-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-NAME(RULE-IDX))
                          DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-ACTION(RULE-IDX))
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE RULE-JOURNAL-HITS(RULE-IDX) TO NUM-DISP
               MOVE RULE-TRACE-HITS(RULE-IDX) TO NUM-DISP-2
               MOVE RULE-FILES(RULE-IDX) TO NUM-DISP-3
               MOVE SPACES TO REPORT-LINE
               STRING "      " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP-2) DELIMITED BY SIZE
                      " value(s) in " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM-DISP-3) DELIMITED BY SIZE
                      " file(s)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ENTRIES-IN-RANGE TO NUM-DISP
           MOVE ENTRIES-EXTRACTED TO NUM-DISP-2
           MOVE ENTRIES-WITHHELD TO NUM-DISP-3
           MOVE SPACES TO REPORT-LINE
           STRING "Journal entries in range: " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  ", extracted " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP-2) DELIMITED BY SIZE
                  ", withheld " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP-3) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TRACES-EXTRACTED TO NUM-DISP
           MOVE TRACES-FAILED TO NUM-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "Traces in range: extracted " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP) DELIMITED BY SIZE
                  ", not written " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISP-2) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Index lines carry no seals; replay the extract with"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL-REPLAY <host> <port> " DELIMITED BY SIZE
                  FUNCTION TRIM(OUT-DIR) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EXIT PARAGRAPH.

       LOAD-EXTRACT-CONFIG.
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
                       PERFORM APPLY-EXTRACT-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-EXTRACT-CONFIG-LINE.
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
               WHEN "JOURNAL_DIR"
                   MOVE CONFIG-VAL TO JOURNAL-DIR
               WHEN "TEMP_DIR"
                   MOVE CONFIG-VAL TO TEMP-DIR
                   MOVE CONFIG-VAL TO CRYPT-TEMP-DIR
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CRYPT-KEY-FILE
               WHEN "MASK_RULES_FILE"
                   MOVE CONFIG-VAL TO RULES-FILE-NAME
               WHEN "MASK_PSEUDONYM_KEY"
                   MOVE CONFIG-VAL TO PSEUDONYM-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT PARAGRAPH.

       COPY HMAC-SHA256.
       COPY FILE-CRYPT.

      *> Layout-driven conversion of fixed-width record files; see
      *> CONVERT-FIELDS for the layout file and the parameters.
      *> Every record comes back with its fields decoded and a list
      *> of what could not be: a bad zoned or packed value is null
      *> with an error naming the field, and a record shorter than
      *> the layout says so -- nothing is coerced to zero or blank.
       HANDLE-CONVERT.
           IF FUNCTION TRIM(CONFIG-LAYOUTS-FILE) = SPACES
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CONVERT-PARAMS
           IF CONV-PROBLEM NOT = SPACES
               MOVE "400" TO ERROR-STATUS-CODE
               MOVE "Bad Request" TO ERROR-STATUS-TEXT
               PERFORM SEND-CONVERT-PROBLEM
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CONVERT-LAYOUT
           IF CONV-LAYOUT-BAD = "Y"
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF CONV-FIELD-COUNT = 0
               MOVE "unknown layout" TO CONV-PROBLEM
               MOVE "404" TO ERROR-STATUS-CODE
               MOVE "Not Found" TO ERROR-STATUS-TEXT
               PERFORM SEND-CONVERT-PROBLEM
               EXIT PARAGRAPH
           END-IF

      *> Packed bytes can hold X"0A", so a layout with a packed
      *> field is read as back-to-back fixed-length records unless
      *> the caller says the file is newline-terminated.
           IF CONV-RECFM = SPACES
               IF CONV-HAS-PACKED = "Y"
                   MOVE "fixed" TO CONV-RECFM
               ELSE
                   MOVE "lines" TO CONV-RECFM
               END-IF
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           CALL "time" USING BY VALUE 0 RETURNING FILE-TIMESTAMP
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE FILE-TIMESTAMP TO FILE-TIMESTAMP-DISP

           MOVE "N" TO CONV-IN-TEMP
           MOVE SPACES TO UPLOAD-RECALL-PATH
           IF HTTP-METHOD = "GET"
               PERFORM LOCATE-CONVERT-UPLOAD
               IF CONV-IN-PATH = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "request body" TO CONV-SOURCE
               IF BODY-SPOOLED = "Y"
                   MOVE BODY-SPOOL-FILE TO CONV-IN-PATH
               ELSE
                   MOVE SPACES TO CONV-IN-PATH
                   STRING FUNCTION TRIM(CONFIG-TEMP-DIR)
                              DELIMITED BY SIZE
                          "/convin_" DELIMITED BY SIZE
                          PROCESS-ID-DISPLAY DELIMITED BY SIZE
                          "_" DELIMITED BY SIZE
                          FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                          INTO CONV-IN-PATH
                   MOVE CONV-IN-PATH TO REQUEST-BODY-FILE-NAME
                   PERFORM WRITE-REQUEST-BODY-FILE
                   MOVE "Y" TO CONV-IN-TEMP
               END-IF
           END-IF

           MOVE SPACES TO CONV-OUT-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/convout_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO CONV-OUT-NAME

           PERFORM RUN-CONVERSION

           IF CONV-IN-TEMP = "Y"
               MOVE SPACES TO CONV-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-IN-PATH) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                      INTO CONV-COMMAND
               CALL "system" USING CONV-COMMAND
           END-IF
           PERFORM REMOVE-RECALLED-UPLOAD

           IF CONV-IN-FD < 0
               PERFORM SEND-500-RESPONSE
           ELSE
               PERFORM SEND-CONVERT-RESULT
           END-IF

           MOVE SPACES TO CONV-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(CONV-OUT-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CONV-COMMAND
           CALL "system" USING CONV-COMMAND
           EXIT PARAGRAPH.

       READ-CONVERT-PARAMS.
           MOVE SPACES TO CONV-LAYOUT-NAME
           MOVE SPACES TO CONV-FORMAT
           MOVE SPACES TO CONV-RECFM
           MOVE SPACES TO CONV-PROBLEM

           PERFORM VARYING CONV-QP-IDX FROM 1 BY 1
               UNTIL CONV-QP-IDX > QUERY-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QUERY-PARAM-KEY(CONV-QP-IDX))
                   WHEN "layout"
                       IF FUNCTION LENGTH(FUNCTION TRIM(
                              QUERY-PARAM-VALUE(CONV-QP-IDX))) >
                          LENGTH OF CONV-LAYOUT-NAME
                           MOVE "unknown layout" TO CONV-PROBLEM
                       ELSE
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               QUERY-PARAM-VALUE(CONV-QP-IDX)))
                               TO CONV-LAYOUT-NAME
                       END-IF
                   WHEN "format"
                       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                           QUERY-PARAM-VALUE(CONV-QP-IDX)))
                           TO CONV-FORMAT
                   WHEN "recfm"
                       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                           QUERY-PARAM-VALUE(CONV-QP-IDX)))
                           TO CONV-RECFM
               END-EVALUATE
           END-PERFORM

           IF CONV-PROBLEM NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CONV-LAYOUT-NAME = SPACES
               MOVE "layout parameter required" TO CONV-PROBLEM
               EXIT PARAGRAPH
           END-IF
           IF CONV-FORMAT = SPACES
               MOVE "json" TO CONV-FORMAT
           END-IF
           IF CONV-FORMAT NOT = "json" AND CONV-FORMAT NOT = "csv"
               MOVE "format must be json or csv" TO CONV-PROBLEM
               EXIT PARAGRAPH
           END-IF
           IF CONV-RECFM NOT = SPACES AND
              CONV-RECFM NOT = "lines" AND CONV-RECFM NOT = "fixed"
               MOVE "recfm must be lines or fixed" TO CONV-PROBLEM
           END-IF
           EXIT PARAGRAPH.

       SEND-CONVERT-PROBLEM.
      *> The status says what class of problem; the header says
      *> which one, without a body format of its own to maintain.
           MOVE SPACES TO ERROR-EXTRA-HEADER
           STRING "X-Convert-Error: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONV-PROBLEM) DELIMITED BY SIZE
                  INTO ERROR-EXTRA-HEADER
           PERFORM BUILD-ERROR-RESPONSE
           EXIT PARAGRAPH.

       LOAD-CONVERT-LAYOUT.
      *> Collects the named layout's fields. A malformed line for
      *> that layout makes the whole layout unusable (logged with
      *> its line number for the operator); lines for other
      *> layouts are not checked here.
           MOVE 0 TO CONV-FIELD-COUNT
           MOVE 0 TO CONV-REC-LENGTH
           MOVE 0 TO CONV-LAYOUT-LINE-NO
           MOVE "N" TO CONV-LAYOUT-BAD
           MOVE "N" TO CONV-HAS-PACKED

           OPEN INPUT CONV-LAYOUT-FILE
           IF CONV-LAYOUT-STATUS NOT = "00"
               DISPLAY "WARN: cannot open LAYOUTS_FILE "
                   FUNCTION TRIM(CONFIG-LAYOUTS-FILE) " (status "
                   CONV-LAYOUT-STATUS ")"
               MOVE "Y" TO CONV-LAYOUT-BAD
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONV-LAYOUT-STATUS NOT = "00"
               READ CONV-LAYOUT-FILE INTO CONV-LAYOUT-LINE
                   AT END
                       MOVE "10" TO CONV-LAYOUT-STATUS
                   NOT AT END
                       ADD 1 TO CONV-LAYOUT-LINE-NO
                       PERFORM LOAD-CONVERT-LAYOUT-LINE
               END-READ
           END-PERFORM
           CLOSE CONV-LAYOUT-FILE
           EXIT PARAGRAPH.

       LOAD-CONVERT-LAYOUT-LINE.
           MOVE FUNCTION TRIM(CONV-LAYOUT-LINE) TO CONV-LAYOUT-LINE
           IF CONV-LAYOUT-LINE = SPACES OR
              CONV-LAYOUT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONV-IN-LAYOUT CONV-IN-FIELD
               CONV-IN-START CONV-IN-LENGTH CONV-IN-TYPE
               CONV-IN-DECIMALS
           UNSTRING CONV-LAYOUT-LINE DELIMITED BY "|"
               INTO CONV-IN-LAYOUT CONV-IN-FIELD CONV-IN-START
                    CONV-IN-LENGTH CONV-IN-TYPE CONV-IN-DECIMALS
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONV-IN-LAYOUT)) NOT =
              CONV-LAYOUT-NAME
               EXIT PARAGRAPH
           END-IF

           IF CONV-FIELD-COUNT >= 200
               DISPLAY "WARN: LAYOUTS_FILE line " CONV-LAYOUT-LINE-NO
                   ": layout " FUNCTION TRIM(CONV-LAYOUT-NAME)
                   " has more than 200 fields"
               MOVE "Y" TO CONV-LAYOUT-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CONV-FIELD-COUNT
           MOVE CONV-FIELD-COUNT TO CONV-FX

      *> Field names go into JSON keys and CSV headers verbatim, so
      *> they are held to the characters that need no quoting.
           MOVE FUNCTION TRIM(CONV-IN-FIELD) TO CONV-FIELD-NAME(CONV-FX)
           IF CONV-FIELD-NAME(CONV-FX) = SPACES
               DISPLAY "WARN: LAYOUTS_FILE line " CONV-LAYOUT-LINE-NO
                   ": field name missing"
               MOVE "Y" TO CONV-LAYOUT-BAD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CONV-NAME-POS FROM 1 BY 1
               UNTIL CONV-NAME-POS >
                   FUNCTION LENGTH(FUNCTION TRIM(CONV-IN-FIELD))
               IF (CONV-IN-FIELD(CONV-NAME-POS:1) < "A" OR
                   CONV-IN-FIELD(CONV-NAME-POS:1) > "Z") AND
                  (CONV-IN-FIELD(CONV-NAME-POS:1) < "a" OR
                   CONV-IN-FIELD(CONV-NAME-POS:1) > "z") AND
                  (CONV-IN-FIELD(CONV-NAME-POS:1) < "0" OR
                   CONV-IN-FIELD(CONV-NAME-POS:1) > "9") AND
                  CONV-IN-FIELD(CONV-NAME-POS:1) NOT = "-" AND
                  CONV-IN-FIELD(CONV-NAME-POS:1) NOT = "_"
                   DISPLAY "WARN: LAYOUTS_FILE line "
                       CONV-LAYOUT-LINE-NO ": field name "
                       FUNCTION TRIM(CONV-IN-FIELD)
                       " may only use letters, digits, - and _"
                   MOVE "Y" TO CONV-LAYOUT-BAD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE CONV-IN-START TO CONV-NUM-TEXT
           PERFORM CHECK-LAYOUT-NUMBER
           IF CONV-NUM-OK = "N" OR CONV-NUM-VALUE = 0
               DISPLAY "WARN: LAYOUTS_FILE line " CONV-LAYOUT-LINE-NO
                   ": bad start " FUNCTION TRIM(CONV-IN-START)
               MOVE "Y" TO CONV-LAYOUT-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE CONV-NUM-VALUE TO CONV-FIELD-START(CONV-FX)

           MOVE CONV-IN-LENGTH TO CONV-NUM-TEXT
           PERFORM CHECK-LAYOUT-NUMBER
           IF CONV-NUM-OK = "N" OR CONV-NUM-VALUE = 0
               DISPLAY "WARN: LAYOUTS_FILE line " CONV-LAYOUT-LINE-NO
                   ": bad length " FUNCTION TRIM(CONV-IN-LENGTH)
               MOVE "Y" TO CONV-LAYOUT-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE CONV-NUM-VALUE TO CONV-FIELD-LEN(CONV-FX)

           COMPUTE CONV-NUM-VALUE = CONV-FIELD-START(CONV-FX) +
               CONV-FIELD-LEN(CONV-FX) - 1
           IF CONV-NUM-VALUE > LENGTH OF CONV-RECORD
               DISPLAY "WARN: LAYOUTS_FILE line " CONV-LAYOUT-LINE-NO
                   ": field ends past byte 4096"
               MOVE "Y" TO CONV-LAYOUT-BAD
               EXIT PARAGRAPH
           END-IF
           IF CONV-NUM-VALUE > CONV-REC-LENGTH
               MOVE CONV-NUM-VALUE TO CONV-REC-LENGTH
           END-IF

           MOVE 0 TO CONV-FIELD-DEC(CONV-FX)
           IF CONV-IN-DECIMALS NOT = SPACES
               MOVE CONV-IN-DECIMALS TO CONV-NUM-TEXT
               PERFORM CHECK-LAYOUT-NUMBER
               IF CONV-NUM-OK = "N" OR CONV-NUM-VALUE > 18
                   DISPLAY "WARN: LAYOUTS_FILE line "
                       CONV-LAYOUT-LINE-NO ": bad decimals "
                       FUNCTION TRIM(CONV-IN-DECIMALS)
                   MOVE "Y" TO CONV-LAYOUT-BAD
                   EXIT PARAGRAPH
               END-IF
               MOVE CONV-NUM-VALUE TO CONV-FIELD-DEC(CONV-FX)
           END-IF

      *> 18 zoned digits and 10 packed bytes (19 digits) are the
      *> widest numbers the enterprise compilers produce.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONV-IN-TYPE))
               TO CONV-FIELD-TYPE(CONV-FX)
           EVALUATE CONV-FIELD-TYPE(CONV-FX)
               WHEN "X"
                   CONTINUE
               WHEN "Z"
                   IF CONV-FIELD-LEN(CONV-FX) > 18
                       DISPLAY "WARN: LAYOUTS_FILE line "
                           CONV-LAYOUT-LINE-NO
                           ": zoned field longer than 18"
                       MOVE "Y" TO CONV-LAYOUT-BAD
                   END-IF
               WHEN "P"
                   MOVE "Y" TO CONV-HAS-PACKED
                   IF CONV-FIELD-LEN(CONV-FX) > 10
                       DISPLAY "WARN: LAYOUTS_FILE line "
                           CONV-LAYOUT-LINE-NO
                           ": packed field longer than 10"
                       MOVE "Y" TO CONV-LAYOUT-BAD
                   END-IF
               WHEN OTHER
                   DISPLAY "WARN: LAYOUTS_FILE line "
                       CONV-LAYOUT-LINE-NO ": type "
                       FUNCTION TRIM(CONV-IN-TYPE)
                       " is not X, Z or P"
                   MOVE "Y" TO CONV-LAYOUT-BAD
           END-EVALUATE
           EXIT PARAGRAPH.

       CHECK-LAYOUT-NUMBER.
      *> Whole numbers of up to five digits only; CONV-NUM-TEXT in,
      *> CONV-NUM-OK / CONV-NUM-VALUE out.
           MOVE "N" TO CONV-NUM-OK
           MOVE 0 TO CONV-NUM-VALUE
           MOVE FUNCTION TRIM(CONV-NUM-TEXT) TO CONV-NUM-TEXT
           IF CONV-NUM-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CONV-NUM-TEXT))
               TO CONV-NUM-LEN
           IF CONV-NUM-LEN > 5
               EXIT PARAGRAPH
           END-IF
           IF CONV-NUM-TEXT(1:CONV-NUM-LEN) IS NUMERIC
               COMPUTE CONV-NUM-VALUE =
                   FUNCTION NUMVAL(CONV-NUM-TEXT(1:CONV-NUM-LEN))
               MOVE "Y" TO CONV-NUM-OK
           END-IF
           EXIT PARAGRAPH.

       LOCATE-CONVERT-UPLOAD.
      *> GET /convert/<id>: the same id rules, review gate, archive
      *> recall and checksum proof as GET /uploads/<id>, ending
      *> with CONV-IN-PATH set -- or blank, with the refusal sent.
           MOVE SPACES TO CONV-IN-PATH
           IF FUNCTION TRIM(CONFIG-UPLOAD-STORE-DIR) = SPACES
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO UPLOAD-ID
           MOVE URL-PATH(10:) TO UPLOAD-ID

           MOVE "Y" TO UPLOAD-ID-OK
           IF FUNCTION TRIM(UPLOAD-ID) = SPACES
               MOVE "N" TO UPLOAD-ID-OK
           END-IF
           PERFORM VARYING UPLOAD-ID-POS FROM 1 BY 1
               UNTIL UPLOAD-ID-POS >
                   FUNCTION LENGTH(FUNCTION TRIM(UPLOAD-ID))
               IF (UPLOAD-ID(UPLOAD-ID-POS:1) < "0" OR
                   UPLOAD-ID(UPLOAD-ID-POS:1) > "9") AND
                  UPLOAD-ID(UPLOAD-ID-POS:1) NOT = "_"
                   MOVE "N" TO UPLOAD-ID-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF UPLOAD-ID-OK = "N"
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UPLOAD-FOUND
           PERFORM SET-UPLOAD-IDX-NAME
           OPEN INPUT UPLOAD-IDX-FILE
           IF UPLOAD-IDX-STATUS = "00"
               PERFORM UNTIL UPLOAD-IDX-STATUS = "10"
                   READ UPLOAD-IDX-FILE INTO UPLOAD-IDX-LINE
                       AT END
                           MOVE "10" TO UPLOAD-IDX-STATUS
                       NOT AT END
                           MOVE SPACES TO UPLOAD-ENTRY-STATUS
                           MOVE SPACES TO UPLOAD-ENTRY-TIER
                           MOVE SPACES TO UPLOAD-ENTRY-ARCHIVE
                           UNSTRING UPLOAD-IDX-LINE
                               DELIMITED BY "|"
                               INTO UPLOAD-ENTRY-ID
                                    UPLOAD-ENTRY-FILENAME
                                    UPLOAD-ENTRY-SIZE
                                    UPLOAD-ENTRY-CTYPE
                                    UPLOAD-ENTRY-UPLOADER
                                    UPLOAD-ENTRY-TS-TXT
                                    UPLOAD-ENTRY-CKSUM
                                    UPLOAD-ENTRY-STATUS
                                    UPLOAD-ENTRY-REVIEWER
                                    UPLOAD-ENTRY-REV-TS
                                    UPLOAD-ENTRY-TIER
                                    UPLOAD-ENTRY-ARCHIVE
                           IF FUNCTION TRIM(UPLOAD-ENTRY-ID) =
                                   FUNCTION TRIM(UPLOAD-ID)
                               MOVE "Y" TO UPLOAD-FOUND
                               MOVE "10" TO UPLOAD-IDX-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-IDX-FILE
           END-IF

           IF UPLOAD-FOUND = "N"
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(UPLOAD-ENTRY-STATUS) NOT = SPACES AND
              FUNCTION TRIM(UPLOAD-ENTRY-STATUS) NOT = "APPROVED"
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

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

           MOVE UPLOAD-STORE-PATH TO UPLOAD-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING UPLOAD-CHECK-PATH,
                   UPLOAD-CHECK-INFO
               RETURNING UPLOAD-CHECK-RESULT
           IF UPLOAD-CHECK-RESULT NOT = 0
               PERFORM REMOVE-RECALLED-UPLOAD
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(UPLOAD-ENTRY-CKSUM) NOT = SPACES
               MOVE UPLOAD-STORE-PATH TO CK-FILE-PATH
               PERFORM CHECKSUM-STORED-FILE
               IF CK-FILE-OK = "N" OR
                  FUNCTION TRIM(CK-VALUE-DISP) NOT =
                      FUNCTION TRIM(UPLOAD-ENTRY-CKSUM)
                   DISPLAY "WARN: upload integrity check failed "
                       "for " FUNCTION TRIM(UPLOAD-ID)
                       " (stored " FUNCTION TRIM(UPLOAD-ENTRY-CKSUM)
                       ", computed " FUNCTION TRIM(CK-VALUE-DISP)
                       ")"
                   PERFORM REMOVE-RECALLED-UPLOAD
                   PERFORM SEND-500-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO CONV-SOURCE
           STRING "upload " DELIMITED BY SIZE
                  FUNCTION TRIM(UPLOAD-ID) DELIMITED BY SIZE
                  INTO CONV-SOURCE
           MOVE UPLOAD-STORE-PATH TO CONV-IN-PATH
           EXIT PARAGRAPH.

       RUN-CONVERSION.
      *> Source file in, converted document out to CONV-OUT-NAME.
      *> CONV-IN-FD is left negative when the source could not be
      *> opened.
           MOVE 0 TO CONV-RECORD-NO
           MOVE 0 TO CONV-ERROR-RECORDS
           MOVE "N" TO CONV-IN-EOF
           MOVE 0 TO CONV-WIN-LEN
           MOVE 1 TO CONV-WIN-POS

           MOVE SPACES TO CONV-IN-OPEN-PATH
           STRING FUNCTION TRIM(CONV-IN-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CONV-IN-OPEN-PATH
           CALL "open" USING BY REFERENCE CONV-IN-OPEN-PATH,
                             BY VALUE 0
                             RETURNING CONV-IN-FD
           IF CONV-IN-FD < 0
               DISPLAY "WARN: cannot open conversion source "
                   FUNCTION TRIM(CONV-IN-PATH)
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONV-OUT-FILE
           IF CONV-OUT-STATUS NOT = "00"
               DISPLAY "WARN: cannot write conversion output "
                   FUNCTION TRIM(CONV-OUT-NAME) " (status "
                   CONV-OUT-STATUS ")"
               CALL "close" USING BY VALUE CONV-IN-FD
               MOVE -1 TO CONV-IN-FD
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CONVERT-HEADING

           PERFORM UNTIL CONV-IN-EOF = "Y"
               PERFORM READ-CONVERT-RECORD
               IF CONV-REC-READY = "Y"
                   PERFORM CONVERT-ONE-RECORD
               END-IF
           END-PERFORM

           IF CONV-FORMAT = "json"
               MOVE CONV-RECORD-NO TO CONV-NUM-DISP
               MOVE CONV-ERROR-RECORDS TO CONV-NUM-DISP2
               MOVE SPACES TO CONV-OUT-LINE
               MOVE 1 TO CONV-OUT-PTR
               STRING '],"record_count":' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP) DELIMITED BY SIZE
                      ',"records_with_errors":' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP2) DELIMITED BY SIZE
                      "}" DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
               PERFORM FLUSH-CONVERT-LINE
           END-IF

           CLOSE CONV-OUT-FILE
           CALL "close" USING BY VALUE CONV-IN-FD
           EXIT PARAGRAPH.

       WRITE-CONVERT-HEADING.
           MOVE SPACES TO CONV-OUT-LINE
           MOVE 1 TO CONV-OUT-PTR
           IF CONV-FORMAT = "csv"
               STRING "record" DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
               PERFORM VARYING CONV-FX FROM 1 BY 1
                   UNTIL CONV-FX > CONV-FIELD-COUNT
                   STRING "," DELIMITED BY SIZE
                          FUNCTION TRIM(CONV-FIELD-NAME(CONV-FX))
                              DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
               END-PERFORM
               STRING ",errors" DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           ELSE
               MOVE CONV-REC-LENGTH TO CONV-NUM-DISP
               STRING '{"layout":"' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-LAYOUT-NAME) DELIMITED BY SIZE
                      '","source":"' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-SOURCE) DELIMITED BY SIZE
                      '","recfm":"' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-RECFM) DELIMITED BY SIZE
                      '","record_length":' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP) DELIMITED BY SIZE
                      ',"records":[' DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-IF
           PERFORM FLUSH-CONVERT-LINE
           EXIT PARAGRAPH.

       FLUSH-CONVERT-LINE.
           IF CONV-OUT-PTR > 1
               WRITE CONV-OUT-RECORD
                   FROM CONV-OUT-LINE(1:CONV-OUT-PTR - 1)
           END-IF
           MOVE SPACES TO CONV-OUT-LINE
           MOVE 1 TO CONV-OUT-PTR
           EXIT PARAGRAPH.

       READ-CONVERT-RECORD.
      *> Next record from the read() window: up to the next LF for
      *> recfm=lines (a CR before it is dropped), exactly the layout
      *> length for recfm=fixed. Whatever is left at end of file is
      *> the last record, short or not.
           MOVE 0 TO CONV-REC-LEN
           MOVE "N" TO CONV-REC-READY
           PERFORM UNTIL CONV-REC-READY = "Y" OR CONV-IN-EOF = "Y"
               IF CONV-WIN-POS > CONV-WIN-LEN
                   CALL "read" USING BY VALUE CONV-IN-FD,
                                     BY REFERENCE CONV-WINDOW,
                                     BY VALUE CONV-READ-ASK
                                     RETURNING CONV-WIN-LEN
                   MOVE 1 TO CONV-WIN-POS
                   IF CONV-WIN-LEN <= 0
                       MOVE 0 TO CONV-WIN-LEN
                       MOVE "Y" TO CONV-IN-EOF
                   END-IF
               ELSE
                   MOVE CONV-WINDOW(CONV-WIN-POS:1) TO CONV-BYTE
                   ADD 1 TO CONV-WIN-POS
                   IF CONV-RECFM = "lines" AND CONV-BYTE = X"0A"
                       MOVE "Y" TO CONV-REC-READY
                   ELSE
                       ADD 1 TO CONV-REC-LEN
                       IF CONV-REC-LEN <= LENGTH OF CONV-RECORD
                           MOVE CONV-BYTE
                               TO CONV-RECORD(CONV-REC-LEN:1)
                       END-IF
                       IF CONV-RECFM = "fixed" AND
                          CONV-REC-LEN = CONV-REC-LENGTH
                           MOVE "Y" TO CONV-REC-READY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF CONV-REC-READY = "N" AND CONV-REC-LEN > 0
               MOVE "Y" TO CONV-REC-READY
           END-IF
           IF CONV-RECFM = "lines" AND CONV-REC-LEN > 0 AND
              CONV-REC-LEN <= LENGTH OF CONV-RECORD
               IF CONV-RECORD(CONV-REC-LEN:1) = X"0D"
                   SUBTRACT 1 FROM CONV-REC-LEN
               END-IF
           END-IF
           EXIT PARAGRAPH.

       CONVERT-ONE-RECORD.
           ADD 1 TO CONV-RECORD-NO
           MOVE 0 TO CONV-ERR-COUNT
           MOVE "N" TO CONV-SHORT
           IF CONV-REC-LEN < CONV-REC-LENGTH
               MOVE "Y" TO CONV-SHORT
           END-IF

           MOVE CONV-RECORD-NO TO CONV-NUM-DISP
           MOVE SPACES TO CONV-OUT-LINE
           MOVE 1 TO CONV-OUT-PTR
           IF CONV-FORMAT = "csv"
               STRING FUNCTION TRIM(CONV-NUM-DISP) DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           ELSE
               IF CONV-RECORD-NO > 1
                   STRING "," DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
               END-IF
               MOVE CONV-REC-LEN TO CONV-NUM-DISP2
               STRING '{"record":' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP) DELIMITED BY SIZE
                      ',"length":' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP2) DELIMITED BY SIZE
                      ',"fields":{' DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-IF

           PERFORM VARYING CONV-FX FROM 1 BY 1
               UNTIL CONV-FX > CONV-FIELD-COUNT
               PERFORM CONVERT-ONE-FIELD
           END-PERFORM

           IF CONV-ERR-COUNT > 0 OR CONV-SHORT = "Y"
               ADD 1 TO CONV-ERROR-RECORDS
           END-IF

           IF CONV-FORMAT = "csv"
               PERFORM WRITE-CONVERT-CSV-ERRORS
           ELSE
               PERFORM WRITE-CONVERT-JSON-ERRORS
           END-IF
           PERFORM FLUSH-CONVERT-LINE
           EXIT PARAGRAPH.

       CONVERT-ONE-FIELD.
      *> JSON breaks a long record across output lines between
      *> members, so the line buffer only ever has to hold one
      *> fully escaped field on top of what is already there.
           IF CONV-FORMAT = "csv"
               STRING "," DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           ELSE
               IF CONV-FX > 1
                   STRING "," DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
               END-IF
               IF CONV-OUT-PTR > 4000
                   PERFORM FLUSH-CONVERT-LINE
               END-IF
               STRING '"' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-FIELD-NAME(CONV-FX))
                          DELIMITED BY SIZE
                      '":' DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-IF

      *> A field the short record does not reach has no value; the
      *> record's "short record" error covers it.
           COMPUTE CONV-FIELD-END = CONV-FIELD-START(CONV-FX) +
               CONV-FIELD-LEN(CONV-FX) - 1
           IF CONV-FIELD-END > CONV-REC-LEN
               PERFORM WRITE-CONVERT-NULL
               EXIT PARAGRAPH
           END-IF

           IF CONV-FIELD-TYPE(CONV-FX) = "X"
               PERFORM WRITE-CONVERT-ALPHA
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO CONV-VALUE-BAD
           MOVE "N" TO CONV-NEGATIVE
           MOVE "N" TO CONV-SIGN-SEEN
           MOVE 0 TO CONV-DIGIT-COUNT
           MOVE SPACES TO CONV-DIGITS
           IF CONV-FIELD-TYPE(CONV-FX) = "Z"
               PERFORM DECODE-ZONED-FIELD
           ELSE
               PERFORM DECODE-PACKED-FIELD
           END-IF
           IF CONV-DIGIT-COUNT = 0
               MOVE "Y" TO CONV-VALUE-BAD
           END-IF

           IF CONV-VALUE-BAD = "Y"
               ADD 1 TO CONV-ERR-COUNT
               MOVE CONV-FIELD-NAME(CONV-FX)
                   TO CONV-ERR-FIELD(CONV-ERR-COUNT)
               IF CONV-FIELD-TYPE(CONV-FX) = "Z"
                   MOVE "bad zoned numeric"
                       TO CONV-ERR-TEXT(CONV-ERR-COUNT)
               ELSE
                   MOVE "bad packed decimal"
                       TO CONV-ERR-TEXT(CONV-ERR-COUNT)
               END-IF
               PERFORM WRITE-CONVERT-NULL
               EXIT PARAGRAPH
           END-IF

           PERFORM FORMAT-CONVERT-NUMBER
           STRING CONV-NUMBER(1:CONV-NUMBER-PTR - 1) DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           EXIT PARAGRAPH.

       WRITE-CONVERT-NULL.
      *> JSON null; CSV leaves the column empty.
           IF CONV-FORMAT = "json"
               STRING "null" DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-IF
           EXIT PARAGRAPH.

       WRITE-CONVERT-ALPHA.
      *> Fixed-width padding (trailing spaces) is dropped; anything
      *> else is kept. JSON escapes quotes, backslashes and every
      *> byte outside printable ASCII as \u00xx; CSV quotes the
      *> value and doubles its quotes.
           MOVE CONV-FIELD-LEN(CONV-FX) TO CONV-ALPHA-LEN
           COMPUTE CONV-BYTE-AT = CONV-FIELD-START(CONV-FX) +
               CONV-ALPHA-LEN - 1
           PERFORM UNTIL CONV-ALPHA-LEN = 0
               IF CONV-RECORD(CONV-BYTE-AT:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM CONV-ALPHA-LEN
               SUBTRACT 1 FROM CONV-BYTE-AT
           END-PERFORM

           STRING '"' DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           MOVE CONV-FIELD-START(CONV-FX) TO CONV-BYTE-AT
           PERFORM VARYING CONV-BX FROM 1 BY 1
               UNTIL CONV-BX > CONV-ALPHA-LEN
               MOVE CONV-RECORD(CONV-BYTE-AT:1) TO CONV-BYTE
               COMPUTE CONV-BYTE-VAL = FUNCTION ORD(CONV-BYTE) - 1
               EVALUATE TRUE
                   WHEN CONV-BYTE = '"' AND CONV-FORMAT = "csv"
                       STRING '""' DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
                   WHEN CONV-FORMAT = "csv"
                       MOVE CONV-BYTE
                           TO CONV-OUT-LINE(CONV-OUT-PTR:1)
                       ADD 1 TO CONV-OUT-PTR
                   WHEN CONV-BYTE = '"' OR CONV-BYTE = "\"
                       STRING "\" DELIMITED BY SIZE
                              CONV-BYTE DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
                   WHEN CONV-BYTE-VAL < 32 OR CONV-BYTE-VAL > 126
                       DIVIDE CONV-BYTE-VAL BY 16
                           GIVING CONV-NIB-HI REMAINDER CONV-NIB-LO
                       STRING "\u00" DELIMITED BY SIZE
                              CONV-HEX-DIGITS(CONV-NIB-HI + 1:1)
                                  DELIMITED BY SIZE
                              CONV-HEX-DIGITS(CONV-NIB-LO + 1:1)
                                  DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
                   WHEN OTHER
                       MOVE CONV-BYTE
                           TO CONV-OUT-LINE(CONV-OUT-PTR:1)
                       ADD 1 TO CONV-OUT-PTR
               END-EVALUATE
               ADD 1 TO CONV-BYTE-AT
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           EXIT PARAGRAPH.

       DECODE-ZONED-FIELD.
      *> Digits as ASCII or EBCDIC zoned bytes. The sign may be a
      *> separate leading or trailing "+"/"-", or overpunched on the
      *> last digit: ASCII "{" "A"-"I" / "}" "J"-"R" (and the "p"-
      *> "y" negative convention), or an EBCDIC C/D zone. Spaces
      *> and anything else make the value bad.
           PERFORM VARYING CONV-BX FROM 1 BY 1
               UNTIL CONV-BX > CONV-FIELD-LEN(CONV-FX) OR
                     CONV-VALUE-BAD = "Y"
               COMPUTE CONV-BYTE-AT = CONV-FIELD-START(CONV-FX) +
                   CONV-BX - 1
               COMPUTE CONV-BYTE-VAL =
                   FUNCTION ORD(CONV-RECORD(CONV-BYTE-AT:1)) - 1
               EVALUATE TRUE
                   WHEN CONV-BYTE-VAL >= 48 AND CONV-BYTE-VAL <= 57
                       COMPUTE CONV-DIGIT-VAL = CONV-BYTE-VAL - 48
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN CONV-BYTE-VAL >= 240 AND CONV-BYTE-VAL <= 249
                       COMPUTE CONV-DIGIT-VAL = CONV-BYTE-VAL - 240
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN (CONV-BYTE-VAL = 43 OR CONV-BYTE-VAL = 45) AND
                        (CONV-BX = 1 OR
                         CONV-BX = CONV-FIELD-LEN(CONV-FX)) AND
                        CONV-FIELD-LEN(CONV-FX) > 1 AND
                        CONV-SIGN-SEEN = "N"
                       MOVE "Y" TO CONV-SIGN-SEEN
                       IF CONV-BYTE-VAL = 45
                           MOVE "Y" TO CONV-NEGATIVE
                       END-IF
                   WHEN CONV-BX NOT = CONV-FIELD-LEN(CONV-FX) OR
                        CONV-SIGN-SEEN = "Y"
                       MOVE "Y" TO CONV-VALUE-BAD
                   WHEN CONV-BYTE-VAL = 123
                       MOVE 0 TO CONV-DIGIT-VAL
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN CONV-BYTE-VAL >= 65 AND CONV-BYTE-VAL <= 73
                       COMPUTE CONV-DIGIT-VAL = CONV-BYTE-VAL - 64
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN CONV-BYTE-VAL = 125
                       MOVE 0 TO CONV-DIGIT-VAL
                       MOVE "Y" TO CONV-NEGATIVE
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN CONV-BYTE-VAL >= 74 AND CONV-BYTE-VAL <= 82
                       COMPUTE CONV-DIGIT-VAL = CONV-BYTE-VAL - 73
                       MOVE "Y" TO CONV-NEGATIVE
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN CONV-BYTE-VAL >= 112 AND CONV-BYTE-VAL <= 121
                       COMPUTE CONV-DIGIT-VAL = CONV-BYTE-VAL - 112
                       MOVE "Y" TO CONV-NEGATIVE
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN CONV-BYTE-VAL >= 192 AND CONV-BYTE-VAL <= 201
                       COMPUTE CONV-DIGIT-VAL = CONV-BYTE-VAL - 192
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN CONV-BYTE-VAL >= 208 AND CONV-BYTE-VAL <= 217
                       COMPUTE CONV-DIGIT-VAL = CONV-BYTE-VAL - 208
                       MOVE "Y" TO CONV-NEGATIVE
                       PERFORM ADD-CONVERT-DIGIT
                   WHEN OTHER
                       MOVE "Y" TO CONV-VALUE-BAD
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       DECODE-PACKED-FIELD.
      *> Two digits a byte, the last low nibble the sign: C, A, E
      *> and F positive, D and B negative. A nibble above 9 in a
      *> digit position, or any other sign, makes the value bad.
           PERFORM VARYING CONV-BX FROM 1 BY 1
               UNTIL CONV-BX > CONV-FIELD-LEN(CONV-FX) OR
                     CONV-VALUE-BAD = "Y"
               COMPUTE CONV-BYTE-AT = CONV-FIELD-START(CONV-FX) +
                   CONV-BX - 1
               COMPUTE CONV-BYTE-VAL =
                   FUNCTION ORD(CONV-RECORD(CONV-BYTE-AT:1)) - 1
               DIVIDE CONV-BYTE-VAL BY 16
                   GIVING CONV-NIB-HI REMAINDER CONV-NIB-LO
               IF CONV-NIB-HI > 9
                   MOVE "Y" TO CONV-VALUE-BAD
               ELSE
                   MOVE CONV-NIB-HI TO CONV-DIGIT-VAL
                   PERFORM ADD-CONVERT-DIGIT
               END-IF
               IF CONV-BX < CONV-FIELD-LEN(CONV-FX)
                   IF CONV-NIB-LO > 9
                       MOVE "Y" TO CONV-VALUE-BAD
                   ELSE
                       MOVE CONV-NIB-LO TO CONV-DIGIT-VAL
                       PERFORM ADD-CONVERT-DIGIT
                   END-IF
               ELSE
                   EVALUATE CONV-NIB-LO
                       WHEN 10 WHEN 12 WHEN 14 WHEN 15
                           CONTINUE
                       WHEN 11 WHEN 13
                           MOVE "Y" TO CONV-NEGATIVE
                       WHEN OTHER
                           MOVE "Y" TO CONV-VALUE-BAD
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       ADD-CONVERT-DIGIT.
           ADD 1 TO CONV-DIGIT-COUNT
           MOVE CONV-HEX-DIGITS(CONV-DIGIT-VAL + 1:1)
               TO CONV-DIGITS(CONV-DIGIT-COUNT:1)
           EXIT PARAGRAPH.

       FORMAT-CONVERT-NUMBER.
      *> The decimal point goes in as text, so the value comes out
      *> exactly as stored at the layout's scale: leading zeros
      *> dropped, trailing fraction zeros kept, no minus on zero.
           MOVE SPACES TO CONV-NUMBER
           MOVE 1 TO CONV-NUMBER-PTR
           IF CONV-NEGATIVE = "Y" AND
              CONV-DIGITS(1:CONV-DIGIT-COUNT) NOT = ALL "0"
               STRING "-" DELIMITED BY SIZE
                      INTO CONV-NUMBER WITH POINTER CONV-NUMBER-PTR
           END-IF

           COMPUTE CONV-INT-LEN =
               CONV-DIGIT-COUNT - CONV-FIELD-DEC(CONV-FX)
           IF CONV-INT-LEN <= 0
               STRING "0." DELIMITED BY SIZE
                      INTO CONV-NUMBER WITH POINTER CONV-NUMBER-PTR
               PERFORM VARYING CONV-BX FROM 1 BY 1
                   UNTIL CONV-BX > 0 - CONV-INT-LEN
                   STRING "0" DELIMITED BY SIZE
                       INTO CONV-NUMBER WITH POINTER CONV-NUMBER-PTR
               END-PERFORM
               STRING CONV-DIGITS(1:CONV-DIGIT-COUNT) DELIMITED BY SIZE
                      INTO CONV-NUMBER WITH POINTER CONV-NUMBER-PTR
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CONV-INT-START
           PERFORM UNTIL CONV-INT-START >= CONV-INT-LEN
               IF CONV-DIGITS(CONV-INT-START:1) NOT = "0"
                   EXIT PERFORM
               END-IF
               ADD 1 TO CONV-INT-START
           END-PERFORM
           STRING CONV-DIGITS(CONV-INT-START:
                      CONV-INT-LEN - CONV-INT-START + 1)
                      DELIMITED BY SIZE
                  INTO CONV-NUMBER WITH POINTER CONV-NUMBER-PTR
           IF CONV-FIELD-DEC(CONV-FX) > 0
               STRING "." DELIMITED BY SIZE
                      CONV-DIGITS(CONV-INT-LEN + 1:
                          CONV-FIELD-DEC(CONV-FX))
                          DELIMITED BY SIZE
                      INTO CONV-NUMBER WITH POINTER CONV-NUMBER-PTR
           END-IF
           EXIT PARAGRAPH.

       WRITE-CONVERT-JSON-ERRORS.
           IF CONV-OUT-PTR > 4000
               PERFORM FLUSH-CONVERT-LINE
           END-IF
           STRING '},"errors":[' DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           IF CONV-SHORT = "Y"
               MOVE CONV-REC-LEN TO CONV-NUM-DISP
               MOVE CONV-REC-LENGTH TO CONV-NUM-DISP2
               STRING '{"error":"short record","length":'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP) DELIMITED BY SIZE
                      ',"expected":' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP2) DELIMITED BY SIZE
                      "}" DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-IF
           PERFORM VARYING CONV-EX FROM 1 BY 1
               UNTIL CONV-EX > CONV-ERR-COUNT
               IF CONV-EX > 1 OR CONV-SHORT = "Y"
                   STRING "," DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
               END-IF
               STRING '{"field":"' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-ERR-FIELD(CONV-EX))
                          DELIMITED BY SIZE
                      '","error":"' DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-ERR-TEXT(CONV-EX))
                          DELIMITED BY SIZE
                      '"}' DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-PERFORM
           STRING "]}" DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           EXIT PARAGRAPH.

       WRITE-CONVERT-CSV-ERRORS.
      *> Last column: "FIELD: error; ..." -- empty for a clean row.
           STRING "," DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           IF CONV-ERR-COUNT = 0 AND CONV-SHORT = "N"
               EXIT PARAGRAPH
           END-IF
           STRING '"' DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           IF CONV-SHORT = "Y"
               MOVE CONV-REC-LEN TO CONV-NUM-DISP
               MOVE CONV-REC-LENGTH TO CONV-NUM-DISP2
               STRING "short record (" DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-NUM-DISP2) DELIMITED BY SIZE
                      " bytes)" DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-IF
           PERFORM VARYING CONV-EX FROM 1 BY 1
               UNTIL CONV-EX > CONV-ERR-COUNT
               IF CONV-EX > 1 OR CONV-SHORT = "Y"
                   STRING "; " DELIMITED BY SIZE
                          INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
               END-IF
               STRING FUNCTION TRIM(CONV-ERR-FIELD(CONV-EX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(CONV-ERR-TEXT(CONV-EX))
                          DELIMITED BY SIZE
                      INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO CONV-OUT-LINE WITH POINTER CONV-OUT-PTR
           EXIT PARAGRAPH.

       SEND-CONVERT-RESULT.
           MOVE CONV-OUT-NAME TO STREAM-FILE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
                   STREAM-FILE-INFO
               RETURNING STREAM-STAT-RESULT
           IF STREAM-STAT-RESULT NOT = 0
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE STREAM-INFO-SIZE TO STREAM-FILE-SIZE
           MOVE STREAM-FILE-SIZE TO CONTENT-LENGTH-HEADER
           MOVE CONV-RECORD-NO TO CONV-NUM-DISP
           MOVE CONV-ERROR-RECORDS TO CONV-NUM-DISP2

           MOVE SPACES TO RESPONSE-BUFFER
           MOVE 1 TO STREAM-POINTER
           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER
           IF CONV-FORMAT = "csv"
               STRING "Content-Type: text/csv" DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER
           ELSE
               STRING "Content-Type: application/json"
                          DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER
           END-IF
           STRING "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "X-Convert-Records: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONV-NUM-DISP) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "X-Convert-Error-Records: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONV-NUM-DISP2) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER

           MOVE 0 TO STREAM-TOTAL-SENT
           MOVE "N" TO STREAM-CAPTURE-STATUS
           MOVE "Y" TO STREAM-SEND-OK
           COMPUTE STREAM-CHUNK-LEN = STREAM-POINTER - 1
           MOVE SPACES TO STREAM-CHUNK-BUFFER
           MOVE RESPONSE-BUFFER(1:STREAM-CHUNK-LEN)
               TO STREAM-CHUNK-BUFFER
           PERFORM SEND-RAW-CHUNK
           IF STREAM-FILE-SIZE > 0
               PERFORM STREAM-FILE-TO-CLIENT
           END-IF

           MOVE STREAM-TOTAL-SENT TO RESPONSE-SIZE
           PERFORM RECORD-REQUEST-METRICS
           PERFORM WRITE-ACCESS-LOG
           PERFORM WRITE-TIMING-LOG
           EXIT PARAGRAPH.

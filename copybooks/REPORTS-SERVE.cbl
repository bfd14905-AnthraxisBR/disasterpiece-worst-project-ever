      *> Published batch reports at /reports; see REPORTS-FIELDS.
      *> Dispatched in HANDLE-ROUTING like /uploads. The index comes
      *> from ls(1) into a temp file, the directory-index idiom;
      *> renditions are written to a temp file and streamed, then
      *> removed.
       SERVE-REPORTS.
           IF FUNCTION TRIM(CONFIG-REPORTS-DIR) = SPACES
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF USER-COUNT > 0
               MOVE CONFIG-REPORTS-ROLE TO AUTH-ROLE-NEEDED
               PERFORM CHECK-AUTH-ROLE
               IF AUTH-ROLE-OK = "N"
                   PERFORM SEND-REPORTS-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FUNCTION TRIM(CONFIG-AUTH-TOKEN) = SPACES
                   PERFORM SEND-REPORTS-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               MOVE "Authorization" TO HEADER-LOOKUP-NAME
               PERFORM LOOKUP-HTTP-HEADER
               MOVE SPACES TO AUTH-EXPECTED
               STRING "Bearer " DELIMITED BY SIZE
                      CONFIG-AUTH-TOKEN DELIMITED BY SPACE
                      INTO AUTH-EXPECTED
               IF HEADER-LOOKUP-FOUND = "N" OR
                  FUNCTION TRIM(HEADER-LOOKUP-VALUE) NOT =
                      FUNCTION TRIM(AUTH-EXPECTED)
                   PERFORM SEND-REPORTS-401-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           CALL "time" USING BY VALUE 0 RETURNING FILE-TIMESTAMP
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE FILE-TIMESTAMP TO FILE-TIMESTAMP-DISP

           IF FUNCTION TRIM(URL-PATH) = "/reports" OR
              FUNCTION TRIM(URL-PATH) = "/reports/"
               PERFORM SERVE-REPORT-INDEX
           ELSE
               PERFORM SERVE-ONE-REPORT
           END-IF

           EXIT PARAGRAPH.

       SEND-REPORTS-401-RESPONSE.
      *> A refused report read is a failed role gate -- audited
      *> before the 401 goes out, like a refused review.
           MOVE "REPORTS-READ" TO AUDIT-ACTION
           MOVE URL-PATH TO AUDIT-TARGET
           MOVE "DENIED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-EVENT
           PERFORM SEND-401-RESPONSE
           EXIT PARAGRAPH.

       SERVE-REPORT-INDEX.
           MOVE SPACES TO RPT-LIST-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/rptls_" DELIMITED BY SIZE
                  INTO RPT-LIST-NAME
           STRING RPT-LIST-NAME DELIMITED BY SPACE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RPT-LIST-NAME

           MOVE SPACES TO RPT-OUT-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/rptidx_" DELIMITED BY SIZE
                  INTO RPT-OUT-NAME
           STRING RPT-OUT-NAME DELIMITED BY SPACE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".html" DELIMITED BY SIZE
                  INTO RPT-OUT-NAME

      *> Reverse name order puts each type's newest date first.
           MOVE SPACES TO RPT-COMMAND
           STRING "ls -1r " DELIMITED BY SIZE
                  FUNCTION TRIM(CONFIG-REPORTS-DIR) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-LIST-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RPT-COMMAND
           CALL "system" USING RPT-COMMAND

           MOVE 0 TO RPT-INDEX-ENTRIES
           OPEN OUTPUT RPT-OUT-FILE

           MOVE SPACES TO RPT-OUT-LINE
           STRING "<html><head><title>Reports</title>"
                      DELIMITED BY SIZE
                  "<style>table{border-collapse:collapse}"
                      DELIMITED BY SIZE
                  "td,th{border:1px solid #999;padding:2px 8px}"
                      DELIMITED BY SIZE
                  "</style></head><body><h1>Reports</h1>"
                      DELIMITED BY SIZE
                  INTO RPT-OUT-LINE
           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE

      *> One pass over the listing per type keeps the page in the
      *> order of the type table rather than alphabetical.
           PERFORM VARYING RPT-TYPE-IDX FROM 1 BY 1
               UNTIL RPT-TYPE-IDX > RPT-TYPE-COUNT
               PERFORM WRITE-REPORT-TYPE-SECTION
           END-PERFORM

           IF RPT-INDEX-ENTRIES = 0
               MOVE "<p>No reports have been produced yet.</p>"
                   TO RPT-OUT-LINE
               WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE
           END-IF

           MOVE "</body></html>" TO RPT-OUT-LINE
           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE
           CLOSE RPT-OUT-FILE

           MOVE SPACES TO DELETE-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  RPT-LIST-NAME DELIMITED BY SPACE
                  INTO DELETE-COMMAND
           CALL "system" USING DELETE-COMMAND

           DISPLAY "DEBUG: report index served (" RPT-INDEX-ENTRIES
               " reports)"

           MOVE "text/html" TO RPT-CONTENT-TYPE
           MOVE SPACES TO RPT-ATTACH-NAME
           MOVE RPT-OUT-NAME TO STREAM-FILE-PATH
           MOVE "Y" TO RPT-TEMP-OUTPUT
           PERFORM SEND-REPORT-STREAM

           EXIT PARAGRAPH.

       WRITE-REPORT-TYPE-SECTION.
           MOVE 0 TO RPT-TYPE-ROWS

           OPEN INPUT RPT-LIST-FILE
           IF RPT-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RPT-LIST-STATUS = "10"
               READ RPT-LIST-FILE INTO RPT-LIST-LINE
                   AT END
                       MOVE "10" TO RPT-LIST-STATUS
                   NOT AT END
                       MOVE SPACES TO RPT-NAME
                       MOVE RPT-LIST-LINE TO RPT-NAME
                       PERFORM CHECK-REPORT-NAME
                       IF RPT-NAME-OK = "Y" AND
                          RPT-TYPE-FOUND = RPT-TYPE-IDX
                           PERFORM WRITE-REPORT-INDEX-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPT-LIST-FILE

           IF RPT-TYPE-ROWS > 0
               MOVE "</table>" TO RPT-OUT-LINE
               WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE
           END-IF

           EXIT PARAGRAPH.

       WRITE-REPORT-INDEX-ROW.
           IF RPT-TYPE-ROWS = 0
               MOVE SPACES TO RPT-OUT-LINE
               STRING "<h2>" DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-TYPE-LABEL(RPT-TYPE-IDX))
                          DELIMITED BY SIZE
                      "</h2><table><tr><th>date</th><th>report</th>"
                          DELIMITED BY SIZE
                      "<th>html</th><th>csv</th></tr>"
                          DELIMITED BY SIZE
                      INTO RPT-OUT-LINE
               WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE
           END-IF
           ADD 1 TO RPT-TYPE-ROWS
           ADD 1 TO RPT-INDEX-ENTRIES

           IF RPT-DATE-PART = SPACES
               MOVE "latest" TO RPT-DATE-PART
           END-IF

           MOVE SPACES TO RPT-OUT-LINE
           STRING "<tr><td>" DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-DATE-PART) DELIMITED BY SIZE
                  '</td><td><a href="/reports/' DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  '</a></td><td><a href="/reports/' DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  '?format=html">html</a></td>' DELIMITED BY SIZE
                  '<td><a href="/reports/' DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  '?format=csv">csv</a></td></tr>' DELIMITED BY SIZE
                  INTO RPT-OUT-LINE
           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE

           EXIT PARAGRAPH.

       CHECK-REPORT-NAME.
      *> RPT-NAME-OK = "Y" only for a plain file name (letters,
      *> digits, "_", "-", "."; no "..") of a known report type;
      *> RPT-TYPE-FOUND and RPT-DATE-PART come back set. Nothing
      *> else in REPORTS_DIR is reachable through /reports.
           MOVE "N" TO RPT-NAME-OK
           MOVE 0 TO RPT-TYPE-FOUND
           MOVE SPACES TO RPT-DATE-PART

           IF RPT-NAME = SPACES OR RPT-NAME(1:1) = "."
               EXIT PARAGRAPH
           END-IF
           COMPUTE RPT-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(RPT-NAME))
           IF RPT-NAME-LEN > 120
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RPT-POS FROM 1 BY 1
               UNTIL RPT-POS > RPT-NAME-LEN
               MOVE RPT-NAME(RPT-POS:1) TO RPT-CH
               IF NOT ((RPT-CH >= "a" AND RPT-CH <= "z") OR
                       (RPT-CH >= "A" AND RPT-CH <= "Z") OR
                       (RPT-CH >= "0" AND RPT-CH <= "9") OR
                       RPT-CH = "_" OR RPT-CH = "-" OR RPT-CH = ".")
                   EXIT PARAGRAPH
               END-IF
               IF RPT-CH = "." AND RPT-POS < RPT-NAME-LEN
                   IF RPT-NAME(RPT-POS + 1:1) = "."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM

           IF RPT-NAME-LEN < 5
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RPT-MATCH-IDX FROM 1 BY 1
               UNTIL RPT-MATCH-IDX > RPT-TYPE-COUNT OR
                     RPT-TYPE-FOUND > 0
               COMPUTE RPT-PREFIX-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(RPT-TYPE-PREFIX(RPT-MATCH-IDX)))
               IF RPT-NAME-LEN >= RPT-PREFIX-LEN + 4
                   IF RPT-NAME(1:RPT-PREFIX-LEN) =
                      RPT-TYPE-PREFIX(RPT-MATCH-IDX)(1:RPT-PREFIX-LEN)
                      AND RPT-NAME(RPT-NAME-LEN - 3:4) =
                      RPT-TYPE-SUFFIX(RPT-MATCH-IDX)
                       MOVE RPT-MATCH-IDX TO RPT-TYPE-FOUND
                   END-IF
               END-IF
           END-PERFORM

           IF RPT-TYPE-FOUND > 0
               MOVE "Y" TO RPT-NAME-OK
               COMPUTE RPT-PREFIX-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(RPT-TYPE-PREFIX(RPT-TYPE-FOUND)))
               IF RPT-NAME-LEN > RPT-PREFIX-LEN + 4
                   MOVE RPT-NAME(RPT-PREFIX-LEN + 1:
                       RPT-NAME-LEN - RPT-PREFIX-LEN - 4)
                       TO RPT-DATE-PART
               END-IF
           END-IF

           EXIT PARAGRAPH.

       SERVE-ONE-REPORT.
           MOVE SPACES TO RPT-NAME
           MOVE URL-PATH(10:) TO RPT-NAME
           PERFORM CHECK-REPORT-NAME
           IF RPT-NAME-OK = "N"
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-SRC-NAME
           STRING FUNCTION TRIM(CONFIG-REPORTS-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  INTO RPT-SRC-NAME

           MOVE RPT-SRC-NAME TO STREAM-FILE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
                   STREAM-FILE-INFO
               RETURNING STREAM-STAT-RESULT
           IF STREAM-STAT-RESULT NOT = 0
               PERFORM SEND-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "text" TO RPT-FORMAT
           PERFORM VARYING QUERY-PARAM-IDX FROM 1 BY 1
               UNTIL QUERY-PARAM-IDX > QUERY-PARAM-COUNT
               IF FUNCTION TRIM(QUERY-PARAM-KEY(QUERY-PARAM-IDX)) =
                  "format"
                   MOVE FUNCTION LOWER-CASE(
                       QUERY-PARAM-VALUE(QUERY-PARAM-IDX))
                       TO RPT-FORMAT
               END-IF
           END-PERFORM

           EVALUATE FUNCTION TRIM(RPT-FORMAT)
               WHEN "html"
                   PERFORM SET-REPORT-OUT-NAME
                   PERFORM RENDER-REPORT-HTML
                   MOVE "text/html" TO RPT-CONTENT-TYPE
                   MOVE SPACES TO RPT-ATTACH-NAME
                   MOVE RPT-OUT-NAME TO STREAM-FILE-PATH
                   MOVE "Y" TO RPT-TEMP-OUTPUT
               WHEN "csv"
                   PERFORM SET-REPORT-OUT-NAME
                   PERFORM RENDER-REPORT-CSV
                   MOVE "text/csv" TO RPT-CONTENT-TYPE
                   MOVE SPACES TO RPT-ATTACH-NAME
                   STRING RPT-NAME(1:RPT-NAME-LEN - 4)
                              DELIMITED BY SIZE
                          ".csv" DELIMITED BY SIZE
                          INTO RPT-ATTACH-NAME
                   MOVE RPT-OUT-NAME TO STREAM-FILE-PATH
                   MOVE "Y" TO RPT-TEMP-OUTPUT
               WHEN "text"
               WHEN "txt"
                   MOVE "text/plain" TO RPT-CONTENT-TYPE
                   MOVE SPACES TO RPT-ATTACH-NAME
                   MOVE RPT-SRC-NAME TO STREAM-FILE-PATH
                   MOVE "N" TO RPT-TEMP-OUTPUT
               WHEN OTHER
                   MOVE "400" TO ERROR-STATUS-CODE
                   MOVE "Bad Request" TO ERROR-STATUS-TEXT
                   PERFORM BUILD-ERROR-RESPONSE
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "DEBUG: report " RPT-NAME(1:RPT-NAME-LEN)
               " served as " FUNCTION TRIM(RPT-FORMAT)

           PERFORM SEND-REPORT-STREAM

           EXIT PARAGRAPH.

       SET-REPORT-OUT-NAME.
           MOVE SPACES TO RPT-OUT-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/rptout_" DELIMITED BY SIZE
                  INTO RPT-OUT-NAME
           STRING RPT-OUT-NAME DELIMITED BY SPACE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FILE-TIMESTAMP-DISP DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO RPT-OUT-NAME
           EXIT PARAGRAPH.

       SEND-REPORT-STREAM.
      *> STREAM-FILE-PATH names the file to send; RPT-CONTENT-TYPE
      *> and RPT-ATTACH-NAME (blank = inline) shape the headers.
      *> A generated temp file (RPT-TEMP-OUTPUT = "Y") is removed
      *> once sent.
           CALL "CBL_CHECK_FILE_EXIST" USING STREAM-FILE-PATH,
                   STREAM-FILE-INFO
               RETURNING STREAM-STAT-RESULT
           IF STREAM-STAT-RESULT NOT = 0
               PERFORM SEND-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE STREAM-INFO-SIZE TO STREAM-FILE-SIZE
           MOVE STREAM-FILE-SIZE TO CONTENT-LENGTH-HEADER

           MOVE SPACES TO RESPONSE-BUFFER
           MOVE 1 TO STREAM-POINTER
           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: " DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-CONTENT-TYPE) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(CONTENT-LENGTH-HEADER)
                      DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER
           IF RPT-ATTACH-NAME NOT = SPACES
               STRING "Content-Disposition: attachment; filename="
                          DELIMITED BY SIZE
                      X"22" DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-ATTACH-NAME) DELIMITED BY SIZE
                      X"22" DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER
           END-IF
           STRING X"0D0A" DELIMITED BY SIZE
                  INTO RESPONSE-BUFFER WITH POINTER STREAM-POINTER

           COMPUTE RESPONSE-SIZE = STREAM-POINTER - 1
           PERFORM ATTACH-SESSION-COOKIE
           PERFORM ATTACH-CORS-HEADER
           PERFORM ATTACH-REQUEST-ID-HEADER

           MOVE 0 TO STREAM-TOTAL-SENT
           MOVE "N" TO STREAM-CAPTURE-STATUS
           MOVE "Y" TO STREAM-SEND-OK
           MOVE RESPONSE-SIZE TO STREAM-CHUNK-LEN
           MOVE SPACES TO STREAM-CHUNK-BUFFER
           MOVE RESPONSE-BUFFER(1:STREAM-CHUNK-LEN)
               TO STREAM-CHUNK-BUFFER
           PERFORM SEND-RAW-CHUNK
           PERFORM STREAM-FILE-TO-CLIENT

           MOVE STREAM-TOTAL-SENT TO RESPONSE-SIZE
           PERFORM RECORD-REQUEST-METRICS
           PERFORM WRITE-ACCESS-LOG
           PERFORM WRITE-TIMING-LOG

           IF RPT-TEMP-OUTPUT = "Y"
               MOVE SPACES TO DELETE-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      STREAM-FILE-PATH DELIMITED BY SPACE
                      INTO DELETE-COMMAND
               CALL "system" USING DELETE-COMMAND
           END-IF

           EXIT PARAGRAPH.

       RENDER-REPORT-HTML.
           OPEN INPUT RPT-SRC-FILE
           OPEN OUTPUT RPT-OUT-FILE

           MOVE SPACES TO RPT-OUT-LINE
           STRING "<html><head><title>" DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  "</title><style>table{border-collapse:collapse}"
                      DELIMITED BY SIZE
                  "td,th{border:1px solid #999;padding:2px 8px}"
                      DELIMITED BY SIZE
                  "td.n{text-align:right}</style></head><body>"
                      DELIMITED BY SIZE
                  INTO RPT-OUT-LINE
           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE

           MOVE SPACES TO RPT-OUT-LINE
           STRING '<p><a href="/reports">all reports</a> | '
                      DELIMITED BY SIZE
                  '<a href="/reports/' DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  '">text</a> | <a href="/reports/' DELIMITED BY SIZE
                  RPT-NAME(1:RPT-NAME-LEN) DELIMITED BY SIZE
                  '?format=csv">csv</a></p>' DELIMITED BY SIZE
                  INTO RPT-OUT-LINE
           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE

           MOVE "N" TO RPT-TITLE-DONE
           MOVE "N" TO RPT-TABLE-OPEN
           IF RPT-SRC-STATUS = "00"
               PERFORM UNTIL RPT-SRC-STATUS = "10"
                   READ RPT-SRC-FILE INTO RPT-SRC-LINE
                       AT END
                           MOVE "10" TO RPT-SRC-STATUS
                       NOT AT END
                           PERFORM CLASSIFY-REPORT-LINE
                           PERFORM WRITE-HTML-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE RPT-SRC-FILE
           END-IF

           PERFORM CLOSE-HTML-REPORT-TABLE
           MOVE "</body></html>" TO RPT-OUT-LINE
           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE
           CLOSE RPT-OUT-FILE

           EXIT PARAGRAPH.

       WRITE-HTML-REPORT-LINE.
           MOVE SPACES TO RPT-OUT-LINE
           MOVE 1 TO RPT-OUT-PTR

           EVALUATE RPT-LINE-KIND
               WHEN "B"
                   PERFORM CLOSE-HTML-REPORT-TABLE
                   EXIT PARAGRAPH
               WHEN "T"
                   PERFORM CLOSE-HTML-REPORT-TABLE
                   MOVE "<h1>" TO RPT-ESC-SRC
                   PERFORM APPEND-REPORT-LITERAL
                   MOVE FUNCTION TRIM(RPT-SRC-LINE) TO RPT-ESC-SRC
                   PERFORM APPEND-HTML-ESCAPED
                   MOVE "</h1>" TO RPT-ESC-SRC
                   PERFORM APPEND-REPORT-LITERAL
               WHEN "H"
                   PERFORM CLOSE-HTML-REPORT-TABLE
                   MOVE "<h2>" TO RPT-ESC-SRC
                   PERFORM APPEND-REPORT-LITERAL
                   MOVE FUNCTION TRIM(RPT-SRC-LINE) TO RPT-ESC-SRC
                   PERFORM APPEND-HTML-ESCAPED
                   MOVE "</h2>" TO RPT-ESC-SRC
                   PERFORM APPEND-REPORT-LITERAL
               WHEN "S"
                   PERFORM CLOSE-HTML-REPORT-TABLE
                   MOVE "<h3>" TO RPT-ESC-SRC
                   PERFORM APPEND-REPORT-LITERAL
                   MOVE FUNCTION TRIM(RPT-SRC-LINE) TO RPT-ESC-SRC
                   PERFORM APPEND-HTML-ESCAPED
                   MOVE "</h3>" TO RPT-ESC-SRC
                   PERFORM APPEND-REPORT-LITERAL
               WHEN OTHER
                   IF RPT-CELL-COUNT < 2
                       PERFORM CLOSE-HTML-REPORT-TABLE
                       MOVE "<p>" TO RPT-ESC-SRC
                       PERFORM APPEND-REPORT-LITERAL
                       MOVE FUNCTION TRIM(RPT-SRC-LINE) TO RPT-ESC-SRC
                       PERFORM APPEND-HTML-ESCAPED
                       MOVE "</p>" TO RPT-ESC-SRC
                       PERFORM APPEND-REPORT-LITERAL
                   ELSE
                       IF RPT-TABLE-OPEN = "N"
                           MOVE "<table>" TO RPT-ESC-SRC
                           PERFORM APPEND-REPORT-LITERAL
                           MOVE "Y" TO RPT-TABLE-OPEN
                       END-IF
                       MOVE "<tr>" TO RPT-ESC-SRC
                       PERFORM APPEND-REPORT-LITERAL
                       PERFORM VARYING RPT-CELL-IDX FROM 1 BY 1
                           UNTIL RPT-CELL-IDX > RPT-CELL-COUNT
                           PERFORM CHECK-REPORT-CELL-NUMERIC
                           IF RPT-CELL-NUMERIC = "Y"
                               MOVE '<td class="n">' TO RPT-ESC-SRC
                           ELSE
                               MOVE "<td>" TO RPT-ESC-SRC
                           END-IF
                           PERFORM APPEND-REPORT-LITERAL
                           MOVE RPT-CELL(RPT-CELL-IDX) TO RPT-ESC-SRC
                           PERFORM APPEND-HTML-ESCAPED
                           MOVE "</td>" TO RPT-ESC-SRC
                           PERFORM APPEND-REPORT-LITERAL
                       END-PERFORM
                       MOVE "</tr>" TO RPT-ESC-SRC
                       PERFORM APPEND-REPORT-LITERAL
                   END-IF
           END-EVALUATE

           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE

           EXIT PARAGRAPH.

       CLOSE-HTML-REPORT-TABLE.
           IF RPT-TABLE-OPEN = "Y"
               MOVE "</table>" TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               MOVE "N" TO RPT-TABLE-OPEN
           END-IF
           EXIT PARAGRAPH.

       RENDER-REPORT-CSV.
      *> Tabular lines only, one CSV row each, led by the section
      *> they sit under ("HEADING / sub-heading") so rows from
      *> different tables can be told apart once they are in a
      *> spreadsheet. Titles, headings and prose lines are left out.
           OPEN INPUT RPT-SRC-FILE
           OPEN OUTPUT RPT-OUT-FILE

           MOVE "N" TO RPT-TITLE-DONE
           MOVE SPACES TO RPT-SECTION
           MOVE SPACES TO RPT-SUBSECTION
           IF RPT-SRC-STATUS = "00"
               PERFORM UNTIL RPT-SRC-STATUS = "10"
                   READ RPT-SRC-FILE INTO RPT-SRC-LINE
                       AT END
                           MOVE "10" TO RPT-SRC-STATUS
                       NOT AT END
                           PERFORM CLASSIFY-REPORT-LINE
                           PERFORM WRITE-CSV-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE RPT-SRC-FILE
           END-IF

           CLOSE RPT-OUT-FILE
           EXIT PARAGRAPH.

       WRITE-CSV-REPORT-LINE.
           EVALUATE RPT-LINE-KIND
               WHEN "H"
                   MOVE FUNCTION TRIM(RPT-SRC-LINE) TO RPT-SECTION
                   MOVE SPACES TO RPT-SUBSECTION
                   EXIT PARAGRAPH
               WHEN "S"
                   MOVE FUNCTION TRIM(RPT-SRC-LINE) TO RPT-SUBSECTION
                   EXIT PARAGRAPH
               WHEN "R"
                   IF RPT-CELL-COUNT < 2
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO RPT-OUT-LINE
           MOVE 1 TO RPT-OUT-PTR

           MOVE SPACES TO RPT-ESC-SRC
           IF RPT-SUBSECTION = SPACES
               MOVE RPT-SECTION TO RPT-ESC-SRC
           ELSE
               STRING FUNCTION TRIM(RPT-SECTION) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-SUBSECTION) DELIMITED BY SIZE
                      INTO RPT-ESC-SRC
           END-IF
           PERFORM APPEND-CSV-FIELD

           PERFORM VARYING RPT-CELL-IDX FROM 1 BY 1
               UNTIL RPT-CELL-IDX > RPT-CELL-COUNT
               MOVE "," TO RPT-ESC-SRC
               PERFORM APPEND-REPORT-LITERAL
               MOVE RPT-CELL(RPT-CELL-IDX) TO RPT-ESC-SRC
               PERFORM APPEND-CSV-FIELD
           END-PERFORM

           WRITE RPT-OUT-RECORD FROM RPT-OUT-LINE

           EXIT PARAGRAPH.

       CLASSIFY-REPORT-LINE.
           INSPECT RPT-SRC-LINE REPLACING ALL X"0D" BY " "
           MOVE 0 TO RPT-CELL-COUNT

           IF RPT-SRC-LINE = SPACES
               MOVE "B" TO RPT-LINE-KIND
               EXIT PARAGRAPH
           END-IF

           COMPUTE RPT-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(RPT-SRC-LINE TRAILING))

           IF RPT-TITLE-DONE = "N"
               MOVE "Y" TO RPT-TITLE-DONE
               MOVE "T" TO RPT-LINE-KIND
               EXIT PARAGRAPH
           END-IF

           IF RPT-SRC-LINE(1:1) NOT = SPACE
               MOVE SPACES TO RPT-FIRST-WORD
               UNSTRING RPT-SRC-LINE DELIMITED BY SPACE
                   INTO RPT-FIRST-WORD
               IF FUNCTION UPPER-CASE(RPT-FIRST-WORD) =
                      RPT-FIRST-WORD AND
                  FUNCTION LOWER-CASE(RPT-FIRST-WORD) NOT =
                      RPT-FIRST-WORD
                   MOVE "H" TO RPT-LINE-KIND
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM SPLIT-REPORT-LINE

           IF RPT-CELL-COUNT = 1 AND
              RPT-SRC-LINE(1:1) = SPACE AND
              RPT-SRC-LINE(RPT-LINE-LEN:1) = ":"
               MOVE "S" TO RPT-LINE-KIND
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO RPT-LINE-KIND
           EXIT PARAGRAPH.

       SPLIT-REPORT-LINE.
           MOVE 0 TO RPT-CELL-COUNT
           MOVE SPACES TO RPT-CELL-TEXT
           MOVE 0 TO RPT-CELL-LEN
           MOVE "N" TO RPT-CELL-HAS-EQ
           MOVE "Y" TO RPT-CELL-ALL-DIGITS

           PERFORM VARYING RPT-POS FROM 1 BY 1
               UNTIL RPT-POS > RPT-LINE-LEN
               MOVE RPT-SRC-LINE(RPT-POS:1) TO RPT-CH
               IF RPT-CH = SPACE
                   IF RPT-CELL-LEN > 0
                       IF RPT-CELL-HAS-EQ = "Y" OR
                          RPT-CELL-ALL-DIGITS = "Y" OR
                          RPT-SRC-LINE(RPT-POS + 1:1) = SPACE
                           PERFORM END-REPORT-CELL
                       ELSE
                           PERFORM ADD-REPORT-CELL-CHAR
                       END-IF
                   END-IF
               ELSE
                   IF RPT-CH = "="
                       MOVE "Y" TO RPT-CELL-HAS-EQ
                   END-IF
                   IF RPT-CH < "0" OR RPT-CH > "9"
                       MOVE "N" TO RPT-CELL-ALL-DIGITS
                   END-IF
                   PERFORM ADD-REPORT-CELL-CHAR
               END-IF
           END-PERFORM

           IF RPT-CELL-LEN > 0
               PERFORM END-REPORT-CELL
           END-IF

           EXIT PARAGRAPH.

       ADD-REPORT-CELL-CHAR.
           IF RPT-CELL-LEN < 160
               ADD 1 TO RPT-CELL-LEN
               MOVE RPT-CH TO RPT-CELL-TEXT(RPT-CELL-LEN:1)
           END-IF
           EXIT PARAGRAPH.

       END-REPORT-CELL.
           IF RPT-CELL-COUNT < 24
               ADD 1 TO RPT-CELL-COUNT
               MOVE RPT-CELL-TEXT TO RPT-CELL(RPT-CELL-COUNT)
           END-IF
           MOVE SPACES TO RPT-CELL-TEXT
           MOVE 0 TO RPT-CELL-LEN
           MOVE "N" TO RPT-CELL-HAS-EQ
           MOVE "Y" TO RPT-CELL-ALL-DIGITS
           EXIT PARAGRAPH.

       CHECK-REPORT-CELL-NUMERIC.
      *> Counts, byte totals, percentages and hours right-align.
           MOVE "Y" TO RPT-CELL-NUMERIC
           COMPUTE RPT-ESC-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(RPT-CELL(RPT-CELL-IDX)))
           MOVE FUNCTION TRIM(RPT-CELL(RPT-CELL-IDX)) TO RPT-ESC-SRC
           PERFORM VARYING RPT-ESC-POS FROM 1 BY 1
               UNTIL RPT-ESC-POS > RPT-ESC-LEN
               MOVE RPT-ESC-SRC(RPT-ESC-POS:1) TO RPT-CH
               IF (RPT-CH < "0" OR RPT-CH > "9") AND
                  RPT-CH NOT = "." AND RPT-CH NOT = "," AND
                  RPT-CH NOT = "-" AND RPT-CH NOT = "%" AND
                  RPT-CH NOT = ":"
                   MOVE "N" TO RPT-CELL-NUMERIC
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       APPEND-REPORT-LITERAL.
      *> Appends RPT-ESC-SRC as is (markup, separators).
           IF RPT-OUT-PTR > 8000
               EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(RPT-ESC-SRC) DELIMITED BY SIZE
                  INTO RPT-OUT-LINE WITH POINTER RPT-OUT-PTR
           EXIT PARAGRAPH.

       APPEND-HTML-ESCAPED.
           COMPUTE RPT-ESC-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(RPT-ESC-SRC TRAILING))
           PERFORM VARYING RPT-ESC-POS FROM 1 BY 1
               UNTIL RPT-ESC-POS > RPT-ESC-LEN OR RPT-OUT-PTR > 8000
               MOVE RPT-ESC-SRC(RPT-ESC-POS:1) TO RPT-CH
               EVALUATE RPT-CH
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO RPT-OUT-LINE WITH POINTER RPT-OUT-PTR
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO RPT-OUT-LINE WITH POINTER RPT-OUT-PTR
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO RPT-OUT-LINE WITH POINTER RPT-OUT-PTR
                   WHEN X"22"
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO RPT-OUT-LINE WITH POINTER RPT-OUT-PTR
                   WHEN OTHER
                       MOVE RPT-CH TO RPT-OUT-LINE(RPT-OUT-PTR:1)
                       ADD 1 TO RPT-OUT-PTR
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       APPEND-CSV-FIELD.
      *> Every field quoted; embedded quotes doubled.
           COMPUTE RPT-ESC-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(RPT-ESC-SRC TRAILING))
           IF RPT-ESC-SRC = SPACES
               MOVE 0 TO RPT-ESC-LEN
           END-IF
           MOVE X"22" TO RPT-OUT-LINE(RPT-OUT-PTR:1)
           ADD 1 TO RPT-OUT-PTR
           PERFORM VARYING RPT-ESC-POS FROM 1 BY 1
               UNTIL RPT-ESC-POS > RPT-ESC-LEN OR RPT-OUT-PTR > 8000
               MOVE RPT-ESC-SRC(RPT-ESC-POS:1) TO RPT-CH
               IF RPT-CH = X"22"
                   MOVE X"22" TO RPT-OUT-LINE(RPT-OUT-PTR:1)
                   ADD 1 TO RPT-OUT-PTR
               END-IF
               MOVE RPT-CH TO RPT-OUT-LINE(RPT-OUT-PTR:1)
               ADD 1 TO RPT-OUT-PTR
           END-PERFORM
           MOVE X"22" TO RPT-OUT-LINE(RPT-OUT-PTR:1)
           ADD 1 TO RPT-OUT-PTR
           EXIT PARAGRAPH.

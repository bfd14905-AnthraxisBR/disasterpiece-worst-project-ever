      *> PUT /kv/<key>?ttl=<secs> gives the key a deadline after
      *> which readers treat it as gone and the server's
      *> KV-EXPIRY-SWEEP deletes it.
      *>
      *> With KV_ACL_FILE set, every verb is checked against the
      *> key-prefix rules (KV-ACL-FIELDS) for the caller's role as
      *> the dispatcher passed it: reads for GET, writes for PUT,
      *> DELETE, incr/decr and restore, and a listing shows only
      *> the keys the caller may read. A refusal is a 403.
      *>
      *> Every key carries a version (KV-VERSION): reads return it
      *> in an X-KV-Version header, writes return the new one, and
      *> any write given "if-version=N" happens only while the key
      *> is still at version N ("if-version=0": only if the key
      *> does not exist) -- otherwise 412 with the current version,
      *> so two editors cannot silently overwrite each other. The
      *> values a key held before are filed in kvstore.hist under
      *> the same numbers, so "GET ?version=N" reads exactly the
      *> value the caller saw as version N; "?back=N" reads the Nth
      *> most recent prior value regardless of its number.
      *>
      *> Every committed write is also appended to the ordered
      *> change feed (KV-CHANGE, kvstore.chg), which this program
      *> serves as GET /kv-changes?after=<seq>[&limit=N]: the
      *> changes numbered after <seq>, oldest first, a page at a
      *> time, limited to keys the caller may read. "next" is the
      *> number to ask after on the following call.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KV-STORE-FILE-CONTROL.
           COPY KV-ACL-FILE-CONTROL.
           COPY KV-CHANGE-FILE-CONTROL.
           COPY KV-HIST-FILE-CONTROL.
           SELECT KV-CONF-FILE ASSIGN TO WS-CONF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY KV-STORE-FD.
       COPY KV-ACL-FD.
       COPY KV-CHANGE-FD.
       COPY KV-HIST-FD.
       FD KV-CONF-FILE.
       01 KV-CONF-RECORD       PIC X(256).

       WORKING-STORAGE SECTION.
       COPY KV-STORE-FIELDS.
       COPY KV-ACL-FIELDS.
       COPY KV-CHANGE-FIELDS.
       COPY KV-HIST-FIELDS.
       01 WS-REQUEST-KEY       PIC X(64).
       01 WS-BODY              PIC X(1024).
       01 WS-CONTENT-LENGTH    PIC Z(8)9.

       01 WS-TTL-SECS          PIC 9(9) COMP-5 VALUE 0.

      *> Version-history lookups (the shared append/trim state is
      *> in KV-HIST-FIELDS; KV-HIST-KEEP comes from KV_HISTORY_KEEP
      *> in server.conf, read per request).
       01 WS-OLD-VALUE         PIC X(1024).
       01 WS-HIST-TARGET       PIC 9(9) COMP-5.
       01 WS-HIST-FOUND        PIC X.
       01 WS-HIST-VALUE-OUT    PIC X(1024).
       01 WS-WANT-VERSION      PIC 9(9) COMP-5.
       01 WS-WANT-ASOF         PIC 9(10) COMP-5.
       01 WS-WANT-BACK         PIC 9(9) COMP-5.
       01 WS-HIST-VERSION-OUT  PIC 9(9) COMP-5.

      *> Version state for this request: the if-version condition
      *> (WS-IF-VERSION-SET "N" when the caller gave none), the
      *> version being replaced and the one being written, and the
      *> version the response reports (0 = no header).
       01 WS-IF-VERSION        PIC 9(9) COMP-5.
       01 WS-IF-VERSION-SET    PIC X VALUE "N".
       01 WS-PRECOND-FAILED    PIC X VALUE "N".
       01 WS-OLD-VERSION       PIC 9(9) COMP-5.
       01 WS-NEW-VERSION       PIC 9(9) COMP-5.
       01 WS-VERSION-OUT       PIC 9(9) COMP-5.
       01 WS-VERSION-DISP      PIC Z(8)9.
       01 WS-RESULT-WORD       PIC X(16).
       01 WS-RESP-POINTER      PIC 9(5) COMP-5.


      *> Counter support: POST /kv/<key>?incr=<delta> (or ?decr=)
      *> adjusts a numeric value in one read-modify-rewrite under
       01 WS-VALUE-SIZE        PIC 9(9) COMP-5.
       01 WS-NUM-DISP          PIC Z(8)9.

      *> Change feed page state. A page stops at the limit, or
      *> early when the body buffer could not take one more entry
      *> with a full-length escaped value.
       01 WS-FEED-AFTER        PIC 9(12) COMP-5.
       01 WS-FEED-NEXT         PIC 9(12) COMP-5.
       01 WS-FEED-LIMIT        PIC 9(4) COMP-5.
       01 WS-FEED-TAKEN        PIC 9(4) COMP-5.
       01 WS-FEED-MORE         PIC X.
       01 WS-FEED-DISP         PIC Z(11)9.
       01 WS-FEED-TEXT         PIC X(1024).
       01 WS-FEED-TEXT-LEN     PIC 9(4) COMP-5.
       01 WS-FEED-POS          PIC 9(4) COMP-5.
       01 WS-FEED-ROOM         PIC 9(5) COMP-5 VALUE 30000.

      *> Large-response plumbing: the listing body is built here,
      *> wrapped in headers, and written to the dispatcher's scratch
      *> file in one raw write (this build's CBL_WRITE_FILE is only
      *> safe at offset 0, the MULTIPART-RAW-* note).
       01 WS-LIST-BUF          PIC X(32768).
       01 WS-RESPONSE-VIA-FILE PIC X VALUE "N".
       01 WS-RSP-BUF           PIC X(33024).
       01 WS-RSP-PTR           PIC 9(5) COMP-5.
       01 WS-RSP-RAW-HANDLE    PIC X(4) VALUE LOW-VALUES.
       01 WS-RSP-RAW-ACCESS    PIC X.
       01 LK-SESSION-DATA.
           05 LK-SESSION-DATA-AREA     PIC X(512).
       01 LK-RESPONSE-FILE  PIC X(1024).
       01 LK-CALLER.
           05 LK-CALLER-ID      PIC X(32).
           05 LK-CALLER-ROLE    PIC X(16).
           05 LK-CALLER-RID     PIC X(32).

       PROCEDURE DIVISION USING LK-HTTP-METHOD, LK-URL-PATH,
               LK-REQUEST-BODY, LK-RESPONSE, LK-RESPONSE-LEN,
               LK-ROUTE-PARAMS, LK-QUERY-PARAMS, LK-SESSION-DATA,
               LK-RESPONSE-FILE, LK-CALLER
               RETURNING LK-RESPONSE-SIZE.

       MAIN-LOGIC.
               GOBACK
           END-IF

           PERFORM LOAD-KV-HISTORY-CONFIG
           PERFORM LOAD-KV-ACL

           MOVE 0 TO WS-VERSION-OUT
           MOVE "N" TO WS-IF-VERSION-SET
           MOVE 0 TO WS-IF-VERSION
           MOVE "if-version" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
           IF WS-QP-FOUND = "Y" AND
              FUNCTION TRIM(WS-QP-VALUE) NOT = SPACES
               MOVE "Y" TO WS-IF-VERSION-SET
               COMPUTE WS-IF-VERSION = FUNCTION NUMVAL(WS-QP-VALUE)
           END-IF

      *> An older caller passes no caller block; it is treated as
      *> an anonymous caller.
           MOVE SPACES TO KV-ACL-ROLE
           MOVE "-" TO KV-CHANGE-RID
           IF ADDRESS OF LK-CALLER NOT = NULL
               MOVE LK-CALLER-ROLE TO KV-ACL-ROLE
               MOVE LK-CALLER-RID TO KV-CHANGE-RID
           END-IF

      *> The change feed reads kvstore.chg, not the store.
           IF FUNCTION TRIM(LK-URL-PATH) = "/kv-changes"
               PERFORM KV-CHANGE-FEED
               IF WS-RESPONSE-VIA-FILE = "Y"
                   MOVE SPACES TO LK-RESPONSE
                   MOVE 0 TO LK-RESPONSE-SIZE
                   GOBACK
               END-IF
               PERFORM BUILD-RESPONSE
               GOBACK
           END-IF

           IF FUNCTION TRIM(WS-REQUEST-KEY) NOT = SPACES OR
              KV-ACL-LOADED = "E"
               MOVE WS-REQUEST-KEY TO KV-ACL-KEY
               IF FUNCTION TRIM(LK-HTTP-METHOD) = "GET"
                   MOVE "R" TO KV-ACL-MODE
               ELSE
                   MOVE "W" TO KV-ACL-MODE
               END-IF
               PERFORM CHECK-KV-ACCESS
               IF KV-ACL-ALLOWED = "N"
                   IF ADDRESS OF LK-CALLER NOT = NULL
                       DISPLAY "DEBUG: kv access refused: "
                           FUNCTION TRIM(LK-CALLER-ID) " "
                           FUNCTION TRIM(LK-HTTP-METHOD) " "
                           FUNCTION TRIM(WS-REQUEST-KEY)
                   END-IF
                   MOVE "403 Forbidden" TO WS-STATUS-LINE
                   MOVE '{"error":"forbidden"}' TO WS-BODY
                   PERFORM BUILD-RESPONSE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O KV-FILE
           IF KV-STORE-FILE-STATUS = "35"
               OPEN OUTPUT KV-FILE

           EVALUATE FUNCTION TRIM(LK-HTTP-METHOD)
               WHEN "PUT"
                   PERFORM KV-PUT
               WHEN "GET"
                   IF FUNCTION TRIM(WS-REQUEST-KEY) = SPACES
                       PERFORM KV-GET
                   END-IF
               WHEN "POST"
                   PERFORM KV-POST-OPERATION
               WHEN "DELETE"
                   PERFORM KV-DELETE
           MOVE "N" TO WS-OP-RETRY
           MOVE "N" TO WS-EXISTS
           MOVE SPACES TO WS-OLD-VALUE
           MOVE 0 TO WS-OLD-VERSION

           MOVE WS-REQUEST-KEY TO KV-KEY
           READ KV-FILE
      *> history only after the rewrite succeeds, so a locked
      *> attempt that retries cannot file it twice.
                   MOVE KV-VALUE TO WS-OLD-VALUE
                   MOVE KV-VERSION TO WS-OLD-VERSION
               WHEN KV-STORE-FILE-STATUS = "23"
                   CONTINUE
               WHEN KV-STORE-FILE-STATUS = "51" OR
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM KV-CHECK-PRECONDITION
           IF WS-PRECOND-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXISTS = "Y"
               COMPUTE WS-NEW-VERSION = WS-OLD-VERSION + 1
           ELSE
               PERFORM KV-NEXT-CREATE-VERSION
           END-IF

           MOVE WS-REQUEST-KEY TO KV-KEY
           MOVE WS-NEW-VERSION TO KV-VERSION
           IF WS-TTL-SECS > 0
               COMPUTE KV-EXPIRES-TS = WS-NOW + WS-TTL-SECS
           ELSE
                        KV-STORE-FILE-STATUS = "02"
                       PERFORM KV-APPEND-HISTORY
                       MOVE "200 OK" TO WS-STATUS-LINE
                       MOVE "updated" TO WS-RESULT-WORD
                       MOVE "update" TO KV-CHANGE-OP
                       PERFORM KV-NOTE-CHANGE
                       PERFORM KV-ANSWER-WRITE
                   WHEN KV-STORE-FILE-STATUS = "51" OR
                        KV-STORE-FILE-STATUS = "99"
                       MOVE "Y" TO WS-OP-RETRY
                   WHEN KV-STORE-FILE-STATUS = "00" OR
                        KV-STORE-FILE-STATUS = "02"
                       MOVE "201 Created" TO WS-STATUS-LINE
                       MOVE "created" TO WS-RESULT-WORD
                       MOVE "create" TO KV-CHANGE-OP
                       PERFORM KV-NOTE-CHANGE
                       PERFORM KV-ANSWER-WRITE
                   WHEN KV-STORE-FILE-STATUS = "22" OR
                        KV-STORE-FILE-STATUS = "51" OR
                        KV-STORE-FILE-STATUS = "99"
           EXIT PARAGRAPH.

       KV-GET.
      *> "version=N" reads the value the key held as version N,
      *> "back=N" the Nth most recent prior value, and
      *> "asof=<epoch>" what the key held at that moment -- all
      *> off the history file, leaving the current record
      *> untouched.
           MOVE "version" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
               EXIT PARAGRAPH
           END-IF

           MOVE "back" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
           IF WS-QP-FOUND = "Y" AND
              FUNCTION TRIM(WS-QP-VALUE) NOT = SPACES
               COMPUTE WS-WANT-BACK = FUNCTION NUMVAL(WS-QP-VALUE)
               PERFORM KV-FIND-BY-BACK
               PERFORM KV-ANSWER-HISTORY-VALUE
               EXIT PARAGRAPH
           END-IF

           MOVE "asof" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
           IF WS-QP-FOUND = "Y" AND
      *> The deadline has passed but the sweep has not run yet --
      *> delete on read so an expired flag never answers again. The
      *> delete is best effort: a lock here just means another
      *> child holds the record, and the answer is 404 either way;
      *> a delete that lands is fed as "expire", as the sweep's is,
      *> and one that is locked out is left for the sweep.
                       DELETE KV-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF KV-STORE-FILE-STATUS = "00"
                           MOVE "expire" TO KV-CHANGE-OP
                           MOVE WS-REQUEST-KEY TO KV-CHANGE-KEY
                           MOVE KV-VERSION TO KV-CHANGE-VERSION
                           MOVE SPACES TO KV-CHANGE-VALUE
                           PERFORM RECORD-KV-CHANGE
                       END-IF
                       MOVE "404 Not Found" TO WS-STATUS-LINE
                       MOVE '{"error":"not found"}' TO WS-BODY
                   ELSE
                       MOVE "200 OK" TO WS-STATUS-LINE
                       MOVE KV-VALUE TO WS-BODY
                       MOVE KV-VERSION TO WS-VERSION-OUT
      *> The stored value is returned as-is; it is the caller's
      *> text, not JSON this program built.
                       MOVE "text/plain" TO WS-CONTENT-TYPE
           EXIT PARAGRAPH.

       KV-DELETE-ONCE.
      *> The record is read first, under its lock, so a condition
      *> can be checked and the deleted value filed in the history
      *> under its version -- a delete is then as reversible as a
      *> replacement, and a re-created key continues the count
      *> instead of reusing a number a caller may still hold.
           MOVE "N" TO WS-OP-RETRY

           MOVE WS-REQUEST-KEY TO KV-KEY
           READ KV-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00"
                   MOVE "Y" TO WS-EXISTS
                   MOVE KV-VALUE TO WS-OLD-VALUE
                   MOVE KV-VERSION TO WS-OLD-VERSION
               WHEN KV-STORE-FILE-STATUS = "23"
                   MOVE "N" TO WS-EXISTS
                   MOVE 0 TO WS-OLD-VERSION
               WHEN KV-STORE-FILE-STATUS = "51" OR
                    KV-STORE-FILE-STATUS = "99"
                   MOVE "Y" TO WS-OP-RETRY
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "WARN: kv read failed (status "
                       KV-STORE-FILE-STATUS ")"
                   MOVE "500 Internal Server Error"
                       TO WS-STATUS-LINE
                   MOVE '{"error":"store error"}' TO WS-BODY
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM KV-CHECK-PRECONDITION
           IF WS-PRECOND-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-EXISTS = "N"
               MOVE "404 Not Found" TO WS-STATUS-LINE
               MOVE '{"error":"not found"}' TO WS-BODY
               EXIT PARAGRAPH
           END-IF

           DELETE KV-FILE RECORD
               INVALID KEY
                   CONTINUE
           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00" OR
                    KV-STORE-FILE-STATUS = "02"
                   PERFORM KV-APPEND-HISTORY
                   MOVE WS-OLD-VERSION TO WS-NEW-VERSION
                   MOVE "200 OK" TO WS-STATUS-LINE
                   MOVE "deleted" TO WS-RESULT-WORD
                   MOVE "delete" TO KV-CHANGE-OP
                   PERFORM KV-NOTE-CHANGE
                   PERFORM KV-ANSWER-WRITE
               WHEN KV-STORE-FILE-STATUS = "23"
                   MOVE "404 Not Found" TO WS-STATUS-LINE
                   MOVE '{"error":"not found"}' TO WS-BODY
               EXIT PARAGRAPH
           END-IF

      *> Keys the caller may not read are not listed at all, and do
      *> not count toward the page arithmetic either.
           MOVE KV-KEY TO KV-ACL-KEY
           MOVE "R" TO KV-ACL-MODE
           PERFORM CHECK-KV-ACCESS
           IF KV-ACL-ALLOWED = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LIST-SEEN
           IF WS-LIST-SEEN <= WS-LIST-SKIP
               EXIT PARAGRAPH
                  FUNCTION TRIM(KV-KEY) DELIMITED BY SIZE
                  '","size":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                  INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           MOVE KV-VERSION TO WS-VERSION-DISP
           STRING ',"version":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
                  "}" DELIMITED BY SIZE
                  INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER


       KV-GET-BY-VERSION.
           PERFORM KV-FIND-BY-VERSION
           PERFORM KV-ANSWER-HISTORY-VALUE
           EXIT PARAGRAPH.

       KV-ANSWER-HISTORY-VALUE.
           IF WS-HIST-FOUND = "Y"
               MOVE "200 OK" TO WS-STATUS-LINE
               MOVE WS-HIST-VALUE-OUT TO WS-BODY
               MOVE WS-HIST-VERSION-OUT TO WS-VERSION-OUT
               MOVE "text/plain" TO WS-CONTENT-TYPE
           ELSE
               MOVE "404 Not Found" TO WS-STATUS-LINE
       KV-GET-AS-OF.
           PERFORM KV-FIND-AS-OF
           IF WS-HIST-FOUND = "Y"
               PERFORM KV-ANSWER-HISTORY-VALUE
               EXIT PARAGRAPH
           END-IF

                   ELSE
                       MOVE "200 OK" TO WS-STATUS-LINE
                       MOVE KV-VALUE TO WS-BODY
                       MOVE KV-VERSION TO WS-VERSION-OUT
                       MOVE "text/plain" TO WS-CONTENT-TYPE
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00"
                   MOVE "Y" TO WS-EXISTS
                   MOVE KV-VERSION TO WS-OLD-VERSION
                   PERFORM KV-CHECK-PRECONDITION
                   IF WS-PRECOND-FAILED = "N"
                       PERFORM KV-INCREMENT-EXISTING
                   END-IF
               WHEN KV-STORE-FILE-STATUS = "23"
                   MOVE "N" TO WS-EXISTS
                   MOVE 0 TO WS-OLD-VERSION
                   PERFORM KV-CHECK-PRECONDITION
                   IF WS-PRECOND-FAILED = "N"
                       PERFORM KV-INCREMENT-CREATE
                   END-IF
               WHEN KV-STORE-FILE-STATUS = "51" OR
                    KV-STORE-FILE-STATUS = "99"
                   MOVE "Y" TO WS-OP-RETRY
               EXIT PARAGRAPH
           END-IF

      *> Hold the value being replaced for the history, filed
      *> only once the rewrite lands (the KV-PUT-ONCE rule).
           MOVE KV-VALUE TO WS-OLD-VALUE
           ADD WS-DELTA TO WS-COUNTER
           PERFORM KV-STORE-COUNTER-VALUE
           COMPUTE WS-NEW-VERSION = WS-OLD-VERSION + 1
           MOVE WS-NEW-VERSION TO KV-VERSION
           REWRITE KV-RECORD
               INVALID KEY
                   CONTINUE
           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00" OR
                    KV-STORE-FILE-STATUS = "02"
                   PERFORM KV-APPEND-HISTORY
                   MOVE "incr" TO KV-CHANGE-OP
                   PERFORM KV-NOTE-CHANGE
                   PERFORM KV-ANSWER-COUNTER
               WHEN KV-STORE-FILE-STATUS = "51" OR
                    KV-STORE-FILE-STATUS = "99"
           EXIT PARAGRAPH.

       KV-INCREMENT-CREATE.
           PERFORM KV-NEXT-CREATE-VERSION
           MOVE WS-REQUEST-KEY TO KV-KEY
           MOVE WS-NEW-VERSION TO KV-VERSION
           MOVE 0 TO KV-EXPIRES-TS
           MOVE WS-DELTA TO WS-COUNTER
           PERFORM KV-STORE-COUNTER-VALUE
           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00" OR
                    KV-STORE-FILE-STATUS = "02"
                   MOVE "incr" TO KV-CHANGE-OP
                   PERFORM KV-NOTE-CHANGE
                   PERFORM KV-ANSWER-COUNTER
               WHEN KV-STORE-FILE-STATUS = "22" OR
                    KV-STORE-FILE-STATUS = "51" OR
           MOVE WS-COUNTER TO WS-COUNTER-DISP
           MOVE "200 OK" TO WS-STATUS-LINE
           MOVE SPACES TO WS-BODY
           MOVE WS-NEW-VERSION TO WS-VERSION-DISP
           MOVE WS-NEW-VERSION TO WS-VERSION-OUT
           STRING '{"value":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNTER-DISP)
                      DELIMITED BY SIZE
                  ',"version":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
                  "}" DELIMITED BY SIZE
                  INTO WS-BODY
           EXIT PARAGRAPH.

       KV-NOTE-CHANGE.
      *> A store verb just succeeded: file it in the change feed
      *> with the value and version it left behind.
           MOVE WS-REQUEST-KEY TO KV-CHANGE-KEY
           MOVE WS-NEW-VERSION TO KV-CHANGE-VERSION
           IF KV-CHANGE-OP = "delete"
               MOVE SPACES TO KV-CHANGE-VALUE
           ELSE
               MOVE KV-VALUE TO KV-CHANGE-VALUE
           END-IF
           PERFORM RECORD-KV-CHANGE
           EXIT PARAGRAPH.

       KV-APPEND-HISTORY.
           MOVE WS-REQUEST-KEY TO KV-HIST-FOR-KEY
           MOVE WS-OLD-VALUE TO KV-HIST-OLD-VALUE
           MOVE WS-OLD-VERSION TO KV-HIST-OLD-VERSION
           MOVE WS-NOW TO KV-HIST-NOW
           PERFORM APPEND-KV-HISTORY
           EXIT PARAGRAPH.

       KV-NEXT-CREATE-VERSION.
      *> A key being created (or re-created after a delete) starts
      *> one past the highest version its history remembers, so a
      *> number a caller saw earlier never names a different value.
           MOVE WS-REQUEST-KEY TO KV-HIST-FOR-KEY
           PERFORM NEXT-KV-CREATE-VERSION
           MOVE KV-HIST-NEW-VERSION TO WS-NEW-VERSION
           EXIT PARAGRAPH.

       KV-ANSWER-WRITE.
      *> Body for a committed PUT, DELETE or restore: the outcome
      *> word and the version the key is now at (for a delete, the
      *> version that was removed).
           MOVE WS-NEW-VERSION TO WS-VERSION-DISP
           MOVE WS-NEW-VERSION TO WS-VERSION-OUT
           MOVE SPACES TO WS-BODY
           STRING '{"status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESULT-WORD) DELIMITED BY SIZE
                  '","version":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
                  "}" DELIMITED BY SIZE
                  INTO WS-BODY
           EXIT PARAGRAPH.

       KV-CHECK-PRECONDITION.
      *> Called right after the attempt's READ, with WS-EXISTS and
      *> WS-OLD-VERSION describing the record as it stands under
      *> this child's lock. An expired key is as good as absent.
           MOVE "N" TO WS-PRECOND-FAILED
           IF WS-IF-VERSION-SET = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-EXISTS = "Y" AND
              KV-EXPIRES-TS > 0 AND WS-NOW > KV-EXPIRES-TS
               MOVE 0 TO WS-VERSION-OUT
           ELSE
               IF WS-EXISTS = "Y"
                   MOVE WS-OLD-VERSION TO WS-VERSION-OUT
               ELSE
                   MOVE 0 TO WS-VERSION-OUT
               END-IF
           END-IF

           IF WS-VERSION-OUT = WS-IF-VERSION
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-PRECOND-FAILED
           MOVE WS-VERSION-OUT TO WS-VERSION-DISP
           MOVE "412 Precondition Failed" TO WS-STATUS-LINE
           MOVE SPACES TO WS-BODY
           STRING '{"error":"version mismatch","version":'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
                  "}" DELIMITED BY SIZE
                  INTO WS-BODY
           EXIT PARAGRAPH.

       KV-RESTORE.
      *> POST /kv/<key>?version=N (or ?back=N, or ?asof=<epoch>)
      *> promotes that older value back to current as a new
      *> version; the value it displaces is filed in the history
      *> first, so a restore is itself reversible.
           MOVE 0 TO WS-WANT-VERSION
           MOVE "version" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
                   FUNCTION NUMVAL(WS-QP-VALUE)
               PERFORM KV-FIND-BY-VERSION
           ELSE
               MOVE "back" TO WS-QP-NAME
               PERFORM LOOKUP-QUERY-PARAM
               IF WS-QP-FOUND = "Y" AND
                  FUNCTION TRIM(WS-QP-VALUE) NOT = SPACES
                   COMPUTE WS-WANT-BACK =
                       FUNCTION NUMVAL(WS-QP-VALUE)
                   PERFORM KV-FIND-BY-BACK
               ELSE
                   MOVE "asof" TO WS-QP-NAME
                   PERFORM LOOKUP-QUERY-PARAM
                   IF WS-QP-FOUND = "Y" AND
                      FUNCTION TRIM(WS-QP-VALUE) NOT = SPACES
                       COMPUTE WS-WANT-ASOF =
                           FUNCTION NUMVAL(WS-QP-VALUE)
                       PERFORM KV-FIND-AS-OF
                   ELSE
                       MOVE "400 Bad Request" TO WS-STATUS-LINE
                       MOVE
                         '{"error":"version, back or asof required"}'
                           TO WS-BODY
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00"
                   MOVE "Y" TO WS-EXISTS
                   MOVE KV-VERSION TO WS-OLD-VERSION
               WHEN KV-STORE-FILE-STATUS = "23"
                   MOVE "N" TO WS-EXISTS
                   MOVE 0 TO WS-OLD-VERSION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF KV-STORE-FILE-STATUS = "00" OR
              KV-STORE-FILE-STATUS = "23"
               PERFORM KV-CHECK-PRECONDITION
               IF WS-PRECOND-FAILED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00"
                   MOVE KV-VALUE TO WS-OLD-VALUE
                   MOVE WS-HIST-VALUE-OUT TO KV-VALUE
                   COMPUTE WS-NEW-VERSION = WS-OLD-VERSION + 1
                   MOVE WS-NEW-VERSION TO KV-VERSION
                   REWRITE KV-RECORD
                       INVALID KEY
                           CONTINUE
                            KV-STORE-FILE-STATUS = "02"
                           PERFORM KV-APPEND-HISTORY
                           MOVE "200 OK" TO WS-STATUS-LINE
                           MOVE "restored" TO WS-RESULT-WORD
                           MOVE "restore" TO KV-CHANGE-OP
                           PERFORM KV-NOTE-CHANGE
                           PERFORM KV-ANSWER-WRITE
                       WHEN KV-STORE-FILE-STATUS = "51" OR
                            KV-STORE-FILE-STATUS = "99"
                           MOVE "Y" TO WS-OP-RETRY
                               TO WS-BODY
                   END-EVALUATE
               WHEN KV-STORE-FILE-STATUS = "23"
                   PERFORM KV-NEXT-CREATE-VERSION
                   MOVE WS-REQUEST-KEY TO KV-KEY
                   MOVE WS-NEW-VERSION TO KV-VERSION
                   MOVE 0 TO KV-EXPIRES-TS
                   MOVE WS-HIST-VALUE-OUT TO KV-VALUE
                   WRITE KV-RECORD
                       WHEN KV-STORE-FILE-STATUS = "00" OR
                            KV-STORE-FILE-STATUS = "02"
                           MOVE "200 OK" TO WS-STATUS-LINE
                           MOVE "restored" TO WS-RESULT-WORD
                           MOVE "restore" TO KV-CHANGE-OP
                           PERFORM KV-NOTE-CHANGE
                           PERFORM KV-ANSWER-WRITE
                       WHEN KV-STORE-FILE-STATUS = "22" OR
                            KV-STORE-FILE-STATUS = "51" OR
                            KV-STORE-FILE-STATUS = "99"

           EXIT PARAGRAPH.

       KV-FIND-BY-VERSION.
      *> version=N is the value the key held as version N: the
      *> current value if the key is at N now, otherwise the
      *> history entry filed under N (if retention kept it).
           MOVE "N" TO WS-HIST-FOUND
           MOVE 0 TO WS-HIST-VERSION-OUT

           IF WS-WANT-VERSION < 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQUEST-KEY TO KV-KEY
           READ KV-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF KV-STORE-FILE-STATUS = "00" AND
              KV-VERSION = WS-WANT-VERSION AND
              NOT (KV-EXPIRES-TS > 0 AND WS-NOW > KV-EXPIRES-TS)
               MOVE KV-VALUE TO WS-HIST-VALUE-OUT
               MOVE KV-VERSION TO WS-HIST-VERSION-OUT
               MOVE "Y" TO WS-HIST-FOUND
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT KV-HIST-FILE
           IF KV-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL KV-HIST-STATUS = "10"
               READ KV-HIST-FILE
                   AT END
                       MOVE "10" TO KV-HIST-STATUS
                   NOT AT END
                       IF KV-HIST-KEY = WS-REQUEST-KEY AND
                          KV-HIST-VERSION IS NUMERIC AND
                          KV-HIST-VERSION = WS-WANT-VERSION
                           MOVE KV-HIST-VALUE TO WS-HIST-VALUE-OUT
                           MOVE KV-HIST-VERSION
                               TO WS-HIST-VERSION-OUT
                           MOVE "Y" TO WS-HIST-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KV-HIST-FILE

           EXIT PARAGRAPH.

       KV-FIND-BY-BACK.
      *> back=1 is the value the most recent write replaced, back=2
      *> the one before it, and so on. Entries sit in the file
      *> oldest first, so the Nth-newest is counted from the match
      *> total.
           MOVE "N" TO WS-HIST-FOUND
           MOVE 0 TO WS-HIST-VERSION-OUT

           IF WS-WANT-BACK < 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQUEST-KEY TO KV-HIST-FOR-KEY
           PERFORM COUNT-KV-HISTORY
           IF WS-WANT-BACK > KV-HIST-MATCHES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-HIST-TARGET =
               KV-HIST-MATCHES - WS-WANT-BACK + 1

           OPEN INPUT KV-HIST-FILE
           IF KV-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO KV-HIST-SEEN
           PERFORM UNTIL KV-HIST-STATUS = "10"
               READ KV-HIST-FILE
                   AT END
                       MOVE "10" TO KV-HIST-STATUS
                   NOT AT END
                       IF KV-HIST-KEY = WS-REQUEST-KEY
                           ADD 1 TO KV-HIST-SEEN
                           IF KV-HIST-SEEN = WS-HIST-TARGET
                               MOVE KV-HIST-VALUE
                                   TO WS-HIST-VALUE-OUT
                               IF KV-HIST-VERSION IS NUMERIC
                                   MOVE KV-HIST-VERSION
                                       TO WS-HIST-VERSION-OUT
                               END-IF
                               MOVE "Y" TO WS-HIST-FOUND
                               MOVE "10" TO KV-HIST-STATUS
                           END-IF
                       END-IF
               END-READ
      *> moment is the point-in-time answer. No such entry means the
      *> caller wants the current value (handled by the caller).
           MOVE "N" TO WS-HIST-FOUND
           MOVE 0 TO WS-HIST-VERSION-OUT

           OPEN INPUT KV-HIST-FILE
           IF KV-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL KV-HIST-STATUS = "10"
               READ KV-HIST-FILE
                   AT END
                       MOVE "10" TO KV-HIST-STATUS
                   NOT AT END
                       IF KV-HIST-KEY = WS-REQUEST-KEY AND
                          KV-HIST-TS > WS-WANT-ASOF
                           MOVE KV-HIST-VALUE TO WS-HIST-VALUE-OUT
                           IF KV-HIST-VERSION IS NUMERIC
                               MOVE KV-HIST-VERSION
                                   TO WS-HIST-VERSION-OUT
                           END-IF
                           MOVE "Y" TO WS-HIST-FOUND
                           MOVE "10" TO KV-HIST-STATUS
                       END-IF
               END-READ
           END-PERFORM

           EXIT PARAGRAPH.

       KV-CHANGE-FEED.
           IF KV-ACL-LOADED = "E"
               MOVE "403 Forbidden" TO WS-STATUS-LINE
               MOVE '{"error":"forbidden"}' TO WS-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FEED-AFTER
           MOVE "after" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
           IF WS-QP-FOUND = "Y" AND
              FUNCTION TRIM(WS-QP-VALUE) NOT = SPACES
               COMPUTE WS-FEED-AFTER = FUNCTION NUMVAL(WS-QP-VALUE)
           END-IF

           MOVE WS-LIST-PAGE-SIZE TO WS-FEED-LIMIT
           MOVE "limit" TO WS-QP-NAME
           PERFORM LOOKUP-QUERY-PARAM
           IF WS-QP-FOUND = "Y" AND
              FUNCTION TRIM(WS-QP-VALUE) NOT = SPACES
               COMPUTE WS-FEED-LIMIT = FUNCTION NUMVAL(WS-QP-VALUE)
           END-IF
           IF WS-FEED-LIMIT < 1 OR WS-FEED-LIMIT > 500
               MOVE WS-LIST-PAGE-SIZE TO WS-FEED-LIMIT
           END-IF

           MOVE WS-FEED-AFTER TO WS-FEED-NEXT
           MOVE 0 TO WS-FEED-TAKEN
           MOVE "N" TO WS-FEED-MORE

           MOVE SPACES TO WS-LIST-BUF
           MOVE 1 TO WS-LIST-POINTER
           MOVE WS-FEED-AFTER TO WS-FEED-DISP
           STRING '{"after":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEED-DISP) DELIMITED BY SIZE
                  ',"changes":[' DELIMITED BY SIZE
                  INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER

           OPEN INPUT KV-CHANGE-FILE
           IF KV-CHANGE-STATUS = "00"
               PERFORM UNTIL KV-CHANGE-STATUS = "10"
                   READ KV-CHANGE-FILE
                       AT END
                           MOVE "10" TO KV-CHANGE-STATUS
                       NOT AT END
                           PERFORM KV-FEED-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE KV-CHANGE-FILE
           END-IF

           MOVE WS-FEED-TAKEN TO WS-NUM-DISP
           MOVE WS-FEED-NEXT TO WS-FEED-DISP
           STRING '],"count":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                  ',"next":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEED-DISP) DELIMITED BY SIZE
                  ',"more":' DELIMITED BY SIZE
                  INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           IF WS-FEED-MORE = "Y"
               STRING "true}" DELIMITED BY SIZE
                      INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           ELSE
               STRING "false}" DELIMITED BY SIZE
                      INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           END-IF

           PERFORM WRITE-LIST-RESPONSE-FILE

           EXIT PARAGRAPH.

       KV-FEED-ONE-CHANGE.
           IF KV-CHG-SEQ IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF KV-CHG-SEQ <= WS-FEED-AFTER
               EXIT PARAGRAPH
           END-IF

           IF WS-FEED-TAKEN >= WS-FEED-LIMIT OR
              WS-LIST-POINTER > WS-FEED-ROOM
               MOVE "Y" TO WS-FEED-MORE
               MOVE "10" TO KV-CHANGE-STATUS
               EXIT PARAGRAPH
           END-IF

      *> A change to a key the caller may not read is passed over,
      *> but "next" still moves past it so the caller never asks
      *> for it again.
           MOVE KV-CHG-SEQ TO WS-FEED-NEXT
           MOVE KV-CHG-KEY TO KV-ACL-KEY
           MOVE "R" TO KV-ACL-MODE
           PERFORM CHECK-KV-ACCESS
           IF KV-ACL-ALLOWED = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-FEED-TAKEN > 0
               STRING "," DELIMITED BY SIZE
                      INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           END-IF

           MOVE KV-CHG-SEQ TO WS-FEED-DISP
           STRING '{"seq":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEED-DISP) DELIMITED BY SIZE
                  ',"op":"' DELIMITED BY SIZE
                  FUNCTION TRIM(KV-CHG-OP) DELIMITED BY SIZE
                  '","key":"' DELIMITED BY SIZE
                  INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           MOVE KV-CHG-KEY TO WS-FEED-TEXT
           PERFORM KV-FEED-APPEND-TEXT

           MOVE KV-CHG-VERSION TO WS-VERSION-DISP
           STRING '","version":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
                  ',"value":' DELIMITED BY SIZE
                  INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           IF KV-CHG-OP = "delete" OR KV-CHG-OP = "expire"
               STRING "null" DELIMITED BY SIZE
                      INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           ELSE
               STRING '"' DELIMITED BY SIZE
                      INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
               MOVE KV-CHG-VALUE TO WS-FEED-TEXT
               PERFORM KV-FEED-APPEND-TEXT
               STRING '"' DELIMITED BY SIZE
                      INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER
           END-IF

           MOVE KV-CHG-TS TO WS-FEED-DISP
           STRING ',"ts":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEED-DISP) DELIMITED BY SIZE
                  ',"request_id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(KV-CHG-RID) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                  INTO WS-LIST-BUF WITH POINTER WS-LIST-POINTER

           ADD 1 TO WS-FEED-TAKEN

           EXIT PARAGRAPH.

       KV-FEED-APPEND-TEXT.
      *> Keys and values are caller text: quotes and backslashes are
      *> escaped and control bytes blanked so the page stays JSON.
           MOVE 0 TO WS-FEED-TEXT-LEN
           IF WS-FEED-TEXT NOT = SPACES
               COMPUTE WS-FEED-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FEED-TEXT TRAILING))
           END-IF

           PERFORM VARYING WS-FEED-POS FROM 1 BY 1
               UNTIL WS-FEED-POS > WS-FEED-TEXT-LEN
               EVALUATE TRUE
                   WHEN WS-FEED-TEXT(WS-FEED-POS:1) = '"' OR
                        WS-FEED-TEXT(WS-FEED-POS:1) = "\"
                       STRING "\" DELIMITED BY SIZE
                              WS-FEED-TEXT(WS-FEED-POS:1)
                                  DELIMITED BY SIZE
                              INTO WS-LIST-BUF
                              WITH POINTER WS-LIST-POINTER
                   WHEN WS-FEED-TEXT(WS-FEED-POS:1) < " "
                       STRING " " DELIMITED BY SIZE
                              INTO WS-LIST-BUF
                              WITH POINTER WS-LIST-POINTER
                   WHEN OTHER
                       STRING WS-FEED-TEXT(WS-FEED-POS:1)
                                  DELIMITED BY SIZE
                              INTO WS-LIST-BUF
                              WITH POINTER WS-LIST-POINTER
               END-EVALUATE
           END-PERFORM

           EXIT PARAGRAPH.

       LOAD-KV-HISTORY-CONFIG.
      *> Picks KV_HISTORY_KEEP and KV_ACL_FILE out of the same
      *> server.conf the server reads, ignoring everything else --
      *> the watchdog's arrangement for companion programs.
           MOVE SPACES TO KV-ACL-FILE-NAME
           OPEN INPUT KV-CONF-FILE
           IF WS-CONF-STATUS = "35" OR WS-CONF-STATUS = "05"
               EXIT PARAGRAPH
           MOVE FUNCTION TRIM(WS-CONF-VAL) TO WS-CONF-VAL

           IF WS-CONF-KEY = "KV_HISTORY_KEEP"
               COMPUTE KV-HIST-KEEP = FUNCTION NUMVAL(WS-CONF-VAL)
           END-IF
           IF WS-CONF-KEY = "KV_ACL_FILE"
               MOVE WS-CONF-VAL TO KV-ACL-FILE-NAME
           END-IF

           EXIT PARAGRAPH.
               TO WS-CONTENT-LENGTH

           MOVE SPACES TO LK-RESPONSE
           MOVE 1 TO WS-RESP-POINTER
           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-LINE) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTENT-LENGTH) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO LK-RESPONSE
                  WITH POINTER WS-RESP-POINTER
           IF WS-VERSION-OUT > 0
               MOVE WS-VERSION-OUT TO WS-VERSION-DISP
               STRING "X-KV-Version: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      INTO LK-RESPONSE
                      WITH POINTER WS-RESP-POINTER
           END-IF
           STRING X"0D0A" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BODY) DELIMITED BY SIZE
                  INTO LK-RESPONSE
                  WITH POINTER WS-RESP-POINTER
           COMPUTE LK-RESPONSE-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
           EXIT PARAGRAPH.

       COPY KV-ACL.
       COPY KV-CHANGE.
       COPY KV-HIST.

      *> Shares the KV-STORE copybooks with ROUTE-KV, so the layout
      *> (including per-key TTL deadlines) is always the same.
      *>
      *> Usage:  KV-CLI [-u <user>] get <key>
      *>         KV-CLI [-u <user>] put <key> <value...>
      *>         KV-CLI [-u <user>] delete <key>
      *>         KV-CLI [-u <user>] list [prefix]
      *> With -u the user's role is looked up in USERS_FILE and the
      *> KV_ACL_FILE key-prefix rules apply exactly as they do to
      *> the same user through the server; list then shows only the
      *> keys that role may read.
      *> Exit codes for job scripts to branch on: 0 done, 1 not
      *> found, 2 store unavailable, 3 usage, 4 refused by the
      *> access rules (or unknown user). An expired key reads
      *> as not found (the sweep owns its deletion). Values put here
      *> carry no TTL. A put or delete files the value it replaces
      *> in the version history (KV-HIST) and a new key continues
      *> past the versions history remembers, exactly as through
      *> ROUTE-KV, so a version a client read over HTTP can still be
      *> asked for after a job changed the key, and a server-side
      *> if-version write against it still fails cleanly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KV-STORE-FILE-CONTROL.
           COPY KV-ACL-FILE-CONTROL.
           COPY KV-HIST-FILE-CONTROL.
           COPY KV-CHANGE-FILE-CONTROL.
           COPY USERS-FILE-CONTROL.
           SELECT CLI-CONF-FILE ASSIGN TO CLI-CONF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLI-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY KV-STORE-FD.
       COPY KV-ACL-FD.
       COPY KV-HIST-FD.
       COPY KV-CHANGE-FD.
       COPY USERS-FD.
       FD CLI-CONF-FILE.
       01 CLI-CONF-RECORD       PIC X(256).

       WORKING-STORAGE SECTION.
       COPY KV-STORE-FIELDS.
       COPY KV-ACL-FIELDS.
       COPY KV-HIST-FIELDS.
       COPY KV-CHANGE-FIELDS.

       01 CLI-CONF-FILE-NAME    PIC X(256) VALUE "server.conf".
       01 CLI-CONF-STATUS       PIC XX.
       01 CLI-CONF-LINE         PIC X(256).
       01 CLI-CONF-KEY          PIC X(64).
       01 CLI-CONF-VAL          PIC X(192).
       01 CLI-CONF-EQ-POS       PIC 9(4) COMP-5.

      *> The -u identity and its role out of USERS_FILE.
       01 CONFIG-USERS-FILE     PIC X(256) VALUE SPACES.
       01 USERS-FILE-STATUS     PIC XX.
       01 USERS-FILE-LINE       PIC X(256).
       01 CLI-USER              PIC X(32) VALUE SPACES.
       01 CLI-USER-FOUND        PIC X VALUE "N".
       01 CLI-LINE-USER         PIC X(32).
       01 CLI-LINE-CRED         PIC X(64).
       01 CLI-LINE-ROLE         PIC X(16).
       01 COMMAND-LINE-ARGS     PIC X(1200).
       01 ARG-COMMAND           PIC X(16).
       01 ARG-KEY               PIC X(64).

       01 CLI-NOW               PIC 9(10) COMP-5.
       01 CLI-EXISTS            PIC X.
       01 CLI-OLD-VALUE         PIC X(1024).
       01 CLI-OLD-VERSION       PIC 9(9) COMP-5.
      *> Same retry discipline as ROUTE-KV's verbs: under the
      *> store's LOCK MODE AUTOMATIC a contended READ/WRITE/REWRITE/
      *> DELETE returns status 51/99 (not an invalid-key condition),
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-COMMAND ARG-KEY
               WITH POINTER ARG-POINTER
           IF FUNCTION TRIM(ARG-COMMAND) = "-u"
               MOVE ARG-KEY TO CLI-USER
               MOVE SPACES TO ARG-COMMAND
               MOVE SPACES TO ARG-KEY
               UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
                   INTO ARG-COMMAND ARG-KEY
                   WITH POINTER ARG-POINTER
           END-IF
      *> The value is everything past the key token, spaces and
      *> all -- a flag's payload is the caller's text.
           IF ARG-POINTER <= FUNCTION LENGTH(COMMAND-LINE-ARGS)
               MOVE COMMAND-LINE-ARGS(ARG-POINTER:) TO ARG-VALUE
           END-IF

      *> server.conf is read on every run: KV_HISTORY_KEEP governs
      *> a put or delete whether or not an identity was given.
           PERFORM LOAD-CLI-CONFIG
           IF FUNCTION TRIM(CLI-USER) NOT = SPACES
               PERFORM LOAD-CLI-IDENTITY
           END-IF

           EVALUATE FUNCTION TRIM(ARG-COMMAND)
               WHEN "get"
                   PERFORM CLI-REQUIRE-KEY
                   MOVE "R" TO KV-ACL-MODE
                   PERFORM CLI-REQUIRE-ACCESS
                   PERFORM OPEN-STORE-INPUT
                   PERFORM CLI-GET
               WHEN "put"
                   PERFORM CLI-REQUIRE-KEY
                   MOVE "W" TO KV-ACL-MODE
                   PERFORM CLI-REQUIRE-ACCESS
                   PERFORM OPEN-STORE-UPDATE
                   PERFORM CLI-PUT
               WHEN "delete"
                   PERFORM CLI-REQUIRE-KEY
                   MOVE "W" TO KV-ACL-MODE
                   PERFORM CLI-REQUIRE-ACCESS
                   PERFORM OPEN-STORE-UPDATE
                   PERFORM CLI-DELETE
               WHEN "list"
                   IF KV-ACL-LOADED = "E"
                       MOVE "R" TO KV-ACL-MODE
                       PERFORM CLI-REQUIRE-ACCESS
                   END-IF
                   PERFORM OPEN-STORE-INPUT
                   PERFORM CLI-LIST
               WHEN OTHER
                   DISPLAY "Usage: KV-CLI [-u user] "
                       "get|put|delete|list [key [value...]]"
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           END-IF
           EXIT PARAGRAPH.

       LOAD-CLI-IDENTITY.
      *> Resolves the -u user to a role and loads the access rules;
      *> an id the users file does not know is refused outright
      *> rather than run with no role.
           IF FUNCTION TRIM(CONFIG-USERS-FILE) NOT = SPACES
               OPEN INPUT USERS-FILE
               IF USERS-FILE-STATUS = "00"
                   PERFORM UNTIL USERS-FILE-STATUS = "10"
                       READ USERS-FILE INTO USERS-FILE-LINE
                           AT END
                               MOVE "10" TO USERS-FILE-STATUS
                           NOT AT END
                               PERFORM MATCH-CLI-USER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE USERS-FILE
               END-IF
           END-IF

           IF CLI-USER-FOUND = "N"
               DISPLAY "Error: unknown user "
                   FUNCTION TRIM(CLI-USER)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-KV-ACL

           EXIT PARAGRAPH.

       MATCH-CLI-USER-LINE.
           MOVE FUNCTION TRIM(USERS-FILE-LINE) TO USERS-FILE-LINE
           IF USERS-FILE-LINE = SPACES OR
              USERS-FILE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CLI-LINE-USER
           MOVE SPACES TO CLI-LINE-CRED
           MOVE SPACES TO CLI-LINE-ROLE
           UNSTRING USERS-FILE-LINE DELIMITED BY "|"
               INTO CLI-LINE-USER CLI-LINE-CRED CLI-LINE-ROLE

           IF FUNCTION TRIM(CLI-LINE-USER) = FUNCTION TRIM(CLI-USER)
               MOVE "Y" TO CLI-USER-FOUND
               MOVE FUNCTION TRIM(CLI-LINE-ROLE) TO KV-ACL-ROLE
               MOVE "10" TO USERS-FILE-STATUS
           END-IF

           EXIT PARAGRAPH.

       CLI-REQUIRE-ACCESS.
      *> Without -u the rules were never loaded, and
      *> CHECK-KV-ACCESS lets everything through.
           MOVE ARG-KEY TO KV-ACL-KEY
           PERFORM CHECK-KV-ACCESS
           IF KV-ACL-ALLOWED = "N"
               DISPLAY "Error: access to " FUNCTION TRIM(ARG-KEY)
                   " refused for user " FUNCTION TRIM(CLI-USER)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT PARAGRAPH.

       LOAD-CLI-CONFIG.
      *> USERS_FILE, KV_ACL_FILE and KV_HISTORY_KEEP out of
      *> server.conf, the upload_verify arrangement for companion
      *> programs.
           OPEN INPUT CLI-CONF-FILE
           IF CLI-CONF-STATUS = "35" OR CLI-CONF-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CLI-CONF-STATUS = "10"
               READ CLI-CONF-FILE INTO CLI-CONF-LINE
                   AT END
                       MOVE "10" TO CLI-CONF-STATUS
                   NOT AT END
                       PERFORM APPLY-CLI-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CLI-CONF-FILE

           EXIT PARAGRAPH.

       APPLY-CLI-CONFIG-LINE.
           MOVE FUNCTION TRIM(CLI-CONF-LINE) TO CLI-CONF-LINE

           IF CLI-CONF-LINE = SPACES OR CLI-CONF-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CLI-CONF-EQ-POS
           INSPECT CLI-CONF-LINE TALLYING CLI-CONF-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="

           IF CLI-CONF-EQ-POS = 0 OR
               CLI-CONF-EQ-POS >= FUNCTION LENGTH(CLI-CONF-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CLI-CONF-KEY
           MOVE SPACES TO CLI-CONF-VAL
           MOVE CLI-CONF-LINE(1:CLI-CONF-EQ-POS) TO CLI-CONF-KEY
           MOVE CLI-CONF-LINE(CLI-CONF-EQ-POS + 2:) TO CLI-CONF-VAL
           MOVE FUNCTION TRIM(CLI-CONF-KEY) TO CLI-CONF-KEY
           MOVE FUNCTION TRIM(CLI-CONF-VAL) TO CLI-CONF-VAL

           IF CLI-CONF-KEY = "USERS_FILE"
               MOVE CLI-CONF-VAL TO CONFIG-USERS-FILE
           END-IF
           IF CLI-CONF-KEY = "KV_ACL_FILE"
               MOVE CLI-CONF-VAL TO KV-ACL-FILE-NAME
           END-IF
           IF CLI-CONF-KEY = "KV_HISTORY_KEEP"
               COMPUTE KV-HIST-KEEP = FUNCTION NUMVAL(CLI-CONF-VAL)
           END-IF

           EXIT PARAGRAPH.

       OPEN-STORE-INPUT.
           OPEN INPUT KV-FILE
           IF KV-STORE-FILE-STATUS NOT = "00"
                   EXIT PARAGRAPH
           END-EVALUATE

           IF CLI-EXISTS = "Y"
               MOVE KV-VALUE TO CLI-OLD-VALUE
               IF KV-VERSION IS NUMERIC
                   MOVE KV-VERSION TO CLI-OLD-VERSION
                   ADD 1 TO KV-VERSION
               ELSE
                   MOVE 0 TO CLI-OLD-VERSION
                   MOVE 1 TO KV-VERSION
               END-IF
           ELSE
               MOVE ARG-KEY TO KV-HIST-FOR-KEY
               PERFORM NEXT-KV-CREATE-VERSION
               MOVE KV-HIST-NEW-VERSION TO KV-VERSION
           END-IF
           MOVE ARG-KEY TO KV-KEY
           MOVE 0 TO KV-EXPIRES-TS
           MOVE ARG-VALUE TO KV-VALUE
               EVALUATE TRUE
                   WHEN KV-STORE-FILE-STATUS = "00" OR
                        KV-STORE-FILE-STATUS = "02"
                       PERFORM CLI-FILE-HISTORY
                       MOVE "update" TO KV-CHANGE-OP
                       PERFORM CLI-NOTE-CHANGE
                   WHEN KV-STORE-FILE-STATUS = "51" OR
                        KV-STORE-FILE-STATUS = "99"
                       MOVE "Y" TO CLI-OP-RETRY
               EVALUATE TRUE
                   WHEN KV-STORE-FILE-STATUS = "00" OR
                        KV-STORE-FILE-STATUS = "02"
                       MOVE "create" TO KV-CHANGE-OP
                       PERFORM CLI-NOTE-CHANGE
                   WHEN KV-STORE-FILE-STATUS = "22" OR
                        KV-STORE-FILE-STATUS = "51" OR
                        KV-STORE-FILE-STATUS = "99"
       CLI-DELETE-ONCE.
           MOVE "N" TO CLI-OP-RETRY

      *> Read first (under the record lock) so the change feed can
      *> name the version being removed and the history can keep
      *> the value under it.
           MOVE ARG-KEY TO KV-KEY
           READ KV-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF KV-STORE-FILE-STATUS = "00"
               MOVE KV-VALUE TO CLI-OLD-VALUE
               IF KV-VERSION IS NUMERIC
                   MOVE KV-VERSION TO CLI-OLD-VERSION
               ELSE
                   MOVE 0 TO CLI-OLD-VERSION
               END-IF
               DELETE KV-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

           EVALUATE TRUE
               WHEN KV-STORE-FILE-STATUS = "00" OR
                    KV-STORE-FILE-STATUS = "02"
                   PERFORM CLI-FILE-HISTORY
                   MOVE "delete" TO KV-CHANGE-OP
                   PERFORM CLI-NOTE-CHANGE
               WHEN KV-STORE-FILE-STATUS = "23"
                   MOVE 1 TO RETURN-CODE
               WHEN KV-STORE-FILE-STATUS = "51" OR

           EXIT PARAGRAPH.

       CLI-FILE-HISTORY.
      *> After the store change has gone through, never before: a
      *> rewrite or delete that is retried must not file the same
      *> value twice.
           MOVE ARG-KEY TO KV-HIST-FOR-KEY
           MOVE CLI-OLD-VALUE TO KV-HIST-OLD-VALUE
           MOVE CLI-OLD-VERSION TO KV-HIST-OLD-VERSION
           MOVE CLI-NOW TO KV-HIST-NOW
           PERFORM APPEND-KV-HISTORY
           EXIT PARAGRAPH.

       CLI-NOTE-CHANGE.
      *> Changes made from here reach the change feed like the
      *> server's own, tagged "kv_cli" where a request id would be.
           MOVE ARG-KEY TO KV-CHANGE-KEY
           MOVE KV-VERSION TO KV-CHANGE-VERSION
           IF KV-CHANGE-OP = "delete"
               MOVE SPACES TO KV-CHANGE-VALUE
           ELSE
               MOVE KV-VALUE TO KV-CHANGE-VALUE
           END-IF
           MOVE "kv_cli" TO KV-CHANGE-RID
           PERFORM RECORD-KV-CHANGE
           EXIT PARAGRAPH.

       CLI-RUN-WITH-RETRY.
      *> Twenty 20 ms waits against lock contention, then an honest
      *> "store busy" exit 2 -- the ROUTE-KV retry budget.
               EXIT PARAGRAPH
           END-IF

           MOVE KV-KEY TO KV-ACL-KEY
           MOVE "R" TO KV-ACL-MODE
           PERFORM CHECK-KV-ACCESS
           IF KV-ACL-ALLOWED = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CLI-LISTED
           COMPUTE CLI-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(KV-VALUE))
               FUNCTION TRIM(CLI-SIZE-DISP)

           EXIT PARAGRAPH.

       COPY KV-ACL.
       COPY KV-HIST.
       COPY KV-CHANGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIRROR-RECONCILE.

      *> Reconciliation of the warm standby against this primary.
      *> MIRROR-AGENT can say how many spooled requests went over,
      *> not whether the standby really holds what we hold -- a
      *> request the peer set aside as .rej, or one lost before it
      *> was spooled, goes unnoticed until the day we fail over.
      *> This compares the two sides key by key and upload by upload
      *> and reports what is missing on either side or different.
      *>
      *> The /kv side is the live kvstore.dat here against a
      *> KV-BACKUP unload taken on the standby and copied over: both
      *> are in key order, so one balance-line pass compares them.
      *> Value, expiry stamp and version are compared; a key already
      *> past its expiry counts as absent on that side, since every
      *> reader treats it so. Expiry stamps are set from each side's
      *> own clock when the PUT arrives, so they legitimately differ
      *> by the mirror lag; only a gap wider than
      *> MIRROR_RECON_EXPIRY_SLACK seconds (default 300) is reported.
      *>
      *> The upload side is UPLOAD_STORE_DIR/uploads.idx here
      *> against the standby's uploads.idx. Upload ids are minted by
      *> each server (pid, timestamp, part), so entries are matched
      *> by content: same filename, size and checksum is the same
      *> upload; an unmatched pair with the same filename differs in
      *> content; what is left is missing on one side. Matched pairs
      *> whose review status disagrees are listed as well.
      *>
      *> With "repair" the differences that can be put right over
      *> HTTP are written into MIRROR_SPOOL_DIR as ordinary
      *> mirror_<epoch>_repair<n>.req files for MIRROR-AGENT to
      *> forward: a PUT carrying the primary's value and remaining
      *> ttl for a key missing or different on the standby, a DELETE
      *> for a key only the standby has, and -- when
      *> MIRROR_REPAIR_UPLOAD_PATH names the upload route -- a
      *> multipart POST of the primary's file for an upload the
      *> standby lacks. Version numbers cannot be set over HTTP, and
      *> there is no route to remove an upload, so those differences
      *> are reported for the operator (reload the standby store
      *> from a KV-BACKUP unload of this one) and not spooled.
      *>
      *> Usage:  MIRROR-RECONCILE <standby-kv-unload>
      *>                          [standby-uploads.idx] [repair]
      *> The report lands in standby_recon_YYYYMMDD.txt. Exit code 1
      *> when the sides differ, 2 when an input cannot be read or
      *> the report or a repair file cannot be written, 3 on a usage
      *> error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KV-STORE-FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT STANDBY-KV-FILE ASSIGN TO STANDBY-KV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDBY-KV-STATUS.
           SELECT UPLOAD-IDX-FILE ASSIGN TO UPLOAD-IDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPLOAD-IDX-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY KV-STORE-FD.
       FD CONFIG-FILE.
       01 CONFIG-FILE-RECORD PIC X(256).
      *> The KV-BACKUP unload line: the fixed-width KV-RECORD image.
       FD STANDBY-KV-FILE.
       01 STANDBY-KV-RECORD PIC X(1107).
       FD UPLOAD-IDX-FILE.
       01 UPLOAD-IDX-RECORD PIC X(512).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       COPY KV-STORE-FIELDS.

       01 CONFIG-FILE-NAME      PIC X(256) VALUE "server.conf".
       01 CONFIG-FILE-STATUS    PIC XX.
       01 CONFIG-LINE           PIC X(256).
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VAL            PIC X(192).
       01 CONFIG-EQ-POS         PIC 9(4) COMP-5.

       01 STORE-DIR             PIC X(128) VALUE SPACES.
       01 TEMP-DIR              PIC X(128) VALUE "/tmp".
       01 MIRROR-HOST           PIC X(64) VALUE SPACES.
       01 MIRROR-SPOOL-DIR      PIC X(128) VALUE "./mirror".
       01 EXPIRY-SLACK          PIC 9(9) COMP-5 VALUE 300.
       01 REPAIR-UPLOAD-PATH    PIC X(128) VALUE SPACES.

       01 COMMAND-LINE-ARGS     PIC X(512).
       01 ARG-WORD              PIC X(256) OCCURS 3.
       01 ARG-IDX               PIC 9(4) COMP-5.
       01 REPAIR-WANTED         PIC X VALUE "N".

       01 STANDBY-KV-NAME       PIC X(256) VALUE SPACES.
       01 STANDBY-KV-STATUS     PIC XX.
       01 STANDBY-IDX-NAME      PIC X(256) VALUE SPACES.
       01 UPLOAD-IDX-PATH       PIC X(256).
       01 UPLOAD-IDX-STATUS     PIC XX.
       01 UPLOAD-IDX-LINE       PIC X(512).
       01 PRIMARY-IDX-NAME      PIC X(256).
       01 REPORT-FILE-NAME      PIC X(256).
       01 REPORT-FILE-STATUS    PIC XX.
       01 REPORT-LINE           PIC X(256).
       01 REPORT-WORK           PIC X(256).

       01 NOW-EPOCH             PIC 9(10) COMP-5.
       01 NOW-EPOCH-DISP        PIC 9(10).
       01 RUN-DATE-STAMP        PIC X(8).
       01 CURRENT-DATE-FIELDS.
           05 CDF-DATE          PIC X(8).
           05 CDF-TIME          PIC X(13).

      *> One side of the balance line each. A side that has run out
      *> holds HIGH-VALUES in its key, so the other side drains.
       01 PRI-KEY               PIC X(64).
       01 SBY-KV-LINE.
           05 SBY-KEY           PIC X(64).
           05 SBY-EXPIRES-TS    PIC 9(10).
           05 SBY-VALUE         PIC X(1024).
           05 SBY-VERSION       PIC 9(9).
       01 SBY-PREV-KEY          PIC X(64) VALUE LOW-VALUES.
       01 SBY-OUT-OF-ORDER      PIC X VALUE "N".
       01 KV-EXPIRY-GAP         PIC 9(10) COMP-5.
       01 KV-DIFF-WORDS         PIC X(32).
       01 KV-DIFF-PTR           PIC 9(4) COMP-5.
       01 KV-VALUE-DIFF         PIC X.
       01 KV-EXPIRY-DIFF        PIC X.
       01 KV-VERSION-DIFF       PIC X.
       01 VERSION-DISP          PIC Z(8)9.
       01 VERSION-DISP-2        PIC Z(8)9.
       01 EXPIRY-DISP           PIC 9(10).
       01 EXPIRY-DISP-2         PIC 9(10).

       01 KV-PRIMARY-COUNT      PIC 9(9) COMP-5 VALUE 0.
       01 KV-STANDBY-COUNT      PIC 9(9) COMP-5 VALUE 0.
       01 KV-MATCH-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 KV-MISSING-COUNT      PIC 9(9) COMP-5 VALUE 0.
       01 KV-EXTRA-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 KV-VALUE-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 KV-EXPIRY-COUNT       PIC 9(9) COMP-5 VALUE 0.
       01 KV-VERSION-COUNT      PIC 9(9) COMP-5 VALUE 0.

      *> Both upload indexes are held in memory for the content
      *> match, the incident_timeline table arrangement. Entries past
      *> the table size are counted and reported, not compared.
       01 UPLOAD-TABLE-MAX      PIC 9(4) COMP-5 VALUE 5000.
       01 PRI-UPLOAD-COUNT      PIC 9(4) COMP-5 VALUE 0.
       01 PRI-UPLOAD-TABLE.
           05 PRI-UPLOAD OCCURS 5000.
               10 PU-ID         PIC X(32).
               10 PU-FILENAME   PIC X(128).
               10 PU-SIZE       PIC X(16).
               10 PU-CTYPE      PIC X(64).
               10 PU-UPLOADER   PIC X(64).
               10 PU-CKSUM      PIC X(12).
               10 PU-STATUS     PIC X(16).
               10 PU-TIER       PIC X(8).
               10 PU-ARCHIVE    PIC X(256).
               10 PU-PAIR       PIC 9(4) COMP-5.
       01 SBY-UPLOAD-COUNT      PIC 9(4) COMP-5 VALUE 0.
       01 SBY-UPLOAD-TABLE.
           05 SBY-UPLOAD OCCURS 5000.
               10 SU-ID         PIC X(32).
               10 SU-FILENAME   PIC X(128).
               10 SU-SIZE       PIC X(16).
               10 SU-CKSUM      PIC X(12).
               10 SU-STATUS     PIC X(16).
               10 SU-PAIR       PIC 9(4) COMP-5.
       01 PU-IDX                PIC 9(4) COMP-5.
       01 SU-IDX                PIC 9(4) COMP-5.
       01 UPLOAD-OVERFLOW       PIC 9(9) COMP-5 VALUE 0.
       01 LOADING-PRIMARY       PIC X.

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

       01 UP-MATCH-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 UP-MISSING-COUNT      PIC 9(9) COMP-5 VALUE 0.
       01 UP-EXTRA-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01 UP-DIFFER-COUNT       PIC 9(9) COMP-5 VALUE 0.
       01 UP-REVIEW-COUNT       PIC 9(9) COMP-5 VALUE 0.
       01 UP-UNSPOOLED-COUNT    PIC 9(9) COMP-5 VALUE 0.
       01 UPLOADS-COMPARED      PIC X VALUE "N".

      *> Repair spool files are written under a .part name and
      *> renamed into place, so the agent never lists a half-written
      *> request.
       01 REPAIR-SEQ            PIC 9(6) VALUE 0.
       01 REPAIR-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01 REPAIR-FAILED-COUNT   PIC 9(9) COMP-5 VALUE 0.
       01 REPAIR-PATH           PIC X(512).
       01 REPAIR-PART-PATH      PIC X(512).
       01 REPAIR-FINAL-PATH     PIC X(512).
       01 REPAIR-FD             PIC S9(9) COMP-5 VALUE -1.
       01 REPAIR-IO-RESULT      PIC S9(9) COMP-5.
       01 REPAIR-OK             PIC X.
       01 REPAIR-HEAD-BUF       PIC X(2048).
       01 REPAIR-HEAD-PTR       PIC 9(5) COMP-5.
       01 REPAIR-HEAD-LEN       PIC 9(5) COMP-5.
       01 REPAIR-BODY-LEN       PIC 9(9) COMP-5.
       01 REPAIR-LEN-DISP       PIC Z(8)9.
       01 REPAIR-TTL            PIC 9(10) COMP-5.
       01 REPAIR-TTL-DISP       PIC Z(9)9.
       01 REPAIR-WRITE-DONE     PIC 9(9) COMP-5.
       01 REPAIR-WRITE-LEN      PIC 9(9) COMP-5.
       01 REPAIR-BOUNDARY       PIC X(40).
       01 REPAIR-PART-HEAD      PIC X(512).
       01 REPAIR-PART-HEAD-LEN  PIC 9(5) COMP-5.
       01 REPAIR-PART-TAIL      PIC X(64).
       01 REPAIR-PART-TAIL-LEN  PIC 9(5) COMP-5.
       01 REPAIR-SRC-PATH       PIC X(512).
       01 REPAIR-SRC-OPEN       PIC X(513).
       01 REPAIR-SRC-FD         PIC S9(9) COMP-5 VALUE -1.
       01 REPAIR-COPY-BUF       PIC X(2048).
       01 REPAIR-FILE-INFO.
           05 REPAIR-INFO-SIZE  PIC X(8) COMP-X.
           05 REPAIR-INFO-STAMP PIC X(8).
       01 REPAIR-STAT-RESULT    PIC S9(9) COMP-5.
       01 RECALL-PATH           PIC X(256).
       01 RECALL-COMMAND        PIC X(600).
       01 PROCESS-ID            PIC 9(9) COMP-5.
       01 PROCESS-ID-DISPLAY    PIC 9(9).

       01 COUNT-DISPLAY         PIC Z(8)9.
       01 COUNT-DISPLAY-2       PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS
           MOVE CDF-DATE TO RUN-DATE-STAMP
           CALL "time" USING BY VALUE 0 RETURNING NOW-EPOCH
           MOVE NOW-EPOCH TO NOW-EPOCH-DISP

           PERFORM LOAD-RECON-CONFIG

           ACCEPT COMMAND-LINE-ARGS FROM COMMAND-LINE
           MOVE SPACES TO ARG-WORD(1)
           MOVE SPACES TO ARG-WORD(2)
           MOVE SPACES TO ARG-WORD(3)
           UNSTRING COMMAND-LINE-ARGS DELIMITED BY ALL " "
               INTO ARG-WORD(1) ARG-WORD(2) ARG-WORD(3)
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 3
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(ARG-WORD(ARG-IDX)) = SPACES
                       CONTINUE
                   WHEN FUNCTION TRIM(ARG-WORD(ARG-IDX)) = "repair"
                       MOVE "Y" TO REPAIR-WANTED
                   WHEN STANDBY-KV-NAME = SPACES
                       MOVE ARG-WORD(ARG-IDX) TO STANDBY-KV-NAME
                   WHEN OTHER
                       MOVE ARG-WORD(ARG-IDX) TO STANDBY-IDX-NAME
               END-EVALUATE
           END-PERFORM

           IF STANDBY-KV-NAME = SPACES
               DISPLAY "Usage: MIRROR-RECONCILE <standby-kv-unload> "
                   "[standby-uploads.idx] [repair]"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           IF REPAIR-WANTED = "Y" AND
              FUNCTION TRIM(MIRROR-HOST) = SPACES
               DISPLAY "Error: repair needs MIRROR_HOST -- nothing "
                   "would forward the spool"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-FILE-NAME
           STRING "standby_recon_" DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-NAME

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write report "
                   FUNCTION TRIM(REPORT-FILE-NAME)
                   " (status " REPORT-FILE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO PRIMARY-IDX-NAME
           IF FUNCTION TRIM(STORE-DIR) NOT = SPACES
               STRING FUNCTION TRIM(STORE-DIR) DELIMITED BY SIZE
                      "/uploads.idx" DELIMITED BY SIZE
                      INTO PRIMARY-IDX-NAME
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "PRIMARY/STANDBY DIVERGENCE  run date "
                      DELIMITED BY SIZE
                  RUN-DATE-STAMP DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  kv store:  primary " DELIMITED BY SIZE
                  FUNCTION TRIM(KV-STORE-FILE-NAME) DELIMITED BY SIZE
                  "  standby unload " DELIMITED BY SIZE
                  FUNCTION TRIM(STANDBY-KV-NAME) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF STANDBY-IDX-NAME NOT = SPACES AND
              PRIMARY-IDX-NAME NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "  uploads:   primary " DELIMITED BY SIZE
                      FUNCTION TRIM(PRIMARY-IDX-NAME)
                          DELIMITED BY SIZE
                      "  standby index " DELIMITED BY SIZE
                      FUNCTION TRIM(STANDBY-IDX-NAME)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           PERFORM COMPARE-KV-STORES
           IF RETURN-CODE = 2
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           PERFORM COMPARE-UPLOAD-INDEXES
           IF RETURN-CODE = 2
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           PERFORM WRITE-RECON-SUMMARY

           CLOSE REPORT-FILE

           DISPLAY "Standby reconciliation written: "
               FUNCTION TRIM(REPORT-FILE-NAME)
           COMPUTE COUNT-DISPLAY = KV-MISSING-COUNT + KV-EXTRA-COUNT
               + KV-VALUE-COUNT + KV-EXPIRY-COUNT + KV-VERSION-COUNT
           COMPUTE COUNT-DISPLAY-2 = UP-MISSING-COUNT +
               UP-EXTRA-COUNT + UP-DIFFER-COUNT + UP-REVIEW-COUNT
           DISPLAY "  kv differences: " FUNCTION TRIM(COUNT-DISPLAY)
               "  upload differences: " FUNCTION TRIM(COUNT-DISPLAY-2)
           IF REPAIR-WANTED = "Y"
               MOVE REPAIR-COUNT TO COUNT-DISPLAY
               DISPLAY "  repair requests spooled: "
                   FUNCTION TRIM(COUNT-DISPLAY) " in "
                   FUNCTION TRIM(MIRROR-SPOOL-DIR)
           END-IF

           EVALUATE TRUE
               WHEN REPAIR-FAILED-COUNT > 0
                   MOVE 2 TO RETURN-CODE
               WHEN KV-MISSING-COUNT + KV-EXTRA-COUNT +
                    KV-VALUE-COUNT + KV-EXPIRY-COUNT +
                    KV-VERSION-COUNT + UP-MISSING-COUNT +
                    UP-EXTRA-COUNT + UP-DIFFER-COUNT +
                    UP-REVIEW-COUNT > 0
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       COMPARE-KV-STORES.
           OPEN INPUT KV-FILE
           IF KV-STORE-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot open store "
                   FUNCTION TRIM(KV-STORE-FILE-NAME)
                   " (status " KV-STORE-FILE-STATUS ")"
               MOVE "cannot open the primary store" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT STANDBY-KV-FILE
           IF STANDBY-KV-STATUS NOT = "00"
               DISPLAY "Error: cannot read standby unload "
                   FUNCTION TRIM(STANDBY-KV-NAME)
                   " (status " STANDBY-KV-STATUS ")"
               MOVE "cannot read the standby unload" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               CLOSE KV-FILE
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "KV STORE" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE LOW-VALUES TO KV-KEY
           START KV-FILE KEY NOT < KV-KEY
               INVALID KEY
                   MOVE "10" TO KV-STORE-FILE-STATUS
           END-START

           PERFORM READ-PRIMARY-KV
           PERFORM READ-STANDBY-KV

           PERFORM UNTIL PRI-KEY = HIGH-VALUES AND
                         SBY-KEY = HIGH-VALUES OR
                         SBY-OUT-OF-ORDER = "Y"
               EVALUATE TRUE
                   WHEN PRI-KEY < SBY-KEY
                       PERFORM NOTE-KV-MISSING-ON-STANDBY
                       PERFORM READ-PRIMARY-KV
                   WHEN PRI-KEY > SBY-KEY
                       PERFORM NOTE-KV-EXTRA-ON-STANDBY
                       PERFORM READ-STANDBY-KV
                   WHEN OTHER
                       PERFORM COMPARE-KV-PAIR
                       PERFORM READ-PRIMARY-KV
                       PERFORM READ-STANDBY-KV
               END-EVALUATE
           END-PERFORM

           CLOSE KV-FILE
           CLOSE STANDBY-KV-FILE

           IF SBY-OUT-OF-ORDER = "Y"
               DISPLAY "Error: standby unload "
                   FUNCTION TRIM(STANDBY-KV-NAME)
                   " is not in key order -- take it with KV-BACKUP "
                   "unload"
               MOVE SPACES TO REPORT-LINE
               STRING "standby unload out of key order at "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(SBY-KEY) DELIMITED BY SIZE
                      " -- comparison abandoned" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF KV-MISSING-COUNT + KV-EXTRA-COUNT + KV-VALUE-COUNT +
              KV-EXPIRY-COUNT + KV-VERSION-COUNT = 0
               MOVE "  (no differences)" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           EXIT PARAGRAPH.

       READ-PRIMARY-KV.
      *> Next live key of the primary; an expired key is skipped as
      *> ROUTE-KV's readers would skip it.
           PERFORM UNTIL 1 = 2
               IF KV-STORE-FILE-STATUS NOT = "00"
                   MOVE HIGH-VALUES TO PRI-KEY
                   EXIT PERFORM
               END-IF
               READ KV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO KV-STORE-FILE-STATUS
               END-READ
               IF KV-STORE-FILE-STATUS = "00"
                   IF KV-EXPIRES-TS = 0 OR
                      NOW-EPOCH NOT > KV-EXPIRES-TS
                       MOVE KV-KEY TO PRI-KEY
                       ADD 1 TO KV-PRIMARY-COUNT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       READ-STANDBY-KV.
      *> Next live key of the standby unload. An unload taken before
      *> KV-RECORD carried a version reads as version 1, the way
      *> KV-BACKUP reloads it.
           PERFORM UNTIL 1 = 2
               READ STANDBY-KV-FILE INTO SBY-KV-LINE
                   AT END
                       MOVE HIGH-VALUES TO SBY-KEY
                       EXIT PERFORM
               END-READ
               IF SBY-KEY NOT = SPACES
                   IF SBY-EXPIRES-TS IS NOT NUMERIC
                       MOVE 0 TO SBY-EXPIRES-TS
                   END-IF
                   IF SBY-VERSION IS NOT NUMERIC OR SBY-VERSION = 0
                       MOVE 1 TO SBY-VERSION
                   END-IF
                   IF SBY-KEY < SBY-PREV-KEY
                       MOVE "Y" TO SBY-OUT-OF-ORDER
                       EXIT PERFORM
                   END-IF
                   MOVE SBY-KEY TO SBY-PREV-KEY
                   IF SBY-EXPIRES-TS = 0 OR
                      NOW-EPOCH NOT > SBY-EXPIRES-TS
                       ADD 1 TO KV-STANDBY-COUNT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           EXIT PARAGRAPH.

       NOTE-KV-MISSING-ON-STANDBY.
           ADD 1 TO KV-MISSING-COUNT
           MOVE KV-VERSION TO VERSION-DISP
           MOVE KV-EXPIRES-TS TO EXPIRY-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "MISSING ON STANDBY  " DELIMITED BY SIZE
                  FUNCTION TRIM(KV-KEY) DELIMITED BY SIZE
                  "  primary v" DELIMITED BY SIZE
                  FUNCTION TRIM(VERSION-DISP) DELIMITED BY SIZE
                  " exp " DELIMITED BY SIZE
                  EXPIRY-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           IF REPAIR-WANTED = "Y"
               PERFORM SPOOL-KV-PUT-REPAIR
           END-IF

           EXIT PARAGRAPH.

       NOTE-KV-EXTRA-ON-STANDBY.
           ADD 1 TO KV-EXTRA-COUNT
           MOVE SBY-VERSION TO VERSION-DISP
           MOVE SBY-EXPIRES-TS TO EXPIRY-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "EXTRA ON STANDBY    " DELIMITED BY SIZE
                  FUNCTION TRIM(SBY-KEY) DELIMITED BY SIZE
                  "  standby v" DELIMITED BY SIZE
                  FUNCTION TRIM(VERSION-DISP) DELIMITED BY SIZE
                  " exp " DELIMITED BY SIZE
                  EXPIRY-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           IF REPAIR-WANTED = "Y"
               PERFORM SPOOL-KV-DELETE-REPAIR
           END-IF

           EXIT PARAGRAPH.

       COMPARE-KV-PAIR.
           MOVE "N" TO KV-VALUE-DIFF
           MOVE "N" TO KV-EXPIRY-DIFF
           MOVE "N" TO KV-VERSION-DIFF

           IF KV-VALUE NOT = SBY-VALUE
               MOVE "Y" TO KV-VALUE-DIFF
           END-IF

           EVALUATE TRUE
               WHEN KV-EXPIRES-TS = SBY-EXPIRES-TS
                   CONTINUE
               WHEN KV-EXPIRES-TS = 0 OR SBY-EXPIRES-TS = 0
                   MOVE "Y" TO KV-EXPIRY-DIFF
               WHEN OTHER
                   IF KV-EXPIRES-TS > SBY-EXPIRES-TS
                       COMPUTE KV-EXPIRY-GAP =
                           KV-EXPIRES-TS - SBY-EXPIRES-TS
                   ELSE
                       COMPUTE KV-EXPIRY-GAP =
                           SBY-EXPIRES-TS - KV-EXPIRES-TS
                   END-IF
                   IF KV-EXPIRY-GAP > EXPIRY-SLACK
                       MOVE "Y" TO KV-EXPIRY-DIFF
                   END-IF
           END-EVALUATE

           IF KV-VERSION NOT = SBY-VERSION
               MOVE "Y" TO KV-VERSION-DIFF
           END-IF

           IF KV-VALUE-DIFF = "N" AND KV-EXPIRY-DIFF = "N" AND
              KV-VERSION-DIFF = "N"
               ADD 1 TO KV-MATCH-COUNT
               EXIT PARAGRAPH
           END-IF

      *> One line per key, naming every field that disagrees; the
      *> key is counted once, under the weightiest difference.
           MOVE SPACES TO KV-DIFF-WORDS
           MOVE 1 TO KV-DIFF-PTR
           IF KV-VALUE-DIFF = "Y"
               STRING "value " DELIMITED BY SIZE
                      INTO KV-DIFF-WORDS WITH POINTER KV-DIFF-PTR
           END-IF
           IF KV-EXPIRY-DIFF = "Y"
               STRING "expiry " DELIMITED BY SIZE
                      INTO KV-DIFF-WORDS WITH POINTER KV-DIFF-PTR
           END-IF
           IF KV-VERSION-DIFF = "Y"
               STRING "version " DELIMITED BY SIZE
                      INTO KV-DIFF-WORDS WITH POINTER KV-DIFF-PTR
           END-IF

           EVALUATE TRUE
               WHEN KV-VALUE-DIFF = "Y"
                   ADD 1 TO KV-VALUE-COUNT
               WHEN KV-EXPIRY-DIFF = "Y"
                   ADD 1 TO KV-EXPIRY-COUNT
               WHEN OTHER
                   ADD 1 TO KV-VERSION-COUNT
           END-EVALUATE

           MOVE KV-VERSION TO VERSION-DISP
           MOVE SBY-VERSION TO VERSION-DISP-2
           MOVE KV-EXPIRES-TS TO EXPIRY-DISP
           MOVE SBY-EXPIRES-TS TO EXPIRY-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "DIFFERS             " DELIMITED BY SIZE
                  FUNCTION TRIM(KV-KEY) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(KV-DIFF-WORDS) DELIMITED BY SIZE
                  "  primary v" DELIMITED BY SIZE
                  FUNCTION TRIM(VERSION-DISP) DELIMITED BY SIZE
                  " exp " DELIMITED BY SIZE
                  EXPIRY-DISP DELIMITED BY SIZE
                  "  standby v" DELIMITED BY SIZE
                  FUNCTION TRIM(VERSION-DISP-2) DELIMITED BY SIZE
                  " exp " DELIMITED BY SIZE
                  EXPIRY-DISP-2 DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           IF REPAIR-WANTED = "Y" AND
              (KV-VALUE-DIFF = "Y" OR KV-EXPIRY-DIFF = "Y")
               PERFORM SPOOL-KV-PUT-REPAIR
           END-IF

           EXIT PARAGRAPH.

       COMPARE-UPLOAD-INDEXES.
           MOVE "UPLOADS" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           IF STANDBY-IDX-NAME = SPACES
               MOVE "  (no standby index given -- not compared)"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF PRIMARY-IDX-NAME = SPACES
               MOVE "  (UPLOAD_STORE_DIR not set -- not compared)"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               EXIT PARAGRAPH
           END-IF

      *> A primary with no index yet has simply stored nothing; a
      *> standby index that cannot be read is an operator error.
           MOVE "Y" TO LOADING-PRIMARY
           MOVE PRIMARY-IDX-NAME TO UPLOAD-IDX-PATH
           PERFORM LOAD-UPLOAD-INDEX
           MOVE "N" TO LOADING-PRIMARY
           MOVE STANDBY-IDX-NAME TO UPLOAD-IDX-PATH
           PERFORM LOAD-UPLOAD-INDEX
           IF UPLOAD-IDX-STATUS NOT = "10"
               DISPLAY "Error: cannot read standby index "
                   FUNCTION TRIM(STANDBY-IDX-NAME)
                   " (status " UPLOAD-IDX-STATUS ")"
               MOVE "  cannot read the standby index" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO UPLOADS-COMPARED

      *> First pass: identical content on both sides.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > PRI-UPLOAD-COUNT
               PERFORM VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > SBY-UPLOAD-COUNT
                   IF SU-PAIR(SU-IDX) = 0 AND
                      SU-FILENAME(SU-IDX) = PU-FILENAME(PU-IDX) AND
                      SU-SIZE(SU-IDX) = PU-SIZE(PU-IDX) AND
                      SU-CKSUM(SU-IDX) = PU-CKSUM(PU-IDX)
                       MOVE SU-IDX TO PU-PAIR(PU-IDX)
                       MOVE PU-IDX TO SU-PAIR(SU-IDX)
                       ADD 1 TO UP-MATCH-COUNT
                       PERFORM NOTE-UPLOAD-REVIEW-STATUS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM

      *> Second pass: what is left under the same filename differs
      *> in content, paired off in index order.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > PRI-UPLOAD-COUNT
               IF PU-PAIR(PU-IDX) = 0
                   PERFORM VARYING SU-IDX FROM 1 BY 1
                       UNTIL SU-IDX > SBY-UPLOAD-COUNT
                       IF SU-PAIR(SU-IDX) = 0 AND
                          SU-FILENAME(SU-IDX) = PU-FILENAME(PU-IDX)
                           MOVE SU-IDX TO PU-PAIR(PU-IDX)
                           MOVE PU-IDX TO SU-PAIR(SU-IDX)
                           PERFORM NOTE-UPLOAD-DIFFERS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > PRI-UPLOAD-COUNT
               IF PU-PAIR(PU-IDX) = 0
                   PERFORM NOTE-UPLOAD-MISSING-ON-STANDBY
               END-IF
           END-PERFORM

           PERFORM VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > SBY-UPLOAD-COUNT
               IF SU-PAIR(SU-IDX) = 0
                   ADD 1 TO UP-EXTRA-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "EXTRA ON STANDBY    " DELIMITED BY SIZE
                          FUNCTION TRIM(SU-ID(SU-IDX))
                              DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(SU-FILENAME(SU-IDX))
                              DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(SU-SIZE(SU-IDX))
                              DELIMITED BY SIZE
                          " bytes  checksum " DELIMITED BY SIZE
                          FUNCTION TRIM(SU-CKSUM(SU-IDX))
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-RECORD FROM REPORT-LINE
               END-IF
           END-PERFORM

           IF UP-MISSING-COUNT + UP-EXTRA-COUNT + UP-DIFFER-COUNT +
              UP-REVIEW-COUNT = 0
               MOVE "  (no differences)" TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           EXIT PARAGRAPH.

       LOAD-UPLOAD-INDEX.
           OPEN INPUT UPLOAD-IDX-FILE
           IF UPLOAD-IDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL UPLOAD-IDX-STATUS = "10"
               READ UPLOAD-IDX-FILE INTO UPLOAD-IDX-LINE
                   AT END
                       MOVE "10" TO UPLOAD-IDX-STATUS
                   NOT AT END
                       PERFORM TABLE-ONE-UPLOAD-ENTRY
               END-READ
           END-PERFORM

           CLOSE UPLOAD-IDX-FILE
           MOVE "10" TO UPLOAD-IDX-STATUS

           EXIT PARAGRAPH.

       TABLE-ONE-UPLOAD-ENTRY.
           MOVE SPACES TO ENTRY-ID ENTRY-FILENAME ENTRY-SIZE
               ENTRY-CTYPE ENTRY-UPLOADER ENTRY-CKSUM ENTRY-STATUS
               ENTRY-TIER ENTRY-ARCHIVE
           UNSTRING UPLOAD-IDX-LINE DELIMITED BY "|"
               INTO ENTRY-ID ENTRY-FILENAME ENTRY-SIZE ENTRY-CTYPE
                    ENTRY-UPLOADER ENTRY-TS ENTRY-CKSUM
                    ENTRY-STATUS ENTRY-REVIEWER ENTRY-REV-TS
                    ENTRY-TIER ENTRY-ARCHIVE

           IF FUNCTION TRIM(ENTRY-ID) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF LOADING-PRIMARY = "Y"
               IF PRI-UPLOAD-COUNT >= UPLOAD-TABLE-MAX
                   ADD 1 TO UPLOAD-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PRI-UPLOAD-COUNT
               MOVE PRI-UPLOAD-COUNT TO PU-IDX
               MOVE ENTRY-ID TO PU-ID(PU-IDX)
               MOVE ENTRY-FILENAME TO PU-FILENAME(PU-IDX)
               MOVE ENTRY-SIZE TO PU-SIZE(PU-IDX)
               MOVE ENTRY-CTYPE TO PU-CTYPE(PU-IDX)
               MOVE ENTRY-UPLOADER TO PU-UPLOADER(PU-IDX)
               MOVE ENTRY-CKSUM TO PU-CKSUM(PU-IDX)
               MOVE ENTRY-STATUS TO PU-STATUS(PU-IDX)
               MOVE ENTRY-TIER TO PU-TIER(PU-IDX)
               MOVE ENTRY-ARCHIVE TO PU-ARCHIVE(PU-IDX)
               MOVE 0 TO PU-PAIR(PU-IDX)
           ELSE
               IF SBY-UPLOAD-COUNT >= UPLOAD-TABLE-MAX
                   ADD 1 TO UPLOAD-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SBY-UPLOAD-COUNT
               MOVE SBY-UPLOAD-COUNT TO SU-IDX
               MOVE ENTRY-ID TO SU-ID(SU-IDX)
               MOVE ENTRY-FILENAME TO SU-FILENAME(SU-IDX)
               MOVE ENTRY-SIZE TO SU-SIZE(SU-IDX)
               MOVE ENTRY-CKSUM TO SU-CKSUM(SU-IDX)
               MOVE ENTRY-STATUS TO SU-STATUS(SU-IDX)
               MOVE 0 TO SU-PAIR(SU-IDX)
           END-IF

           EXIT PARAGRAPH.

       NOTE-UPLOAD-REVIEW-STATUS.
      *> A review decision is mirrored as its own request, so a lost
      *> one leaves the same file approved here and pending there.
           IF PU-STATUS(PU-IDX) = SU-STATUS(SU-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO UP-REVIEW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REVIEW DIFFERS      " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-FILENAME(PU-IDX)) DELIMITED BY SIZE
                  "  primary " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-ID(PU-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-STATUS(PU-IDX)) DELIMITED BY SIZE
                  "  standby " DELIMITED BY SIZE
                  FUNCTION TRIM(SU-ID(SU-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SU-STATUS(SU-IDX)) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           EXIT PARAGRAPH.

       NOTE-UPLOAD-DIFFERS.
           ADD 1 TO UP-DIFFER-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DIFFERS             " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-FILENAME(PU-IDX)) DELIMITED BY SIZE
                  "  primary " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-ID(PU-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-SIZE(PU-IDX)) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(PU-CKSUM(PU-IDX)) DELIMITED BY SIZE
                  "  standby " DELIMITED BY SIZE
                  FUNCTION TRIM(SU-ID(SU-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SU-SIZE(SU-IDX)) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(SU-CKSUM(SU-IDX)) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           EXIT PARAGRAPH.

       NOTE-UPLOAD-MISSING-ON-STANDBY.
           ADD 1 TO UP-MISSING-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MISSING ON STANDBY  " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-ID(PU-IDX)) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-FILENAME(PU-IDX)) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-SIZE(PU-IDX)) DELIMITED BY SIZE
                  " bytes  checksum " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-CKSUM(PU-IDX)) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           IF REPAIR-WANTED = "Y"
               IF FUNCTION TRIM(REPAIR-UPLOAD-PATH) = SPACES
                   ADD 1 TO UP-UNSPOOLED-COUNT
               ELSE
                   PERFORM SPOOL-UPLOAD-REPAIR
               END-IF
           END-IF

           EXIT PARAGRAPH.

       WRITE-RECON-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE KV-PRIMARY-COUNT TO COUNT-DISPLAY
           MOVE KV-STANDBY-COUNT TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "kv keys       primary " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  "  standby " DELIMITED BY SIZE
                  COUNT-DISPLAY-2 DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE

           MOVE "  matching:            " TO REPORT-WORK
           MOVE KV-MATCH-COUNT TO COUNT-DISPLAY
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  missing on standby:  " TO REPORT-WORK
           MOVE KV-MISSING-COUNT TO COUNT-DISPLAY
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  extra on standby:    " TO REPORT-WORK
           MOVE KV-EXTRA-COUNT TO COUNT-DISPLAY
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  value differs:       " TO REPORT-WORK
           MOVE KV-VALUE-COUNT TO COUNT-DISPLAY
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  expiry differs:      " TO REPORT-WORK
           MOVE KV-EXPIRY-COUNT TO COUNT-DISPLAY
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  version only:        " TO REPORT-WORK
           MOVE KV-VERSION-COUNT TO COUNT-DISPLAY
           PERFORM WRITE-SUMMARY-COUNT

           IF UPLOADS-COMPARED = "Y"
               MOVE PRI-UPLOAD-COUNT TO COUNT-DISPLAY
               MOVE SBY-UPLOAD-COUNT TO COUNT-DISPLAY-2
               MOVE SPACES TO REPORT-LINE
               STRING "uploads       primary " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      "  standby " DELIMITED BY SIZE
                      COUNT-DISPLAY-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE

               MOVE "  matching:            " TO REPORT-WORK
               MOVE UP-MATCH-COUNT TO COUNT-DISPLAY
               PERFORM WRITE-SUMMARY-COUNT
               MOVE "  missing on standby:  " TO REPORT-WORK
               MOVE UP-MISSING-COUNT TO COUNT-DISPLAY
               PERFORM WRITE-SUMMARY-COUNT
               MOVE "  extra on standby:    " TO REPORT-WORK
               MOVE UP-EXTRA-COUNT TO COUNT-DISPLAY
               PERFORM WRITE-SUMMARY-COUNT
               MOVE "  content differs:     " TO REPORT-WORK
               MOVE UP-DIFFER-COUNT TO COUNT-DISPLAY
               PERFORM WRITE-SUMMARY-COUNT
               MOVE "  review differs:      " TO REPORT-WORK
               MOVE UP-REVIEW-COUNT TO COUNT-DISPLAY
               PERFORM WRITE-SUMMARY-COUNT
               IF UPLOAD-OVERFLOW > 0
                   MOVE "  over table size:" TO REPORT-WORK
                   MOVE UPLOAD-OVERFLOW TO COUNT-DISPLAY
                   PERFORM WRITE-SUMMARY-COUNT
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF REPAIR-WANTED = "Y"
               MOVE "repair requests spooled:  " TO REPORT-WORK
               MOVE REPAIR-COUNT TO COUNT-DISPLAY
               PERFORM WRITE-SUMMARY-COUNT
               IF REPAIR-FAILED-COUNT > 0
                   MOVE "repair requests failed:   " TO REPORT-WORK
                   MOVE REPAIR-FAILED-COUNT TO COUNT-DISPLAY
                   PERFORM WRITE-SUMMARY-COUNT
               END-IF
               IF UP-UNSPOOLED-COUNT > 0
                   MOVE "uploads not spooled:" TO REPORT-WORK
                   MOVE UP-UNSPOOLED-COUNT TO COUNT-DISPLAY
                   PERFORM WRITE-SUMMARY-COUNT
                   MOVE "  (MIRROR_REPAIR_UPLOAD_PATH is not set)"
                       TO REPORT-LINE
                   WRITE REPORT-RECORD FROM REPORT-LINE
               END-IF
           ELSE
               MOVE "repair spool not written (run with repair)"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

      *> What no spooled request can put right.
           IF KV-VERSION-COUNT > 0 OR
              (REPAIR-WANTED = "Y" AND
               KV-VALUE-COUNT + KV-EXPIRY-COUNT > 0)
               MOVE "version numbers cannot be set over HTTP: reload"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE "  the standby store from a KV-BACKUP unload of"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE "  this one to bring them into line"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF
           IF UP-EXTRA-COUNT + UP-DIFFER-COUNT + UP-REVIEW-COUNT > 0
               MOVE "extra, differing and review-status uploads need"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
               MOVE "  the standby's store put right by hand"
                   TO REPORT-LINE
               WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF

           EXIT PARAGRAPH.

       WRITE-SUMMARY-COUNT.
           MOVE SPACES TO REPORT-LINE
           MOVE REPORT-WORK(1:26) TO REPORT-LINE(1:26)
           MOVE COUNT-DISPLAY TO REPORT-LINE(27:9)
           WRITE REPORT-RECORD FROM REPORT-LINE
           EXIT PARAGRAPH.

       SPOOL-KV-PUT-REPAIR.
      *> The primary's value with the ttl it has left; the peer
      *> stamps the deadline from its own clock as it did the first
      *> time. ROUTE-KV takes the body as the value.
           MOVE SPACES TO REPAIR-HEAD-BUF
           MOVE 1 TO REPAIR-HEAD-PTR
           STRING "PUT /kv/" DELIMITED BY SIZE
                  FUNCTION TRIM(KV-KEY) DELIMITED BY SIZE
                  INTO REPAIR-HEAD-BUF
                  WITH POINTER REPAIR-HEAD-PTR
           IF KV-EXPIRES-TS > 0
               COMPUTE REPAIR-TTL = KV-EXPIRES-TS - NOW-EPOCH
               IF REPAIR-TTL = 0
                   MOVE 1 TO REPAIR-TTL
               END-IF
               MOVE REPAIR-TTL TO REPAIR-TTL-DISP
               STRING "?ttl=" DELIMITED BY SIZE
                      FUNCTION TRIM(REPAIR-TTL-DISP) DELIMITED BY SIZE
                      INTO REPAIR-HEAD-BUF
                      WITH POINTER REPAIR-HEAD-PTR
           END-IF

           IF KV-VALUE = SPACES
               MOVE 0 TO REPAIR-BODY-LEN
           ELSE
               COMPUTE REPAIR-BODY-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(KV-VALUE TRAILING))
           END-IF
           MOVE REPAIR-BODY-LEN TO REPAIR-LEN-DISP

           STRING " HTTP/1.1" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Host: mirror" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: text/plain" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(REPAIR-LEN-DISP) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO REPAIR-HEAD-BUF
                  WITH POINTER REPAIR-HEAD-PTR
           COMPUTE REPAIR-HEAD-LEN = REPAIR-HEAD-PTR - 1

           PERFORM OPEN-REPAIR-FILE
           IF REPAIR-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPAIR-HEAD
           IF REPAIR-BODY-LEN > 0 AND REPAIR-OK = "Y"
               MOVE 0 TO REPAIR-WRITE-DONE
               PERFORM UNTIL REPAIR-WRITE-DONE >= REPAIR-BODY-LEN
                   COMPUTE REPAIR-WRITE-LEN =
                       REPAIR-BODY-LEN - REPAIR-WRITE-DONE
                   CALL "write" USING BY VALUE REPAIR-FD,
                       BY REFERENCE KV-VALUE
                           (REPAIR-WRITE-DONE + 1:REPAIR-WRITE-LEN),
                       BY VALUE REPAIR-WRITE-LEN
                       RETURNING REPAIR-IO-RESULT
                   IF REPAIR-IO-RESULT <= 0
                       MOVE "N" TO REPAIR-OK
                       EXIT PERFORM
                   END-IF
                   ADD REPAIR-IO-RESULT TO REPAIR-WRITE-DONE
               END-PERFORM
           END-IF
           PERFORM CLOSE-REPAIR-FILE

           EXIT PARAGRAPH.

       SPOOL-KV-DELETE-REPAIR.
           MOVE SPACES TO REPAIR-HEAD-BUF
           MOVE 1 TO REPAIR-HEAD-PTR
           STRING "DELETE /kv/" DELIMITED BY SIZE
                  FUNCTION TRIM(SBY-KEY) DELIMITED BY SIZE
                  " HTTP/1.1" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Host: mirror" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: 0" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO REPAIR-HEAD-BUF
                  WITH POINTER REPAIR-HEAD-PTR
           COMPUTE REPAIR-HEAD-LEN = REPAIR-HEAD-PTR - 1

           PERFORM OPEN-REPAIR-FILE
           IF REPAIR-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPAIR-HEAD
           PERFORM CLOSE-REPAIR-FILE

           EXIT PARAGRAPH.

       SPOOL-UPLOAD-REPAIR.
      *> The primary's stored bytes as one multipart part, with the
      *> original uploader riding the "uploader" query parameter the
      *> store honours. An archived entry is recalled to a scratch
      *> copy first, as UPLOAD-VERIFY does.
           MOVE SPACES TO RECALL-PATH
           IF FUNCTION TRIM(PU-TIER(PU-IDX)) = "ARCHIVE"
               PERFORM RECALL-ARCHIVED-UPLOAD
               MOVE RECALL-PATH TO REPAIR-SRC-PATH
           ELSE
               MOVE SPACES TO REPAIR-SRC-PATH
               STRING FUNCTION TRIM(STORE-DIR) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(PU-ID(PU-IDX)) DELIMITED BY SIZE
                      INTO REPAIR-SRC-PATH
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING REPAIR-SRC-PATH,
                   REPAIR-FILE-INFO
               RETURNING REPAIR-STAT-RESULT
           IF REPAIR-STAT-RESULT NOT = 0
               DISPLAY "WARN: stored file for "
                   FUNCTION TRIM(PU-ID(PU-IDX))
                   " not readable, upload not spooled"
               ADD 1 TO REPAIR-FAILED-COUNT
               PERFORM REMOVE-RECALL-COPY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPAIR-BOUNDARY
           STRING "----mirrorrepair" DELIMITED BY SIZE
                  NOW-EPOCH-DISP DELIMITED BY SIZE
                  INTO REPAIR-BOUNDARY

           MOVE SPACES TO REPAIR-PART-HEAD
           MOVE 1 TO REPAIR-HEAD-PTR
           STRING "--" DELIMITED BY SIZE
                  FUNCTION TRIM(REPAIR-BOUNDARY) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  'Content-Disposition: form-data; name="file"; '
                      DELIMITED BY SIZE
                  'filename="' DELIMITED BY SIZE
                  FUNCTION TRIM(PU-FILENAME(PU-IDX)) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO REPAIR-PART-HEAD
                  WITH POINTER REPAIR-HEAD-PTR
           IF FUNCTION TRIM(PU-CTYPE(PU-IDX)) NOT = SPACES
               STRING "Content-Type: " DELIMITED BY SIZE
                      FUNCTION TRIM(PU-CTYPE(PU-IDX))
                          DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      INTO REPAIR-PART-HEAD
                      WITH POINTER REPAIR-HEAD-PTR
           END-IF
           STRING X"0D0A" DELIMITED BY SIZE
                  INTO REPAIR-PART-HEAD
                  WITH POINTER REPAIR-HEAD-PTR
           COMPUTE REPAIR-PART-HEAD-LEN = REPAIR-HEAD-PTR - 1

           MOVE SPACES TO REPAIR-PART-TAIL
           MOVE 1 TO REPAIR-HEAD-PTR
           STRING X"0D0A" DELIMITED BY SIZE
                  "--" DELIMITED BY SIZE
                  FUNCTION TRIM(REPAIR-BOUNDARY) DELIMITED BY SIZE
                  "--" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO REPAIR-PART-TAIL
                  WITH POINTER REPAIR-HEAD-PTR
           COMPUTE REPAIR-PART-TAIL-LEN = REPAIR-HEAD-PTR - 1

           COMPUTE REPAIR-BODY-LEN = REPAIR-PART-HEAD-LEN +
               REPAIR-INFO-SIZE + REPAIR-PART-TAIL-LEN
           MOVE REPAIR-BODY-LEN TO REPAIR-LEN-DISP

           MOVE SPACES TO REPAIR-HEAD-BUF
           MOVE 1 TO REPAIR-HEAD-PTR
           STRING "POST " DELIMITED BY SIZE
                  FUNCTION TRIM(REPAIR-UPLOAD-PATH) DELIMITED BY SIZE
                  INTO REPAIR-HEAD-BUF
                  WITH POINTER REPAIR-HEAD-PTR
           IF FUNCTION TRIM(PU-UPLOADER(PU-IDX)) NOT = SPACES
               STRING "?uploader=" DELIMITED BY SIZE
                      FUNCTION TRIM(PU-UPLOADER(PU-IDX))
                          DELIMITED BY SIZE
                      INTO REPAIR-HEAD-BUF
                      WITH POINTER REPAIR-HEAD-PTR
           END-IF
           STRING " HTTP/1.1" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Host: mirror" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Type: multipart/form-data; boundary="
                      DELIMITED BY SIZE
                  FUNCTION TRIM(REPAIR-BOUNDARY) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  FUNCTION TRIM(REPAIR-LEN-DISP) DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  X"0D0A" DELIMITED BY SIZE
                  INTO REPAIR-HEAD-BUF
                  WITH POINTER REPAIR-HEAD-PTR
           COMPUTE REPAIR-HEAD-LEN = REPAIR-HEAD-PTR - 1

           PERFORM OPEN-REPAIR-FILE
           IF REPAIR-OK = "N"
               PERFORM REMOVE-RECALL-COPY
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPAIR-HEAD

           IF REPAIR-OK = "Y"
               CALL "write" USING BY VALUE REPAIR-FD,
                   BY REFERENCE REPAIR-PART-HEAD,
                   BY VALUE REPAIR-PART-HEAD-LEN
                   RETURNING REPAIR-IO-RESULT
               IF REPAIR-IO-RESULT NOT = REPAIR-PART-HEAD-LEN
                   MOVE "N" TO REPAIR-OK
               END-IF
           END-IF

           IF REPAIR-OK = "Y"
               PERFORM COPY-UPLOAD-BYTES
           END-IF

           IF REPAIR-OK = "Y"
               CALL "write" USING BY VALUE REPAIR-FD,
                   BY REFERENCE REPAIR-PART-TAIL,
                   BY VALUE REPAIR-PART-TAIL-LEN
                   RETURNING REPAIR-IO-RESULT
               IF REPAIR-IO-RESULT NOT = REPAIR-PART-TAIL-LEN
                   MOVE "N" TO REPAIR-OK
               END-IF
           END-IF

           PERFORM CLOSE-REPAIR-FILE
           PERFORM REMOVE-RECALL-COPY

           EXIT PARAGRAPH.

       COPY-UPLOAD-BYTES.
           MOVE SPACES TO REPAIR-SRC-OPEN
           STRING FUNCTION TRIM(REPAIR-SRC-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO REPAIR-SRC-OPEN
           CALL "open" USING BY REFERENCE REPAIR-SRC-OPEN,
                             BY VALUE 0
                             RETURNING REPAIR-SRC-FD
           IF REPAIR-SRC-FD < 0
               MOVE "N" TO REPAIR-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               CALL "read" USING BY VALUE REPAIR-SRC-FD,
                                 BY REFERENCE REPAIR-COPY-BUF,
                                 BY VALUE LENGTH OF REPAIR-COPY-BUF
                                 RETURNING REPAIR-IO-RESULT
               IF REPAIR-IO-RESULT <= 0
                   EXIT PERFORM
               END-IF
               MOVE REPAIR-IO-RESULT TO REPAIR-WRITE-LEN
               CALL "write" USING BY VALUE REPAIR-FD,
                   BY REFERENCE REPAIR-COPY-BUF,
                   BY VALUE REPAIR-WRITE-LEN
                   RETURNING REPAIR-IO-RESULT
               IF REPAIR-IO-RESULT NOT = REPAIR-WRITE-LEN
                   MOVE "N" TO REPAIR-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           CALL "close" USING BY VALUE REPAIR-SRC-FD

           EXIT PARAGRAPH.

       RECALL-ARCHIVED-UPLOAD.
      *> A failed decompression leaves no scratch file, which the
      *> existence check then reports.
           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY

           MOVE SPACES TO RECALL-PATH
           STRING FUNCTION TRIM(TEMP-DIR) DELIMITED BY SIZE
                  "/recon_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(PU-ID(PU-IDX)) DELIMITED BY SIZE
                  INTO RECALL-PATH

           MOVE SPACES TO RECALL-COMMAND
           STRING "gzip -dc " DELIMITED BY SIZE
                  FUNCTION TRIM(PU-ARCHIVE(PU-IDX)) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  " 2>/dev/null || rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RECALL-COMMAND
           CALL "system" USING RECALL-COMMAND

           EXIT PARAGRAPH.

       REMOVE-RECALL-COPY.
           IF RECALL-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECALL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(RECALL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO RECALL-COMMAND
           CALL "system" USING RECALL-COMMAND
           EXIT PARAGRAPH.

       OPEN-REPAIR-FILE.
      *> mirror_<epoch>_repair<n>.req sorts after everything already
      *> queued, so a repair never overtakes a genuine request.
           MOVE "Y" TO REPAIR-OK
           ADD 1 TO REPAIR-SEQ

           MOVE SPACES TO REPAIR-PATH
           STRING FUNCTION TRIM(MIRROR-SPOOL-DIR) DELIMITED BY SIZE
                  "/mirror_" DELIMITED BY SIZE
                  NOW-EPOCH-DISP DELIMITED BY SIZE
                  "_repair" DELIMITED BY SIZE
                  REPAIR-SEQ DELIMITED BY SIZE
                  ".req" DELIMITED BY SIZE
                  INTO REPAIR-PATH

           MOVE SPACES TO REPAIR-PART-PATH
           STRING FUNCTION TRIM(REPAIR-PATH) DELIMITED BY SIZE
                  ".part" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO REPAIR-PART-PATH
           MOVE SPACES TO REPAIR-FINAL-PATH
           STRING FUNCTION TRIM(REPAIR-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO REPAIR-FINAL-PATH

      *> O_WRONLY+O_CREAT+O_TRUNC, mode 0600, as MIRROR-SPOOL opens
      *> its own spool files.
           CALL "open" USING BY REFERENCE REPAIR-PART-PATH,
                             BY VALUE 577,
                             BY VALUE 384
                             RETURNING REPAIR-FD
           IF REPAIR-FD < 0
               DISPLAY "WARN: cannot write repair request "
                   FUNCTION TRIM(REPAIR-PATH)
               MOVE "N" TO REPAIR-OK
               ADD 1 TO REPAIR-FAILED-COUNT
           END-IF

           EXIT PARAGRAPH.

       WRITE-REPAIR-HEAD.
           MOVE 0 TO REPAIR-WRITE-DONE
           PERFORM UNTIL REPAIR-WRITE-DONE >= REPAIR-HEAD-LEN
               COMPUTE REPAIR-WRITE-LEN =
                   REPAIR-HEAD-LEN - REPAIR-WRITE-DONE
               CALL "write" USING BY VALUE REPAIR-FD,
                   BY REFERENCE REPAIR-HEAD-BUF
                       (REPAIR-WRITE-DONE + 1:REPAIR-WRITE-LEN),
                   BY VALUE REPAIR-WRITE-LEN
                   RETURNING REPAIR-IO-RESULT
               IF REPAIR-IO-RESULT <= 0
                   MOVE "N" TO REPAIR-OK
                   EXIT PERFORM
               END-IF
               ADD REPAIR-IO-RESULT TO REPAIR-WRITE-DONE
           END-PERFORM

           EXIT PARAGRAPH.

       CLOSE-REPAIR-FILE.
      *> Only a complete request is renamed into the agent's view; a
      *> short one is removed and counted as a failure.
           CALL "close" USING BY VALUE REPAIR-FD

           IF REPAIR-OK = "Y"
               CALL "rename" USING BY REFERENCE REPAIR-PART-PATH,
                                   BY REFERENCE REPAIR-FINAL-PATH
                                   RETURNING REPAIR-IO-RESULT
               IF REPAIR-IO-RESULT NOT = 0
                   MOVE "N" TO REPAIR-OK
               END-IF
           END-IF

           IF REPAIR-OK = "Y"
               ADD 1 TO REPAIR-COUNT
           ELSE
               DISPLAY "WARN: repair request "
                   FUNCTION TRIM(REPAIR-PATH) " not written"
               CALL "remove" USING BY REFERENCE REPAIR-PART-PATH
                   RETURNING REPAIR-IO-RESULT
               ADD 1 TO REPAIR-FAILED-COUNT
           END-IF

           EXIT PARAGRAPH.

       LOAD-RECON-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = "35" OR CONFIG-FILE-STATUS = "05"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE INTO CONFIG-LINE
                   AT END
                       MOVE "10" TO CONFIG-FILE-STATUS
                   NOT AT END
                       PERFORM APPLY-RECON-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE

           EXIT PARAGRAPH.

       APPLY-RECON-CONFIG-LINE.
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
               WHEN "MIRROR_HOST"
                   MOVE CONFIG-VAL TO MIRROR-HOST
               WHEN "MIRROR_SPOOL_DIR"
                   MOVE CONFIG-VAL TO MIRROR-SPOOL-DIR
               WHEN "MIRROR_RECON_EXPIRY_SLACK"
                   COMPUTE EXPIRY-SLACK = FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "MIRROR_REPAIR_UPLOAD_PATH"
                   MOVE CONFIG-VAL TO REPAIR-UPLOAD-PATH
           END-EVALUATE

           EXIT PARAGRAPH.

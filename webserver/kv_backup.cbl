      *> Usage:  KV-BACKUP unload [backup-file]
      *>         KV-BACKUP reload <backup-file>
      *>         KV-BACKUP unload-v1 <old-store-file> [backup-file]
      *>         KV-BACKUP unload-v2 <old-store-file> [backup-file]
      *> The store is kvstore.dat next to the program, the same
      *> compiled-in name ROUTE-KV uses. The unload default lands in
      *> kv_backup_YYYYMMDD.dat, one file per run date, the
      *> traffic_report naming convention.
      *>
      *> Backup lines are the fixed-width KV-RECORD image (key,
      *> expiry stamp, value, version), not a delimited layout -- stored
      *> values are caller text and may contain any separator
      *> except line breaks, which ROUTE-KV scrubs at ingestion so
      *> one value can never split across two LINE SEQUENTIAL
      *> and writes a current-layout backup with every key marked
      *> never-expiring, ready for a normal reload. Point it at the
      *> .damaged.<timestamp> file the startup integrity check sets
      *> a pre-upgrade store aside as. unload-v2 does the same for a
      *> store written before KV-RECORD gained its version number
      *> (key + expiry stamp + value); every key comes out at
      *> version 1. A backup taken before that upgrade reloads
      *> as-is, its keys likewise starting at version 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KV-V1-KEY
               FILE STATUS IS V1-STORE-STATUS.
           SELECT KV-V2-FILE ASSIGN TO V1-STORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KV-V2-KEY
               FILE STATUS IS V1-STORE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
       01 KV-V1-RECORD.
           05 KV-V1-KEY        PIC X(64).
           05 KV-V1-VALUE      PIC X(1024).
      *> The pre-version record image, for unload-v2.
       FD KV-V2-FILE.
       01 KV-V2-RECORD.
           05 KV-V2-KEY        PIC X(64).
           05 KV-V2-EXPIRES-TS PIC 9(10).
           05 KV-V2-VALUE      PIC X(1024).
       FD BACKUP-FILE.
       01 BACKUP-RECORD PIC X(1107).

       WORKING-STORAGE SECTION.
       COPY KV-STORE-FIELDS.
       01 BACKUP-FILE-NAME      PIC X(256).
       01 BACKUP-FILE-STATUS    PIC XX.
       01 BACKUP-LINE           PIC X(1107).

       01 COMMAND-LINE-ARGS     PIC X(512).
       01 ARG-MODE              PIC X(16).
                   PERFORM RELOAD-STORE
               WHEN "unload-v1"
                   PERFORM UNLOAD-V1-STORE
               WHEN "unload-v2"
                   PERFORM UNLOAD-V2-STORE
               WHEN OTHER
                   DISPLAY "Usage: KV-BACKUP unload [backup-file]"
                   DISPLAY "       KV-BACKUP reload <backup-file>"
                   DISPLAY "       KV-BACKUP unload-v1 "
                       "<old-store-file> [backup-file]"
                   DISPLAY "       KV-BACKUP unload-v2 "
                       "<old-store-file> [backup-file]"
                   MOVE 3 TO RETURN-CODE
           END-EVALUATE

                   NOT AT END
                       ADD 1 TO RECORDS-READ
      *> The current record image, built positionally: key (64),
      *> never-expiring stamp (10), value (1024), version 1 (9).
                       MOVE SPACES TO BACKUP-LINE
                       MOVE KV-V1-KEY TO BACKUP-LINE(1:64)
                       MOVE "0000000000" TO BACKUP-LINE(65:10)
                       MOVE KV-V1-VALUE TO BACKUP-LINE(75:1024)
                       MOVE "000000001" TO BACKUP-LINE(1099:9)
                       WRITE BACKUP-RECORD FROM BACKUP-LINE
                       IF BACKUP-FILE-STATUS = "00"
                           ADD 1 TO RECORDS-WRITTEN

           EXIT PARAGRAPH.

       UNLOAD-V2-STORE.
      *> Upgrade unload for the expiry-era layout: stamps carry
      *> over, and every key starts its version count at 1.
           IF FUNCTION TRIM(ARG-BACKUP) = SPACES
               DISPLAY "Error: unload-v2 needs the old store's "
                   "file name"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ARG-BACKUP TO V1-STORE-NAME

           IF FUNCTION TRIM(ARG-EXTRA) NOT = SPACES
               MOVE ARG-EXTRA TO BACKUP-FILE-NAME
           ELSE
               MOVE SPACES TO BACKUP-FILE-NAME
               STRING "kv_backup_" DELIMITED BY SIZE
                      RUN-DATE-STAMP DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO BACKUP-FILE-NAME
           END-IF

           OPEN INPUT KV-V2-FILE
           IF V1-STORE-STATUS NOT = "00"
               DISPLAY "Error: cannot open old-layout store "
                   FUNCTION TRIM(V1-STORE-NAME)
                   " (status " V1-STORE-STATUS ")"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot write backup "
                   FUNCTION TRIM(BACKUP-FILE-NAME)
                   " (status " BACKUP-FILE-STATUS ")"
               CLOSE KV-V2-FILE
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO KV-V2-KEY
           START KV-V2-FILE KEY NOT < KV-V2-KEY
               INVALID KEY
                   MOVE "10" TO V1-STORE-STATUS
           END-START

           PERFORM UNTIL V1-STORE-STATUS NOT = "00"
               READ KV-V2-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO V1-STORE-STATUS
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       MOVE SPACES TO BACKUP-LINE
                       MOVE KV-V2-RECORD TO BACKUP-LINE(1:1098)
                       MOVE "000000001" TO BACKUP-LINE(1099:9)
                       WRITE BACKUP-RECORD FROM BACKUP-LINE
                       IF BACKUP-FILE-STATUS = "00"
                           ADD 1 TO RECORDS-WRITTEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KV-V2-FILE
           CLOSE BACKUP-FILE

           MOVE RECORDS-READ TO COUNT-DISPLAY
           DISPLAY "KV UNLOAD-V2: " FUNCTION TRIM(COUNT-DISPLAY)
               " record(s) read from "
               FUNCTION TRIM(V1-STORE-NAME)
           MOVE RECORDS-WRITTEN TO COUNT-DISPLAY
           DISPLAY "              " FUNCTION TRIM(COUNT-DISPLAY)
               " record(s) written to "
               FUNCTION TRIM(BACKUP-FILE-NAME)

           IF RECORDS-WRITTEN NOT = RECORDS-READ
               DISPLAY "Error: unload count mismatch -- backup is "
                   "incomplete"
               MOVE 1 TO RETURN-CODE
           END-IF

           EXIT PARAGRAPH.

       RELOAD-STORE.
           IF FUNCTION TRIM(ARG-BACKUP) = SPACES
               DISPLAY "Error: reload needs a backup file name"
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       MOVE BACKUP-LINE TO KV-RECORD
      *> A backup from before keys were versioned ends at the
      *> value; its keys start counting here.
                       IF KV-VERSION NOT NUMERIC OR KV-VERSION = 0
                           MOVE 1 TO KV-VERSION
                       END-IF
                       WRITE KV-RECORD
                           INVALID KEY
                               DISPLAY "WARN: duplicate key "

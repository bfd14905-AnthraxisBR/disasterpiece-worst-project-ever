       01 UPLOAD-REJECT-TS        PIC 9(10) COMP-5.
       01 UPLOAD-QP-IDX           PIC 9(4) COMP-5.

      *> Parts the multipart parsers have written to CONFIG-TEMP-DIR
      *> wait here (HOLD-UPLOAD-PART) until PROCESS-REQUEST has let
      *> the request past auth, policy, rate limit, quota and
      *> validation; only then does STORE-PENDING-UPLOADS move them
      *> into the store, index them and charge them. Whatever a
      *> refused request left waiting is removed once it has been
      *> answered (DISCARD-PENDING-UPLOADS).
       01 UPLOAD-PENDING-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 UPLOAD-PENDING-IDX      PIC 9(4) COMP-5.
       01 UPLOAD-PENDING-TABLE.
           05 UPLOAD-PENDING OCCURS 64 TIMES.
               10 UPLOAD-PENDING-FILE     PIC X(256).
               10 UPLOAD-PENDING-STAMP    PIC 9(10).
               10 UPLOAD-PENDING-PART     PIC 9(4).
               10 UPLOAD-PENDING-NAME     PIC X(128).
               10 UPLOAD-PENDING-CTYPE    PIC X(64).
               10 UPLOAD-PENDING-LEN      PIC 9(9) COMP-5.

       01 UPLOAD-ENTRY-ID         PIC X(32).
       01 UPLOAD-ENTRY-FILENAME   PIC X(128).
       01 UPLOAD-ENTRY-SIZE       PIC X(16).
       01 UPLOAD-ENTRY-STATUS     PIC X(10).
       01 UPLOAD-ENTRY-REVIEWER   PIC X(32).
       01 UPLOAD-ENTRY-REV-TS     PIC X(12).
      *> Storage tier (11th-12th columns): blank = on the store
      *> disk; ARCHIVE = compressed to the recorded archive path by
      *> the retention sweep, recalled to a temp copy on retrieval.
       01 UPLOAD-ENTRY-TIER       PIC X(8).
       01 UPLOAD-ENTRY-ARCHIVE    PIC X(256).
       01 UPLOAD-ARCHIVE-CUTOFF   PIC 9(10) COMP-5.
       01 UPLOAD-ARCHIVE-PATH     PIC X(256).
       01 UPLOAD-ARCHIVED-COUNT   PIC 9(4) COMP-5.
       01 UPLOAD-RECALL-PATH      PIC X(256).
      *> "N" when an encrypted stored file could not be decrypted
      *> for retrieval (see DECRYPT-STORED-UPLOAD).
       01 UPLOAD-CRYPT-OK         PIC X VALUE "Y".
       01 UPLOAD-CHECK-PATH       PIC X(256).
       01 UPLOAD-CHECK-INFO.
           05 UPLOAD-CHECK-SIZE   PIC X(8) COMP-X.
           05 FILLER              PIC X(8).
       01 UPLOAD-CHECK-RESULT     PIC 9(9) COMP-X.
       01 UPLOAD-ENTRY-TS         PIC 9(10) COMP-5.
       01 UPLOAD-PURGED-COUNT     PIC 9(4) COMP-5.
       01 UPLOAD-ID-POS           PIC 9(4) COMP-5.

      *> Encryption at rest (FILE-CRYPT.cbl) for the upload store and
      *> the journal's body files. ENCRYPTION_KEY_FILE names the
      *> current key -- one line of secret, e.g. "openssl rand -hex
      *> 32 > keys/2026q4.key" -- and its file name less ".key" is
      *> the key id. Retired keys stay beside it as <id>.key for as
      *> long as any file still needs them; key_rotate re-encrypts
      *> everything under the current key and reports what is left.
      *>
      *> An encrypted file is a 64-byte header followed by the
      *> openssl enc output (AES-256-CBC, PBKDF2 from the key line,
      *> per-file salt):
      *>   1-8    X"00" "WSENC01"
      *>   9-40   key id, space padded
      *>   41-63  cipher name, space padded
      *>   64     X"0A"
      *> No plaintext file starts with a NUL byte followed by that
      *> tag, so files written before encryption was switched on (or
      *> with ENCRYPTION_KEY_FILE blank) still read as they are.
      *> Upload checksums stay over the plaintext, so re-encrypting a
      *> file never touches uploads.idx.
       01 CRYPT-KEY-FILE          PIC X(256) VALUE SPACES.
       01 CRYPT-KEY-DIR           PIC X(256) VALUE SPACES.
       01 CRYPT-KEY-ID            PIC X(32) VALUE SPACES.
       01 CRYPT-KEY-READY         PIC X VALUE "N".
       01 CRYPT-CIPHER            PIC X(23) VALUE "aes-256-cbc".
       01 CRYPT-TEMP-DIR          PIC X(128) VALUE "/tmp".

       01 CRYPT-SOURCE-PATH       PIC X(256).
       01 CRYPT-TARGET-PATH       PIC X(256).
       01 CRYPT-WORK-PATH         PIC X(256).
       01 CRYPT-READ-PATH         PIC X(256).
       01 CRYPT-TEMP-PATH         PIC X(256) VALUE SPACES.
       01 CRYPT-USE-KEY-PATH      PIC X(256).
       01 CRYPT-FILE-KEY-ID       PIC X(32).
       01 CRYPT-FILE-CIPHER       PIC X(23).
      *> OK / PLAIN / MISSING / NOKEY / FAILED
       01 CRYPT-RESULT            PIC X(8).
       01 CRYPT-COMMAND           PIC X(1200).
       01 CRYPT-RC                PIC S9(9) COMP-5.
       01 CRYPT-SEQ               PIC 9(6) COMP-5 VALUE 0.
       01 CRYPT-SEQ-DISP          PIC 9(6).
       01 CRYPT-PID               PIC S9(9) COMP-5.
       01 CRYPT-PID-DISP          PIC 9(9).
       01 CRYPT-POS               PIC 9(4) COMP-5.
       01 CRYPT-SLASH-POS         PIC 9(4) COMP-5.
       01 CRYPT-NAME-LEN          PIC 9(4) COMP-5.
       01 CRYPT-NAME-OK           PIC X.
       01 CRYPT-NAME              PIC X(64).

       01 CRYPT-MAGIC.
           05 FILLER              PIC X VALUE X"00".
           05 FILLER              PIC X(7) VALUE "WSENC01".
       01 CRYPT-HEADER.
           05 CRYPT-HDR-MAGIC     PIC X(8).
           05 CRYPT-HDR-KEY-ID    PIC X(32).
           05 CRYPT-HDR-CIPHER    PIC X(23).
           05 CRYPT-HDR-EOL       PIC X.

       01 CRYPT-OPEN-PATH         PIC X(260).
       01 CRYPT-FD                PIC S9(9) COMP-5.
       01 CRYPT-READ-COUNT        PIC S9(9) COMP-5.
       01 CRYPT-CHECK-PATH        PIC X(256).
       01 CRYPT-CHECK-INFO.
           05 CRYPT-CHECK-SIZE    PIC X(8) COMP-X.
           05 FILLER              PIC X(8).
       01 CRYPT-CHECK-RESULT      PIC 9(9) COMP-X.

       01 CRYPT-RAW-HANDLE        PIC X(4) VALUE LOW-VALUES.
       01 CRYPT-RAW-ACCESS        PIC X.
       01 CRYPT-RAW-ACCESS-NUM REDEFINES CRYPT-RAW-ACCESS
                                  PIC 9(2) COMP-X.
       01 CRYPT-RAW-DENY          PIC X VALUE X"00".
       01 CRYPT-RAW-DEVICE        PIC X VALUE X"00".
       01 CRYPT-RAW-OFFSET        PIC X(8) VALUE LOW-VALUES.
       01 CRYPT-RAW-LEN           PIC 9(8) COMP-X.
       01 CRYPT-RAW-FLAGS         PIC X(4) VALUE LOW-VALUES.
       01 CRYPT-RAW-RESULT        PIC 9(9) COMP-X.

      *> Idempotency keys for mutating requests (IDEMPOTENCY.cbl).
      *> A POST, PUT or PATCH carrying an Idempotency-Key header is
      *> remembered for IDEMPOTENCY_WINDOW_SECS under the key and the
      *> caller (the signed-in user or partner, else the client
      *> address), together with a SHA-256 fingerprint of the method,
      *> path, query string and body, and the exact bytes of the
      *> response the handler gave. A retry inside the window with
      *> the same key and fingerprint is answered from that copy
      *> without running the handler (dispatch "replay" in
      *> timing.log, " idempotent-replay" after the vhost in
      *> access.log) and is neither journalled nor mirrored. The
      *> same key with a different fingerprint is refused 422
      *> (IDEM-MISMATCH in REJECTED_LOG), and a retry that arrives
      *> while the first is still running is refused 409 with
      *> Retry-After (IDEM-BUSY). A 5xx is not kept, so a retry
      *> after a server failure runs again. Entries live in
      *> IDEMPOTENCY_DIR (TEMP_DIR when blank) as
      *>     idem_<hash>.key   "epoch|state|fingerprint|caller|key"
      *>     idem_<hash>.rsp   the response as sent
      *> state P while the handler runs, D once the response is
      *> kept; a P older than IDEM-PENDING-LIMIT is taken to be a
      *> crashed worker's and given up. An expired entry is simply
      *> overwritten by the next use of its key; flush by removing
      *> idem_*. IDEMPOTENCY_WINDOW_SECS=0 (the default) turns the
      *> header off.
       01 CONFIG-IDEM-WINDOW      PIC 9(9) COMP-5 VALUE 0.
       01 CONFIG-IDEM-DIR         PIC X(256) VALUE SPACES.
       01 IDEM-PENDING-LIMIT      PIC 9(6) COMP-5 VALUE 300.

      *> This request's standing: IDEM-ACTIVE while its response is
      *> being kept, IDEM-REPLAYED once it was answered from a kept
      *> one.
       01 IDEM-ACTIVE             PIC X VALUE "N".
       01 IDEM-REPLAYED           PIC X VALUE "N".
       01 IDEM-REFUSAL            PIC X(16).
       01 IDEM-KEY                PIC X(128).
       01 IDEM-CALLER             PIC X(64).
       01 IDEM-FINGERPRINT        PIC X(64).
       01 IDEM-NOW                PIC 9(12) COMP-5.
       01 IDEM-KEY-TEXT           PIC X(200).
       01 IDEM-HASH               PIC 9(18) COMP-5.
       01 IDEM-HASH-DISP          PIC 9(9).
       01 IDEM-SCAN-POS           PIC 9(4) COMP-5.
       01 IDEM-BASE-PATH          PIC X(300).
       01 IDEM-REC-PATH           PIC X(310).
       01 IDEM-RSP-PATH           PIC X(310).
       01 IDEM-REC-STATUS         PIC XX.

      *> The .key record, read back and taken apart.
       01 IDEM-REC-LINE           PIC X(300).
       01 IDEM-REC-TS-TEXT        PIC X(16).
       01 IDEM-REC-STATE          PIC X(4).
       01 IDEM-REC-FINGERPRINT    PIC X(64).
       01 IDEM-REC-CALLER         PIC X(64).
       01 IDEM-REC-KEY            PIC X(128).
       01 IDEM-REC-TS             PIC 9(12) COMP-5.
       01 IDEM-REC-LIVE           PIC X.
       01 IDEM-TS-DISP            PIC 9(12).
       01 IDEM-NEW-STATE          PIC X.
       01 IDEM-FILE-INFO.
           05 IDEM-INFO-SIZE      PIC X(8) COMP-X.
           05 IDEM-INFO-STAMP     PIC X(8).
       01 IDEM-STAT-RESULT        PIC 9(9) COMP-X.

      *> The response as it goes out: every byte SEND-RESPONSE and
      *> SEND-RAW-CHUNK put on the socket is appended to the .part
      *> file, and the first few are kept for the status code.
       01 IDEM-PART-PATH          PIC X(316).
       01 IDEM-PART-FD            PIC S9(9) COMP-5 VALUE -1.
       01 IDEM-PART-OK            PIC X.
       01 IDEM-PART-WROTE         PIC S9(9) COMP-5.
       01 IDEM-PART-SIZE          PIC 9(12) COMP-5.
       01 IDEM-PART-HEAD          PIC X(16).
       01 IDEM-OPEN-PATH          PIC X(320).
       01 IDEM-RENAME-FROM        PIC X(320).
       01 IDEM-RENAME-TO          PIC X(320).
       01 IDEM-RESULT             PIC S9(9) COMP-5.

      *> SHA-256 over a spooled body, straight off the spool file.
       01 IDEM-SPOOL-OPEN         PIC X(1030).
       01 IDEM-SPOOL-FD           PIC S9(9) COMP-5.
       01 IDEM-SPOOL-READ         PIC S9(9) COMP-5.
       01 IDEM-PTR                PIC 9(4) COMP-5.

       01 IDEM-LOCK-PATH          PIC X(320).
       01 IDEM-LOCK-FD            PIC S9(9) COMP-5.
       01 IDEM-LOCK-TRIES         PIC 9(4) COMP-5.
       01 IDEM-LOCK-RESULT        PIC S9(9) COMP-5.

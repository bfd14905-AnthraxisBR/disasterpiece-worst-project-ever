      *> Inbound partner webhooks (PARTNER-VERIFY.cbl). PARTNER_FILE
      *> registers each partner allowed to push events to us, one
      *> per line:
      *>     partner-id|shared-secret|paths|source-ranges
      *> paths is a comma-separated list written the way the routes
      *> file writes paths (":name" takes one segment, a "*" segment
      *> the remainder); source-ranges is a comma-separated list of
      *> addresses or CIDR blocks in IP_ALLOW_FILE syntax, blank
      *> meaning any source. Blank lines and "#" lines are comments.
      *> A request for a path any partner lists must carry
      *>     X-Partner-Id     the partner id
      *>     X-Delivery-Id    the sender's unique id for the event
      *>     X-Timestamp      when it was sent, epoch seconds
      *>     X-Signature      sha256=<hex HMAC-SHA256>
      *> the MAC keyed with the shared secret over
      *> "<delivery-id>.<timestamp>.<raw body>", so neither the
      *> timestamp nor the id can be changed without the secret.
      *> It is refused (and logged to REJECTED_LOG under its own
      *> reason code) when the partner or signature is wrong
      *> (401, PARTNER-SIG), the source is outside the partner's
      *> ranges (403, PARTNER-SOURCE), the path is not one of that
      *> partner's (403, PARTNER-PATH), the timestamp is more than
      *> PARTNER_TOLERANCE_SECS from our clock (401, PARTNER-STALE)
      *> or the delivery id was already accepted inside that window
      *> (409, PARTNER-REPLAY). A delivery is remembered only once
      *> it has passed every later gate (RECORD-PARTNER-DELIVERY),
      *> in PARTNER_SEEN_FILE as "timestamp|partner|delivery-id"
      *> lines, under <PARTNER_SEEN_FILE>.lock; lines older than the
      *> window drop out once enough of them pile up. A verified
      *> request is routed like any other with PARTNER_ID set for
      *> routes.sh and "partner:<id>" as the caller a table route
      *> program is handed. A blank PARTNER_FILE registers nothing.
       01 CONFIG-PARTNER-FILE     PIC X(256) VALUE SPACES.
       01 CONFIG-PARTNER-SEEN-FILE PIC X(256)
                                  VALUE "partner_seen.dat".
       01 CONFIG-PARTNER-TOLERANCE PIC 9(6) COMP-5 VALUE 300.
       01 PARTNER-STATUS          PIC XX.
       01 PARTNER-SEEN-STATUS     PIC XX.
       01 PARTNER-SEEN-NEW-STATUS PIC XX.
       01 PARTNER-SEEN-NEW-NAME   PIC X(260).
       01 PARTNER-LINE            PIC X(1024).
       01 PARTNER-LINE-NO         PIC 9(6) COMP-5.

       01 PARTNER-TABLE.
           05 PARTNER-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 PARTNER-ENTRY OCCURS 50 TIMES.
               10 PARTNER-ID          PIC X(24).
               10 PARTNER-SECRET      PIC X(128).
               10 PARTNER-SECRET-LEN  PIC 9(4) COMP-5.
               10 PARTNER-PATHS       PIC X(384).
               10 PARTNER-RANGES      PIC X(384).
       01 PARTNER-IDX             PIC 9(4) COMP-5.
       01 PARTNER-FIELD-ID        PIC X(64).
       01 PARTNER-FIELD-SECRET    PIC X(256).
       01 PARTNER-FIELD-PATHS     PIC X(512).
       01 PARTNER-FIELD-RANGES    PIC X(512).

      *> CHECK-PARTNER-WEBHOOK's answer for the current request.
      *> PARTNER-VERIFIED-ID is the partner once the signature,
      *> timestamp and delivery id have all passed, blank otherwise;
      *> PARTNER-REFUSAL the rejected.log reason code when refused.
       01 PARTNER-GATED           PIC X VALUE "N".
       01 PARTNER-REFUSED         PIC X VALUE "N".
       01 PARTNER-REFUSAL         PIC X(16).
       01 PARTNER-REFUSAL-WHY     PIC X(64).
       01 PARTNER-VERIFIED-ID     PIC X(24) VALUE SPACES.
       01 PARTNER-MATCH-IDX       PIC 9(4) COMP-5.
       01 PARTNER-LIST            PIC X(384).
       01 PARTNER-LIST-PTR        PIC 9(4) COMP-5.
       01 PARTNER-ITEM            PIC X(128).
       01 PARTNER-LIST-HIT        PIC X.
       01 PARTNER-CLAIMED-ID      PIC X(64).
       01 PARTNER-DELIVERY        PIC X(128).
       01 PARTNER-TS-TEXT         PIC X(32).
       01 PARTNER-TS              PIC 9(12) COMP-5.
       01 PARTNER-NOW             PIC 9(12) COMP-5.
       01 PARTNER-SIG-TEXT        PIC X(256).
       01 PARTNER-DIGIT-TALLY     PIC 9(4) COMP-5.

      *> A spooled body is MACed straight off the spool file.
       01 PARTNER-SPOOL-OPEN      PIC X(1030).
       01 PARTNER-SPOOL-FD        PIC S9(9) COMP-5.
       01 PARTNER-SPOOL-READ      PIC S9(9) COMP-5.

      *> The seen-deliveries file and its lock.
       01 PARTNER-SEEN-LINE       PIC X(256).
       01 PARTNER-SEEN-TS-TEXT    PIC X(16).
       01 PARTNER-SEEN-PARTNER    PIC X(64).
       01 PARTNER-SEEN-DELIVERY   PIC X(128).
       01 PARTNER-SEEN-TS         PIC 9(12) COMP-5.
       01 PARTNER-SEEN-CUTOFF     PIC 9(12) COMP-5.
       01 PARTNER-SEEN-STALE      PIC 9(6) COMP-5.
       01 PARTNER-REPLAYED        PIC X.
       01 PARTNER-TS-DISP         PIC 9(10).
       01 PARTNER-NUM-DISP        PIC Z(5)9.
       01 PARTNER-RENAME-FROM     PIC X(262).
       01 PARTNER-RENAME-TO       PIC X(262).
       01 PARTNER-LOCK-PATH       PIC X(262).
       01 PARTNER-LOCK-FD         PIC S9(9) COMP-5.
       01 PARTNER-LOCK-TRIES      PIC 9(4) COMP-5.
       01 PARTNER-LOCK-RESULT     PIC S9(9) COMP-5.

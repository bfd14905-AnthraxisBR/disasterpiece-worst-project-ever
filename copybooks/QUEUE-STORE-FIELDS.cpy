      *> Shared fields for programs that open the queue store
      *> directly (ROUTE-QUEUE, the server's admin console,
      *> LOG-MONITOR and QUEUE-CLI). The store lives in
      *> queuestore.dat next to the server, compiled in the way
      *> kvstore.dat is, so every program finds the same file.
      *>
      *> A received message stays in the store, invisible to other
      *> receivers for the visibility timeout (QUEUE_VISIBILITY_SECS,
      *> or the receiver's own figure), until it is acknowledged
      *> with the receipt it was delivered under; unacknowledged, it
      *> becomes receivable again. A message whose deliveries have
      *> reached QUEUE_MAX_DELIVERIES (0 = no limit) and that comes
      *> due once more is moved to the queue's dead-letter queue,
      *> "<name>.dlq", instead of being delivered again -- itself an
      *> ordinary queue, read and acknowledged the same way, whose
      *> own messages are never dead-lettered.
       01 QUEUE-STORE-FILE-NAME   PIC X(128) VALUE "queuestore.dat".
       01 QUEUE-STORE-STATUS      PIC XX.
       01 QUEUE-VISIBILITY-SECS   PIC 9(6) COMP-5 VALUE 30.
       01 QUEUE-MAX-DELIVERIES    PIC 9(4) COMP-5 VALUE 5.
       01 QUEUE-NOW               PIC 9(10) COMP-5.

      *> One store verb (QUEUE-OPS.cbl). The caller fills the
      *> QUEUE-OP fields the verb needs and reads QUEUE-OP-RESULT:
      *> ok, empty (nothing receivable), notfound, stale (the
      *> receipt is not the message's current delivery), busy (lock
      *> contention outlasted the retry budget) or error.
       01 QUEUE-OP-VERB           PIC X(8).
       01 QUEUE-OP-RETRY          PIC X.
       01 QUEUE-OP-TRIES          PIC 9(4) COMP-5.
       01 QUEUE-OP-RESULT         PIC X(10).
       01 QUEUE-OP-NAME           PIC X(40).
       01 QUEUE-OP-SEQ            PIC 9(12).
       01 QUEUE-OP-BODY           PIC X(1024).
       01 QUEUE-OP-SENDER         PIC X(32).
       01 QUEUE-OP-RECEIPT        PIC X(16).
       01 QUEUE-OP-VISIBILITY     PIC 9(6) COMP-5.
       01 QUEUE-OP-DELIVERIES     PIC 9(4).
       01 QUEUE-OP-ENQUEUED-TS    PIC 9(10).
       01 QUEUE-OP-ORIGIN         PIC X(40).

      *> A message being appended to a queue (a send, or a dead
      *> letter on its way to a .dlq).
       01 QUEUE-APPEND-NAME       PIC X(40).
       01 QUEUE-APPEND-SEQ        PIC 9(12).
       01 QUEUE-APPEND-BODY       PIC X(1024).
       01 QUEUE-APPEND-SENDER     PIC X(32).
       01 QUEUE-APPEND-ORIGIN     PIC X(40).
       01 QUEUE-APPEND-ENQUEUED-TS PIC 9(10).
       01 QUEUE-HDR-EXISTS        PIC X.

      *> Messages a receive found past their last delivery, moved to
      *> the dead-letter queue once the receive itself has settled;
      *> more than the table holds wait for the next receive.
       01 QUEUE-DLQ-NAME          PIC X(40).
       01 QUEUE-NAME-LEN          PIC 9(4) COMP-5.
       01 QUEUE-IS-DLQ            PIC X.
       01 QUEUE-DEAD-TABLE.
           05 QUEUE-DEAD-COUNT    PIC 9(4) COMP-5 VALUE 0.
           05 QUEUE-DEAD-SEQ OCCURS 20 TIMES PIC 9(12).
       01 QUEUE-DEAD-IDX          PIC 9(4) COMP-5.
       01 QUEUE-HOLD-RECORD       PIC X(1188).
       01 QUEUE-SCAN-DONE         PIC X.
       01 QUEUE-SAVED-RESULT      PIC X(10).
      *> A dead letter is first marked (out on a delivery for
      *> QUEUE-DEAD-MARK-SECS under receipt DEAD-LETTER, so no
      *> other receiver takes it), then appended to the .dlq, then
      *> removed; a move cut short by a busy store or a crash
      *> comes due again once the mark lapses.
       01 QUEUE-DEAD-PHASE        PIC X(8).
       01 QUEUE-DEAD-MARK-SECS    PIC 9(4) COMP-5 VALUE 60.

      *> Per-queue figures from one pass over the store
      *> (QUEUE-STATS.cbl): messages held, how many of them are out
      *> on a delivery, and the oldest one's enqueue time (0 when
      *> the queue is empty). QUEUE-STAT-FILTER narrows the pass to
      *> one queue and its dead-letter queue; blank reads them all.
      *> QUEUE-STAT-RESULT is OK, ABSENT (no store yet), BUSY or
      *> UNREADABLE; QUEUE-STAT-MORE says queues past the table's
      *> 50 were left out.
       01 QUEUE-STAT-TABLE.
           05 QUEUE-STAT-COUNT    PIC 9(4) COMP-5 VALUE 0.
           05 QUEUE-STAT-ENTRY OCCURS 50 TIMES.
               10 QUEUE-STAT-NAME      PIC X(40).
               10 QUEUE-STAT-DEPTH     PIC 9(9) COMP-5.
               10 QUEUE-STAT-IN-FLIGHT PIC 9(9) COMP-5.
               10 QUEUE-STAT-OLDEST-TS PIC 9(10) COMP-5.
       01 QUEUE-STAT-IDX          PIC 9(4) COMP-5.
       01 QUEUE-STAT-FOUND-IDX    PIC 9(4) COMP-5.
       01 QUEUE-STAT-WANT         PIC X(40).
       01 QUEUE-STAT-FILTER       PIC X(40) VALUE SPACES.
       01 QUEUE-STAT-FILTER-DLQ   PIC X(40).
       01 QUEUE-STAT-RESULT       PIC X(10).
       01 QUEUE-STAT-MORE         PIC X.
       01 QUEUE-STAT-AGE          PIC 9(10) COMP-5.

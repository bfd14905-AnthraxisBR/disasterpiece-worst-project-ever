      *> One record per queued message, keyed by queue name and a
      *> sequence number the queue hands out in arrival order, so a
      *> START on the name reads a queue oldest first. Sequence 0 is
      *> the queue's header record: it holds the last number handed
      *> out (bumped under its record lock, so two senders can never
      *> be given the same one) and keeps an emptied queue known to
      *> the stats. QUEUE-REC-VISIBLE-TS is when a delivered message
      *> becomes receivable again (0 = never delivered); a receive
      *> that finds it past and not acknowledged counts that as a
      *> failed delivery. QUEUE-REC-RECEIPT identifies the delivery
      *> an acknowledgement must quote. QUEUE-REC-ORIGIN names the
      *> queue a dead letter came from. Shared by ROUTE-QUEUE, the
      *> server's admin console, LOG-MONITOR and QUEUE-CLI so every
      *> program agrees on the layout.
       FD QUEUE-FILE.
       01 QUEUE-RECORD.
           05 QUEUE-REC-KEY.
               10 QUEUE-REC-NAME       PIC X(40).
               10 QUEUE-REC-SEQ        PIC 9(12).
           05 QUEUE-REC-ENQUEUED-TS    PIC 9(10).
           05 QUEUE-REC-VISIBLE-TS     PIC 9(10).
           05 QUEUE-REC-DELIVERIES     PIC 9(4).
           05 QUEUE-REC-RECEIPT        PIC X(16).
           05 QUEUE-REC-ORIGIN         PIC X(40).
           05 QUEUE-REC-SENDER         PIC X(32).
           05 QUEUE-REC-BODY           PIC X(1024).
           05 QUEUE-REC-HEADER REDEFINES QUEUE-REC-BODY.
               10 QUEUE-HDR-LAST-SEQ   PIC 9(12).
               10 QUEUE-HDR-CREATED-TS PIC 9(10).
               10 FILLER               PIC X(1002).

      *> Ordered change feed for the /kv store (KV-CHANGE.cbl). Every
      *> committed create, update, delete, incr/decr, restore and
      *> expiry-sweep deletion is appended to kvstore.chg (next to
      *> kvstore.hist) under the next number from kvstore.chg.seq,
      *> both under one lock file, so sequence numbers only ever
      *> grow and the file is in sequence order. Mirrors read it
      *> through GET /kv-changes?after=<seq> and keep the last
      *> number they applied. Compiled-in names, like the store's.
       01 KV-CHANGE-FILE-NAME     PIC X(128) VALUE "kvstore.chg".
       01 KV-CHANGE-SEQ-NAME      PIC X(128) VALUE "kvstore.chg.seq".
       01 KV-CHANGE-STATUS        PIC XX.
       01 KV-CHANGE-SEQ-STATUS    PIC XX.
       01 KV-CHANGE-LOCK-PATH     PIC X(160)
           VALUE "kvstore.chg.lock".
       01 KV-CHANGE-LOCK-OPEN     PIC X(160).
       01 KV-CHANGE-LOCK-FD       PIC S9(9) COMP-5 VALUE -1.
       01 KV-CHANGE-LOCK-TRIES    PIC 9(4) COMP-5.
       01 KV-CHANGE-LOCK-RESULT   PIC S9(9) COMP-5.

      *> RECORD-KV-CHANGE inputs: the caller sets these after the
      *> store verb succeeded; the sequence number given out is
      *> left in KV-CHANGE-SEQ-LAST.
       01 KV-CHANGE-OP            PIC X(8).
       01 KV-CHANGE-KEY           PIC X(64).
       01 KV-CHANGE-VALUE         PIC X(1024).
       01 KV-CHANGE-VERSION       PIC 9(9) COMP-5.
       01 KV-CHANGE-RID           PIC X(32).
       01 KV-CHANGE-SEQ-LAST      PIC 9(12) COMP-5.
       01 KV-CHANGE-NOW           PIC 9(10) COMP-5.

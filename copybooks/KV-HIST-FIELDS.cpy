      *> Version history for the /kv store (KV-HIST.cbl), shared by
      *> every program that changes kvstore.dat on the operator's
      *> behalf -- ROUTE-KV, kv_cli and the kv_load batch -- so a
      *> value replaced through any of them is equally recoverable.
      *> Compiled-in names next to the store, like kvstore.dat.
      *> KV-HIST-KEEP is how many prior values each key keeps
      *> (KV_HISTORY_KEEP in server.conf, which each program picks
      *> out of the file itself); 0 turns history off entirely.
       01 KV-HIST-FILE-NAME       PIC X(128) VALUE "kvstore.hist".
       01 KV-HIST-NEW-NAME        PIC X(132)
           VALUE "kvstore.hist.new".
       01 KV-HIST-STATUS          PIC XX.
       01 KV-HIST-NEW-STATUS      PIC XX.
       01 KV-HIST-KEEP            PIC 9(4) COMP-5 VALUE 5.
       01 KV-HIST-MATCHES         PIC 9(9) COMP-5.
       01 KV-HIST-SEEN            PIC 9(9) COMP-5.
       01 KV-HIST-DROP            PIC 9(9) COMP-5.
       01 KV-HIST-MAX-VERSION     PIC 9(9) COMP-5.
       01 KV-HIST-LINE            PIC X(1107).
       01 KV-HIST-COMMAND         PIC X(300).

      *> APPEND-KV-HISTORY inputs: the key, the value being replaced
      *> and its version, and the replacement time. COUNT-, TRIM-
      *> and NEXT-KV-CREATE-VERSION work on KV-HIST-FOR-KEY too; the
      *> last leaves its answer in KV-HIST-NEW-VERSION.
       01 KV-HIST-FOR-KEY         PIC X(64).
       01 KV-HIST-OLD-VALUE       PIC X(1024).
       01 KV-HIST-OLD-VERSION     PIC 9(9) COMP-5.
       01 KV-HIST-NOW             PIC 9(10) COMP-5.
       01 KV-HIST-NEW-VERSION     PIC 9(9) COMP-5.

      *> History mutations (append plus the survivor-copy trim) are
      *> serialized across forked children and batch runs behind a
      *> lock file, the RECORD-REQUEST-METRICS arrangement -- this
      *> file backs the version restore operation, so an append a
      *> concurrent trim would discard is a lost recoverable value,
      *> not just a lost log line.
       01 KV-HIST-LOCK-PATH       PIC X(160)
           VALUE "kvstore.hist.lock".
       01 KV-HIST-LOCK-OPEN       PIC X(160).
       01 KV-HIST-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       01 KV-HIST-LOCK-TRIES      PIC 9(4) COMP-5.
       01 KV-HIST-LOCK-RESULT     PIC S9(9) COMP-5.

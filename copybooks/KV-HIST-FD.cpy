      *> Bounded per-key version history (kvstore.hist next to the
      *> store): each write over an existing key (and each delete)
      *> appends the value it replaced, stamped with the replacement
      *> time, as a fixed-width record image -- values are caller
      *> text and may contain any separator except line breaks,
      *> which every writer scrubs at ingestion so this LINE
      *> SEQUENTIAL
      *> framing (and the kv_backup file's) cannot be split by an
      *> embedded LF.
       FD KV-HIST-FILE.
      *> KV-HIST-VERSION is the version the filed value had; lines
      *> written before keys were versioned end at the value and
      *> read back with no number (reachable by back= and asof=).
       01 KV-HIST-RECORD.
           05 KV-HIST-TS       PIC 9(10).
           05 KV-HIST-KEY      PIC X(64).
           05 KV-HIST-VALUE    PIC X(1024).
           05 KV-HIST-VERSION  PIC 9(9).
       FD KV-HIST-NEW-FILE.
       01 KV-HIST-NEW-RECORD   PIC X(1107).

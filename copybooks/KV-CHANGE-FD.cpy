      *> One line per committed change to the /kv store, in sequence
      *> order: a fixed-width record image like kvstore.hist, with
      *> the value last so a short line reads back space-padded.
      *> KV-CHG-VALUE is the key's value after the change (blank for
      *> delete and expire); KV-CHG-VERSION the version written (or,
      *> for delete and expire, the version removed).
       FD KV-CHANGE-FILE.
       01 KV-CHANGE-RECORD.
           05 KV-CHG-SEQ       PIC 9(12).
           05 KV-CHG-TS        PIC 9(10).
           05 KV-CHG-OP        PIC X(8).
           05 KV-CHG-KEY       PIC X(64).
           05 KV-CHG-VERSION   PIC 9(9).
           05 KV-CHG-RID       PIC X(32).
           05 KV-CHG-VALUE     PIC X(1024).
       FD KV-CHANGE-SEQ-FILE.
       01 KV-CHANGE-SEQ-RECORD PIC X(12).

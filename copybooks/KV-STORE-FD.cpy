      *> deadline (0 = the key never expires); readers treat a past
      *> deadline as "not found" and the expiry sweep deletes it, the
      *> same two-sided arrangement SESSION-RECORD has with
      *> SESSION-LAST-SEEN-TS. KV-VERSION numbers the key's values
      *> (1 for the first, up by one on every change) and is what a
      *> conditional write compares against; the same numbers tag
      *> the values filed in kvstore.hist. Shared by ROUTE-KV, the
      *> server's KV-EXPIRY-SWEEP, and the batch companions so every
      *> program agrees on the layout.
       FD KV-FILE.
       01 KV-RECORD.
           05 KV-KEY           PIC X(64).
           05 KV-EXPIRES-TS    PIC 9(10).
           05 KV-VALUE         PIC X(1024).
           05 KV-VERSION       PIC 9(9).

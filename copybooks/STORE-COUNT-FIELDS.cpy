      *> Record counts for the indexed stores (STORE-COUNT.cbl), the
      *> figure CHECKPOINT-BACKUP writes into a backup set's manifest
      *> and RESTORE-DRILL checks a restored copy against. The caller
      *> points KV-STORE-FILE-NAME or CONFIG-SESSION-FILE at the copy
      *> to count. STORE-COUNT-RESULT says how it went: OK, ABSENT
      *> (no such file) or UNREADABLE (present but would not open or
      *> read to the end -- the case a manifest exists to catch).
       01 STORE-RECORD-COUNT      PIC 9(9) COMP-5.
       01 STORE-COUNT-RESULT      PIC X(10).

      *> Record-level locking, as on the /kv store: every forked
      *> child (and the QUEUE-CLI batch companion) opens this file
      *> I-O concurrently, and the header's and each message's
      *> read-modify-rewrite must not interleave with another's.
           SELECT QUEUE-FILE ASSIGN TO QUEUE-STORE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUEUE-REC-KEY
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS QUEUE-STORE-STATUS.

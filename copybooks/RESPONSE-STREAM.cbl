           END-PERFORM

           ADD STREAM-CHUNK-SENT TO STREAM-TOTAL-SENT
           PERFORM KEEP-IDEMPOTENT-CHUNK

           EXIT PARAGRAPH.


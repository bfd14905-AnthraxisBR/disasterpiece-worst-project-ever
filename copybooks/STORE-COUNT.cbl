      *> Record counts for the indexed stores; see STORE-COUNT-FIELDS.
      *> Opened INPUT and read in key order, the KV-BACKUP unload
      *> walk, so a copy that cannot be read end to end says so.
       COUNT-KV-RECORDS.
           MOVE 0 TO STORE-RECORD-COUNT
           MOVE "OK" TO STORE-COUNT-RESULT

           OPEN INPUT KV-FILE
           IF KV-STORE-FILE-STATUS = "35"
               MOVE "ABSENT" TO STORE-COUNT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF KV-STORE-FILE-STATUS NOT = "00"
               MOVE "UNREADABLE" TO STORE-COUNT-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO KV-KEY
           START KV-FILE KEY NOT < KV-KEY
               INVALID KEY
                   MOVE "10" TO KV-STORE-FILE-STATUS
           END-START

           PERFORM UNTIL KV-STORE-FILE-STATUS NOT = "00"
               READ KV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO KV-STORE-FILE-STATUS
                   NOT AT END
                       ADD 1 TO STORE-RECORD-COUNT
               END-READ
           END-PERFORM

           IF KV-STORE-FILE-STATUS NOT = "10"
               MOVE "UNREADABLE" TO STORE-COUNT-RESULT
           END-IF
           CLOSE KV-FILE

           EXIT PARAGRAPH.

       COUNT-SESSION-RECORDS.
           MOVE 0 TO STORE-RECORD-COUNT
           MOVE "OK" TO STORE-COUNT-RESULT

           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-STATUS = "35"
               MOVE "ABSENT" TO STORE-COUNT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF SESSION-FILE-STATUS NOT = "00"
               MOVE "UNREADABLE" TO STORE-COUNT-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SESSION-KEY
           START SESSION-FILE KEY NOT < SESSION-KEY
               INVALID KEY
                   MOVE "10" TO SESSION-FILE-STATUS
           END-START

           PERFORM UNTIL SESSION-FILE-STATUS NOT = "00"
               READ SESSION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SESSION-FILE-STATUS
                   NOT AT END
                       ADD 1 TO STORE-RECORD-COUNT
               END-READ
           END-PERFORM

           IF SESSION-FILE-STATUS NOT = "10"
               MOVE "UNREADABLE" TO STORE-COUNT-RESULT
           END-IF
           CLOSE SESSION-FILE

           EXIT PARAGRAPH.

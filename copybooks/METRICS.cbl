
           PERFORM RELEASE-METRICS-LOCK

           PERFORM RECORD-DEPT-USAGE

           EXIT PARAGRAPH.

       ACQUIRE-METRICS-LOCK.

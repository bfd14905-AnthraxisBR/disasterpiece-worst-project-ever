               EXIT PARAGRAPH
           END-IF

      *> Sessions belong to this instance, and a sign-in body is a
      *> credential -- neither goes to the standby.
           IF FUNCTION TRIM(URL-PATH) = "/login" OR
              FUNCTION TRIM(URL-PATH) = "/logout"
               EXIT PARAGRAPH
           END-IF

      *> A conversion POST only reads its body; nothing changes.
           IF FUNCTION TRIM(URL-PATH) = "/convert"
               EXIT PARAGRAPH
           END-IF

      *> Work queues belong to this instance (see ROUTE-QUEUE): a
      *> receive hands out a receipt the standby could never mint
      *> the same, so its copy of every acknowledged message would
      *> stay behind and be worked again after a failover.
           IF FUNCTION TRIM(URL-PATH) = "/queue" OR
              URL-PATH(1:7) = "/queue/"
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING MIRROR-NOW
           MOVE MIRROR-NOW TO MIRROR-NOW-DISP

               RETURNING MIRROR-IO-RESULT

           EXIT PARAGRAPH.

       COUNT-MIRROR-BACKLOG.
      *> Spool files the agent has not yet delivered; 0 with
      *> mirroring off. Read by /healthz for the fleet status page.
           MOVE 0 TO MIRROR-BACKLOG
           IF FUNCTION TRIM(CONFIG-MIRROR-HOST) = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL "getpid" RETURNING PROCESS-ID
           MOVE PROCESS-ID TO PROCESS-ID-DISPLAY
           MOVE SPACES TO MIRROR-COUNT-NAME
           STRING FUNCTION TRIM(CONFIG-TEMP-DIR) DELIMITED BY SIZE
                  "/mirrorcount_" DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO MIRROR-COUNT-NAME

           MOVE SPACES TO MIRROR-COUNT-CMD
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(CONFIG-MIRROR-SPOOL-DIR)
                      DELIMITED BY SIZE
                  "/mirror_*.req 2>/dev/null | wc -l > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(MIRROR-COUNT-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO MIRROR-COUNT-CMD
           CALL "system" USING MIRROR-COUNT-CMD

           OPEN INPUT MIRROR-COUNT-FILE
           IF MIRROR-COUNT-STATUS = "00"
               MOVE SPACES TO MIRROR-COUNT-LINE
               READ MIRROR-COUNT-FILE INTO MIRROR-COUNT-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE MIRROR-COUNT-FILE
               IF FUNCTION TRIM(MIRROR-COUNT-LINE) NOT = SPACES
                   COMPUTE MIRROR-BACKLOG =
                       FUNCTION NUMVAL(MIRROR-COUNT-LINE)
               END-IF
           END-IF

           MOVE SPACES TO DELETE-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  MIRROR-COUNT-NAME DELIMITED BY SPACE
                  INTO DELETE-COMMAND
           CALL "system" USING DELETE-COMMAND

           EXIT PARAGRAPH.

           COMPUTE UPTIME-SECONDS =
               CURRENT-TIME-VALUE - SERVER-START-TIME
           MOVE UPTIME-SECONDS TO UPTIME-DISPLAY
           MOVE SERVER-START-TIME TO HEALTHZ-STARTED

      *> Maintenance state and mirror backlog ride along for the
      *> FLEET-STATUS poller; the watchdog only looks for the 200.
           PERFORM CHECK-MAINTENANCE-MODE
           IF MAINTENANCE-ACTIVE = "Y"
               MOVE "true" TO HEALTHZ-MAINT-TEXT
           ELSE
               MOVE "false" TO HEALTHZ-MAINT-TEXT
           END-IF
           PERFORM COUNT-MIRROR-BACKLOG
           MOVE MIRROR-BACKLOG TO MIRROR-BACKLOG-DISP

           MOVE SPACES TO HEALTHZ-BODY
           STRING '{"status":"ok","pid":' DELIMITED BY SIZE
                  PROCESS-ID-DISPLAY DELIMITED BY SIZE
                  ',"uptime_seconds":' DELIMITED BY SIZE
                  UPTIME-DISPLAY DELIMITED BY SIZE
                  ',"started":' DELIMITED BY SIZE
                  HEALTHZ-STARTED DELIMITED BY SIZE
                  ',"maintenance":' DELIMITED BY SIZE
                  FUNCTION TRIM(HEALTHZ-MAINT-TEXT) DELIMITED BY SIZE
                  ',"mirror_backlog":' DELIMITED BY SIZE
                  FUNCTION TRIM(MIRROR-BACKLOG-DISP) DELIMITED BY SIZE
                  "}" DELIMITED BY SIZE
                  INTO HEALTHZ-BODY


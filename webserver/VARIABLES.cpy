       01 CURRENT-TIME-VALUE   PIC 9(10) COMP-5.
       01 UPTIME-SECONDS       PIC 9(9) COMP-5.
       01 UPTIME-DISPLAY       PIC 9(9).
       01 HEALTHZ-BODY         PIC X(256).
       01 HEALTHZ-STARTED      PIC 9(10).
       01 HEALTHZ-MAINT-TEXT   PIC X(5).

      *> Wire-format Content-Length values -- edited (not zero-padded
      *> like the PIC 9(9) DISPLAY fields used inside JSON bodies) so

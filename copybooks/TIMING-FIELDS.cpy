           05 TIMING-CLOCK-HUND   PIC 9(2).

      *> How this response was produced: "table", "builtin",
      *> "script", "proxy", "router", "job", or "none" for
      *> responses that never reached routing (errors, redirects).
       01 ROUTE-DISPATCH-KIND     PIC X(8) VALUE "none".

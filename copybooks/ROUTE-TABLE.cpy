               10 ROUTE-PARAM-NAME  PIC X(32).
               10 ROUTE-PARAM-VALUE PIC X(256).

      *> Who is asking, as AUTH-CHECK resolved it, handed to the
      *> CALLed program as the last argument so a route program can
      *> make its own access decisions ("-" and a blank role when no
      *> user account matched), and the request id the access log
      *> carries, so what the program records can be traced back.
       01 ROUTE-CALLER-BLOCK.
           05 ROUTE-CALLER-ID       PIC X(32).
           05 ROUTE-CALLER-ROLE     PIC X(16).
           05 ROUTE-CALLER-RID      PIC X(32).

      *> The pattern MATCH-PATH-PATTERN compares URL-PATH against.
       01 RP-PATTERN                PIC X(128).
       01 RP-URL-LEN                PIC 9(4) COMP-5.
       01 RP-PAT-CURSOR             PIC 9(4) COMP-5.
       01 RP-URL-CURSOR             PIC 9(4) COMP-5.
       01 RP-PAT-SEG                PIC X(128).
       01 RP-URL-SEG                PIC X(256).
       01 RP-PAT-HAVE               PIC X.
       01 RP-URL-HAVE               PIC X.

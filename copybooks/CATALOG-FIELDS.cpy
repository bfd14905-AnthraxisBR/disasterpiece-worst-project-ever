      *> Endpoint catalog (SERVE-CATALOG.cbl): what this server
      *> answers, generated from the configuration actually loaded --
      *> route table rows, the built-in handlers, JOB_PATHS, the
      *> proxy or routes.sh fallthrough per virtual host, and any
      *> path the config files name on their own (validation.rules,
      *> CACHE_PATHS, AUTH_PROTECTED_PATH, the webhook path, rewrite
      *> targets). Each endpoint lists its handler, the auth or role
      *> it needs, the validation rules that apply, whether it is
      *> cached, journaled, mirrored or webhooked, and the rewrite
      *> rules pointing at it. GET /catalog serves it (admin-gated
      *> like /admin); "webserver catalog" writes the same text to
      *> REPORTS_DIR/catalog_YYYYMMDD.txt and exits, for the nightly
      *> window, so today's catalog diffs against yesterday's. The
      *> text carries no timestamp, so an unchanged config diffs
      *> clean.
       01 CATALOG-RUN-ARG         PIC X(64).
       01 CATALOG-REPORT-OK       PIC X VALUE "N".

       01 CAT-TABLE.
           05 CAT-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05 CAT-ENTRY OCCURS 200 TIMES.
               10 CAT-METHOD      PIC X(10).
               10 CAT-PATH        PIC X(128).
      *> program, builtin, job, script or proxy.
               10 CAT-KIND        PIC X(8).
               10 CAT-HANDLER     PIC X(160).
               10 CAT-GATE        PIC X(96).
       01 CAT-IDX                 PIC 9(4) COMP-5.
       01 CAT-IDX-2               PIC 9(4) COMP-5.

      *> The entry being added.
       01 CAT-NEW-METHOD          PIC X(10).
       01 CAT-NEW-PATH            PIC X(128).
       01 CAT-NEW-KIND            PIC X(8).
       01 CAT-NEW-HANDLER         PIC X(160).
       01 CAT-NEW-GATE            PIC X(96).
       01 CAT-CLAIMED             PIC X VALUE "N".

      *> Gate wording shared by several built-ins.
       01 CAT-ADMIN-GATE          PIC X(96).
       01 CAT-ROLE-NAME           PIC X(16).
       01 CAT-ROLE-GATE           PIC X(96).
       01 CAT-SCRIPT-HANDLER      PIC X(160).
       01 CAT-SCRIPT-KIND         PIC X(8).

      *> Comma-list walking (CACHE_PATHS, JOB_PATHS).
       01 CAT-LIST-PTR            PIC 9(4) COMP-5.
       01 CAT-LIST-ITEM           PIC X(128).

      *> Path matching: does CAT-CANDIDATE fall under CAT-PATTERN?
      *> Same segment rules as the route table -- ":name" takes one
      *> segment, a "*" segment the remainder -- and a segment
      *> ending in "*" takes any segment starting with the rest, the
      *> JOB_PATHS prefix form.
       01 CAT-PATTERN             PIC X(128).
       01 CAT-CANDIDATE           PIC X(128).
       01 CAT-MATCHED             PIC X VALUE "N".
       01 CAT-MATCH-DONE          PIC X VALUE "N".
       01 CAT-PAT-LEN             PIC 9(4) COMP-5.
       01 CAT-CAND-LEN            PIC 9(4) COMP-5.
       01 CAT-PAT-PTR             PIC 9(4) COMP-5.
       01 CAT-CAND-PTR            PIC 9(4) COMP-5.
       01 CAT-PAT-SEG             PIC X(128).
       01 CAT-CAND-SEG            PIC X(128).
       01 CAT-PAT-HAVE            PIC X.
       01 CAT-CAND-HAVE           PIC X.
       01 CAT-SEG-LEN             PIC 9(4) COMP-5.

      *> Attribute lines for one endpoint.
       01 CAT-CHECK-METHOD        PIC X(10).
       01 CAT-EARLIER             PIC X VALUE "N".
       01 CAT-LABEL               PIC X(12).
       01 CAT-TEXT                PIC X(240).
       01 CAT-SHOWN               PIC X VALUE "N".
       01 CAT-MUTATING            PIC X VALUE "N".
       01 CAT-NUM-DISP            PIC Z(8)9.

      *> PARTNER_FILE partners whose signature gates an endpoint.
       01 CAT-PARTNER-PTR         PIC 9(4) COMP-5.
       01 CAT-PARTNER-HIT         PIC X VALUE "N".

      *> POLICY_FILE rules that decide an endpoint.
       01 CAT-POLICY-COVERED      PIC X VALUE "N".
       01 CAT-POLICY-PARTIAL      PIC X VALUE "N".
       01 CAT-POLICY-ROLES        PIC X(128).
       01 CAT-POLICY-PTR          PIC 9(4) COMP-5.

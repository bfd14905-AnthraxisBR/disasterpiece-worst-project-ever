      *> Authorization policy (AUTH-POLICY.cbl): one file naming the
      *> roles allowed to call each method and path, applied by
      *> AUTH-CHECK before routing, so table routes, the built-in
      *> handlers and routes.sh all answer to the same rules.
      *> POLICY_FILE holds one rule per line:
      *>     method|path-pattern|roles
      *> method is an HTTP method or "*"; path-pattern is written the
      *> way the routes file writes paths (":name" takes one segment,
      *> a "*" segment the remainder); roles are comma-separated
      *> USERS_FILE roles, "*" meaning any caller and "-" nobody.
      *> Rules are tried top to bottom and the first match decides.
      *> One line
      *>     DEFAULT|roles
      *> decides what no rule matches; a file without one refuses
      *> unmatched requests. "admin" passes every rule, as it passes
      *> CHECK-AUTH-ROLE; with no USERS_FILE the Bearer AUTH_TOKEN
      *> holder counts as admin. Blank lines and "#" lines are
      *> comments. A blank POLICY_FILE leaves access as it was; a
      *> configured file that cannot be read refuses everything
      *> rather than silently opening the server.
       01 CONFIG-POLICY-FILE      PIC X(256) VALUE SPACES.
       01 POLICY-STATUS           PIC XX.
       01 POLICY-LINE             PIC X(256).
       01 POLICY-LINE-NO          PIC 9(6) COMP-5.
      *> "N" no policy, "Y" loaded, "E" configured but unreadable.
       01 POLICY-LOADED           PIC X VALUE "N".

       01 POLICY-TABLE.
           05 POLICY-COUNT        PIC 9(4) COMP-5 VALUE 0.
           05 POLICY-RULE OCCURS 200 TIMES.
               10 POLICY-METHOD       PIC X(10).
               10 POLICY-PATTERN      PIC X(128).
               10 POLICY-ROLES        PIC X(128).
               10 POLICY-RULE-LINE    PIC 9(6) COMP-5.
       01 POLICY-DEFAULT-ROLES    PIC X(128).
      *> 0 when the file has no DEFAULT line.
       01 POLICY-DEFAULT-LINE     PIC 9(6) COMP-5 VALUE 0.
       01 POLICY-IDX              PIC 9(4) COMP-5.
       01 POLICY-FIELD-METHOD     PIC X(16).
       01 POLICY-FIELD-PATTERN    PIC X(128).
       01 POLICY-FIELD-ROLES      PIC X(128).

      *> CHECK-AUTH-POLICY's answer for the current request: whether
      *> it was refused, whether the caller was identified at all
      *> (401 versus 403), and the rule that decided, for the audit
      *> log.
       01 POLICY-DENIED           PIC X VALUE "N".
       01 POLICY-CALLER-KNOWN     PIC X VALUE "N".
       01 POLICY-CALLER-ROLE      PIC X(16).
       01 POLICY-MATCH-IDX        PIC 9(4) COMP-5.
       01 POLICY-DECIDED-BY       PIC X(200).
       01 POLICY-DECIDED-PTR      PIC 9(4) COMP-5.
       01 POLICY-APPLY-ROLES      PIC X(130).
       01 POLICY-PROBE            PIC X(20).
       01 POLICY-ROLE-LIST        PIC X(132).
       01 POLICY-HITS             PIC 9(4) COMP-5.
       01 POLICY-NUM-DISP         PIC Z(5)9.

      *> Key-prefix access control for the /kv store (KV-ACL.cbl),
      *> shared by ROUTE-KV and kv_cli so neither door is softer than
      *> the other. KV_ACL_FILE holds one line per prefix:
      *>     prefix|read-roles|write-roles
      *> with roles comma-separated from the USERS_FILE role column,
      *> "*" meaning any caller and "-" (or blank) meaning nobody.
      *> The longest matching prefix decides; a prefix of "*" alone
      *> is the rule for keys no other line covers, and without one
      *> an uncovered key stays open as before. "admin" passes every
      *> rule. A blank KV_ACL_FILE leaves the store unrestricted; a
      *> configured file that cannot be read refuses everything
      *> rather than silently opening the store.
       01 KV-ACL-FILE-NAME        PIC X(256) VALUE SPACES.
       01 KV-ACL-STATUS           PIC XX.
       01 KV-ACL-LINE             PIC X(256).
       01 KV-ACL-LOADED           PIC X VALUE "N".

       01 KV-ACL-TABLE-DEF.
           05 KV-ACL-ENTRY OCCURS 100 TIMES.
               10 KV-ACL-PREFIX       PIC X(64).
               10 KV-ACL-PREFIX-LEN   PIC 9(4) COMP-5.
               10 KV-ACL-READERS      PIC X(128).
               10 KV-ACL-WRITERS      PIC X(128).
       01 KV-ACL-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 KV-ACL-IDX              PIC 9(4) COMP-5.
       01 KV-ACL-BEST-IDX         PIC 9(4) COMP-5.
       01 KV-ACL-BEST-LEN         PIC 9(4) COMP-5.
       01 KV-ACL-DEFAULT-IDX      PIC 9(4) COMP-5.

      *> CHECK-KV-ACCESS inputs and answer: the caller sets the key,
      *> the mode ("R" read, "W" write) and the caller's role.
       01 KV-ACL-KEY              PIC X(64).
       01 KV-ACL-MODE             PIC X.
       01 KV-ACL-ROLE             PIC X(16).
       01 KV-ACL-ALLOWED          PIC X.
       01 KV-ACL-ROLES            PIC X(130).
       01 KV-ACL-PROBE            PIC X(20).
       01 KV-ACL-HITS             PIC 9(4) COMP-5.

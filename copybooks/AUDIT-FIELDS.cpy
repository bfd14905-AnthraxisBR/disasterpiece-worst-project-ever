      *> Security audit trail (AUDIT-LOG.cbl). Authentication
      *> failures and privileged actions append one line each to
      *> AUDIT_LOG, separate from the access log:
      *>     epoch|YYYYMMDDhhmmss|actor|role|source-ip|action|
      *>     target|outcome|request-id|credential
      *> (one line on disk). AUDIT-REPORT reads it for the monthly
      *> access review. Callers set AUDIT-ACTION, AUDIT-TARGET and
      *> AUDIT-OUTCOME and PERFORM WRITE-AUDIT-EVENT; an event with
      *> no client behind it (a SIGHUP reload) sets
      *> AUDIT-SYSTEM-EVENT to "Y" first.
       01 AUDIT-LOG-STATUS        PIC XX.
       01 AUDIT-LOG-LINE          PIC X(768).
       01 AUDIT-ACTION            PIC X(16).
       01 AUDIT-TARGET            PIC X(256).
       01 AUDIT-OUTCOME           PIC X(8).
       01 AUDIT-SYSTEM-EVENT      PIC X VALUE "N".
       01 AUDIT-NOW               PIC 9(10) COMP-5.
       01 AUDIT-NOW-DISP          PIC 9(10).
       01 AUDIT-STAMP             PIC X(14).
       01 AUDIT-ACTOR             PIC X(32).
       01 AUDIT-ROLE              PIC X(16).
       01 AUDIT-SOURCE            PIC X(45).
       01 AUDIT-RID               PIC X(32).

      *> The credential column never carries the secret itself: an
      *> unresolved Bearer value is reduced to a 9-digit fingerprint
      *> (the upload checksum's rolling hash), enough for the report
      *> to tell one guessed credential from another.
       01 AUDIT-CRED-TAG          PIC X(16).
       01 AUDIT-CRED-HASH         PIC 9(9) COMP-5.
       01 AUDIT-CRED-HASH-DISP    PIC 9(9).
       01 AUDIT-CRED-POS          PIC 9(4) COMP-5.
       01 AUDIT-CRED-LEN          PIC 9(4) COMP-5.
       01 AUDIT-OLD-USER-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 AUDIT-COUNT-DISP        PIC Z(3)9.
       01 AUDIT-PTR               PIC 9(4) COMP-5.

      *> Department quotas (DEPT-QUOTA.cbl). Each request is charged
      *> to a department through the same operator mapping file
      *> usage_report bills from ("<ip-or-user>|<dept>", the user id
      *> tried before the client address; neither = UNMAPPED). The
      *> QUOTA_FILE holds one line per department:
      *>     dept|req-soft|req-hard|bytes-soft|bytes-hard|
      *>     upload-soft|upload-hard
      *> (0 or blank = no limit on that measure). Month-to-date
      *> standing lives in QUOTA_STATE_FILE as "YYYYMM|dept|
      *> requests|bytes-served|upload-bytes" lines, bumped under a
      *> lock file the way metrics.dat is; lines from an earlier
      *> month are dropped on the next update, which is the monthly
      *> reset. A department at its hard limit is refused with 429
      *> until the month turns or the operator raises the limit;
      *> crossing a soft (or hard) limit raises one alert.
       01 DEPT-MAP-STATUS         PIC XX.
       01 QUOTA-FILE-STATUS       PIC XX.
       01 QUOTA-STATE-STATUS      PIC XX.
       01 ALERT-LOG-STATUS        PIC XX.
       01 QUOTA-LINE              PIC X(256).

       01 DEPT-MAP-TABLE-DEF.
           05 DEPT-MAP-ENTRY OCCURS 200 TIMES.
               10 DEPT-MAP-KEY        PIC X(64).
               10 DEPT-MAP-DEPT       PIC X(16).
       01 DEPT-MAP-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01 DEPT-MAP-IDX            PIC 9(4) COMP-5.

       01 QUOTA-TABLE-DEF.
           05 QUOTA-ENTRY OCCURS 50 TIMES.
               10 QUOTA-DEPT          PIC X(16).
               10 QUOTA-REQ-SOFT      PIC 9(15) COMP-5.
               10 QUOTA-REQ-HARD      PIC 9(15) COMP-5.
               10 QUOTA-BYTES-SOFT    PIC 9(15) COMP-5.
               10 QUOTA-BYTES-HARD    PIC 9(15) COMP-5.
               10 QUOTA-UPL-SOFT      PIC 9(15) COMP-5.
               10 QUOTA-UPL-HARD      PIC 9(15) COMP-5.
       01 QUOTA-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 QUOTA-IDX               PIC 9(4) COMP-5.
       01 QUOTA-FOUND-IDX         PIC 9(4) COMP-5.
       01 QUOTA-TXT-DEPT          PIC X(16).
       01 QUOTA-TXT-1             PIC X(20).
       01 QUOTA-TXT-2             PIC X(20).
       01 QUOTA-TXT-3             PIC X(20).
       01 QUOTA-TXT-4             PIC X(20).
       01 QUOTA-TXT-5             PIC X(20).
       01 QUOTA-TXT-6             PIC X(20).

      *> Month-to-date standing as last read from the state file.
       01 QSTATE-TABLE-DEF.
           05 QSTATE-ENTRY OCCURS 60 TIMES.
               10 QSTATE-DEPT         PIC X(16).
               10 QSTATE-REQUESTS     PIC 9(15) COMP-5.
               10 QSTATE-BYTES        PIC 9(15) COMP-5.
               10 QSTATE-UPLOAD       PIC 9(15) COMP-5.
       01 QSTATE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 QSTATE-IDX              PIC 9(4) COMP-5.
       01 QSTATE-FOUND-IDX        PIC 9(4) COMP-5.
       01 QSTATE-MONTH            PIC X(6).
       01 QSTATE-TXT-MONTH        PIC X(8).
       01 QSTATE-NUM-DISP         PIC 9(15).
       01 QSTATE-NUM-DISP-2       PIC 9(15).
       01 QSTATE-NUM-DISP-3       PIC 9(15).

       01 QUOTA-LOCK-PATH         PIC X(160).
       01 QUOTA-LOCK-FD           PIC S9(9) COMP-5 VALUE -1.
       01 QUOTA-LOCK-TRIES        PIC 9(4) COMP-5.
       01 QUOTA-LOCK-RESULT       PIC S9(9) COMP-5.

      *> The department this request is charged to, and what it is
      *> being charged.
       01 QUOTA-REQ-DEPT          PIC X(16).
       01 QUOTA-LOOKUP-KEY        PIC X(64).
       01 QUOTA-ADD-REQUESTS      PIC 9(15) COMP-5.
       01 QUOTA-ADD-BYTES         PIC 9(15) COMP-5.
       01 QUOTA-ADD-UPLOAD        PIC 9(15) COMP-5.
       01 QUOTA-BEFORE            PIC 9(15) COMP-5.
       01 QUOTA-AFTER             PIC 9(15) COMP-5.
       01 QUOTA-SOFT              PIC 9(15) COMP-5.
       01 QUOTA-HARD              PIC 9(15) COMP-5.
       01 QUOTA-MEASURE           PIC X(12).

      *> Per-request outcome: set by CHECK-DEPT-QUOTA (and by
      *> STORE-UPLOAD-PART for an upload that found the department
      *> already at its storage limit), cleared at the top of
      *> PROCESS-REQUEST. A refused request is not charged.
       01 QUOTA-OVER              PIC X VALUE "N".
       01 QUOTA-OVER-MEASURE      PIC X(12).
       01 QUOTA-UPLOAD-REFUSED    PIC X VALUE "N".
       01 QUOTA-REFUSED           PIC X VALUE "N".

       01 ALERT-LINE              PIC X(200).
       01 ALERT-COMMAND-LINE      PIC X(256).

       01 QUOTA-DISP-1            PIC Z(14)9.
       01 QUOTA-DISP-2            PIC Z(14)9.
       01 QUOTA-STANDING          PIC X(24).
       01 QUOTA-PTR               PIC 9(4) COMP-5.

       01 CONFIG-PID-FILE         PIC X(128) VALUE "webserver.pid".
       01 CONFIG-METRICS-FILE     PIC X(128) VALUE "metrics.dat".

      *> Security audit trail (see AUDIT-FIELDS); blank = off.
       01 CONFIG-AUDIT-LOG        PIC X(128) VALUE "audit.log".

      *> Department quotas (see DEPT-QUOTA-FIELDS): the dept.map
      *> usage_report already bills by, the operator's limits per
      *> department (blank = no enforcement), and the month-to-date
      *> standing every child bumps. Soft-limit warnings go to the
      *> alerts file log_monitor writes and through ALERT_COMMAND.
       01 CONFIG-DEPT-MAP-FILE    PIC X(128) VALUE "dept.map".
       01 CONFIG-QUOTA-FILE       PIC X(128) VALUE SPACES.
       01 CONFIG-QUOTA-STATE-FILE PIC X(128) VALUE "quota.dat".
       01 CONFIG-ALERT-LOG        PIC X(128) VALUE "alerts.log".
       01 CONFIG-ALERT-COMMAND    PIC X(192) VALUE SPACES.

      *> Log rotation (see ROTATE-LOG-FILE): a log is rolled to a
      *> dated archive on the first append of a new day or once it
      *> reaches LOG_MAX_BYTES, and only LOG_RETAIN_COUNT archives
       01 CONFIG-UPLOAD-STORE-DIR PIC X(128) VALUE SPACES.
       01 CONFIG-UPLOAD-RETAIN-DAYS PIC 9(4) COMP-5 VALUE 30.

      *> Archive tier: approved uploads older than ARCHIVE_DAYS are
      *> compressed into the archive directory by the retention
      *> sweep and recalled on retrieval. Blank directory or 0 days
      *> keeps everything on the store disk, the old behavior.
       01 CONFIG-UPLOAD-ARCHIVE-DIR PIC X(128) VALUE SPACES.
       01 CONFIG-UPLOAD-ARCHIVE-DAYS PIC 9(4) COMP-5 VALUE 0.

      *> Encryption at rest for the upload store and the journal's
      *> body files (see FILE-CRYPT-FIELDS): the current key file.
      *> Blank writes files in the clear, the old behavior; files
      *> already encrypted still need their key to be read.
       01 CONFIG-ENCRYPTION-KEY-FILE PIC X(256) VALUE SPACES.

      *> Quarantine workflow (see UPLOAD-REVIEW.cbl): with
      *> UPLOAD_REVIEW=Y new uploads land PENDING -- invisible to
      *> the listing and unretrievable -- until a reviewer approves
       01 CONFIG-USERS-FILE       PIC X(128) VALUE SPACES.
       01 CONFIG-AUTH-ROLE        PIC X(16) VALUE SPACES.

      *> Published batch reports (see REPORTS-FIELDS): the directory
      *> the report programs run in (blank = /reports off) and the
      *> role allowed to read them ("admin" always passes).
       01 CONFIG-REPORTS-DIR      PIC X(128) VALUE SPACES.
       01 CONFIG-REPORTS-ROLE     PIC X(16) VALUE "reports".

      *> Key for the access log / journal seal chain (see
      *> LOG-CHAIN-FIELDS); one word. Blank still chains the lines,
      *> but then anyone can recompute a seal.
       01 CONFIG-LOG-CHAIN-KEY    PIC X(128) VALUE SPACES.

      *> Operator-maintained route table file (see ROUTE-TABLE /
      *> INITIALIZE-ROUTE-TABLE); blank keeps the compiled-in rows.
       01 CONFIG-ROUTE-TABLE-FILE PIC X(128) VALUE SPACES.

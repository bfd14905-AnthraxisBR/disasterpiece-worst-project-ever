                   MOVE CONFIG-VAL TO CONFIG-PID-FILE
               WHEN "METRICS_FILE"
                   MOVE CONFIG-VAL TO CONFIG-METRICS-FILE
               WHEN "AUDIT_LOG"
                   MOVE CONFIG-VAL TO CONFIG-AUDIT-LOG
               WHEN "DEPT_MAP_FILE"
                   MOVE CONFIG-VAL TO CONFIG-DEPT-MAP-FILE
               WHEN "QUOTA_FILE"
                   MOVE CONFIG-VAL TO CONFIG-QUOTA-FILE
               WHEN "QUOTA_STATE_FILE"
                   MOVE CONFIG-VAL TO CONFIG-QUOTA-STATE-FILE
               WHEN "ALERT_LOG"
                   MOVE CONFIG-VAL TO CONFIG-ALERT-LOG
               WHEN "ALERT_COMMAND"
                   MOVE CONFIG-VAL TO CONFIG-ALERT-COMMAND
               WHEN "RECONCILE_REPORT"
                   MOVE CONFIG-VAL TO CONFIG-RECONCILE-REPORT
               WHEN "SESSION_FILE"
               WHEN "MAX_CHILDREN"
                   COMPUTE CONFIG-MAX-CHILDREN =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "WORKER_MODE"
                   MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CONFIG-VAL))
                       TO CONFIG-WORKER-MODE
               WHEN "WORKER_POOL_SIZE"
                   COMPUTE CONFIG-WORKER-POOL-SIZE =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "WORKER_MAX_CONNECTIONS"
                   COMPUTE CONFIG-WORKER-MAX-CONNS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "UPLOAD_STORE_DIR"
                   MOVE CONFIG-VAL TO CONFIG-UPLOAD-STORE-DIR
               WHEN "UPLOAD_RETAIN_DAYS"
                   COMPUTE CONFIG-UPLOAD-RETAIN-DAYS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "UPLOAD_ARCHIVE_DIR"
                   MOVE CONFIG-VAL TO CONFIG-UPLOAD-ARCHIVE-DIR
               WHEN "UPLOAD_ARCHIVE_DAYS"
                   COMPUTE CONFIG-UPLOAD-ARCHIVE-DAYS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "ENCRYPTION_KEY_FILE"
                   MOVE CONFIG-VAL TO CONFIG-ENCRYPTION-KEY-FILE
               WHEN "UPLOAD_REVIEW"
                   MOVE CONFIG-VAL TO CONFIG-UPLOAD-REVIEW
               WHEN "UPLOAD_REJECT_RETAIN_DAYS"
                   COMPUTE CONFIG-REJECT-RETAIN-DAYS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "JOB_DIR"
                   MOVE CONFIG-VAL TO CONFIG-JOB-DIR
               WHEN "JOB_PATHS"
                   MOVE CONFIG-VAL TO CONFIG-JOB-PATHS
               WHEN "JOB_MAX_RUNNING"
                   COMPUTE CONFIG-JOB-MAX-RUNNING =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "JOB_RETAIN_SECS"
                   COMPUTE CONFIG-JOB-RETAIN-SECS =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "LAYOUTS_FILE"
                   MOVE CONFIG-VAL TO CONFIG-LAYOUTS-FILE
               WHEN "JOURNAL_DIR"
                   MOVE CONFIG-VAL TO CONFIG-JOURNAL-DIR
               WHEN "TIMING_LOG"
                   MOVE CONFIG-VAL TO CONFIG-USERS-FILE
               WHEN "AUTH_PROTECTED_ROLE"
                   MOVE CONFIG-VAL TO CONFIG-AUTH-ROLE
               WHEN "POLICY_FILE"
                   MOVE CONFIG-VAL TO CONFIG-POLICY-FILE
               WHEN "PARTNER_FILE"
                   MOVE CONFIG-VAL TO CONFIG-PARTNER-FILE
               WHEN "PARTNER_SEEN_FILE"
                   MOVE CONFIG-VAL TO CONFIG-PARTNER-SEEN-FILE
               WHEN "PARTNER_TOLERANCE_SECS"
                   COMPUTE CONFIG-PARTNER-TOLERANCE =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "IDEMPOTENCY_WINDOW_SECS"
                   COMPUTE CONFIG-IDEM-WINDOW =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "IDEMPOTENCY_DIR"
                   MOVE CONFIG-VAL TO CONFIG-IDEM-DIR
               WHEN "RELEASES_DIR"
                   MOVE CONFIG-VAL TO CONFIG-RELEASES-DIR
               WHEN "RELEASES_KEEP"
                   COMPUTE CONFIG-RELEASES-KEEP =
                       FUNCTION NUMVAL(CONFIG-VAL)
               WHEN "REPORTS_DIR"
                   MOVE CONFIG-VAL TO CONFIG-REPORTS-DIR
               WHEN "REPORTS_ROLE"
                   MOVE CONFIG-VAL TO CONFIG-REPORTS-ROLE
               WHEN "LOG_CHAIN_KEY"
                   MOVE CONFIG-VAL TO CONFIG-LOG-CHAIN-KEY
               WHEN "TEMPLATE_EXTENSION"
                   MOVE CONFIG-VAL TO CONFIG-TEMPLATE-EXT
               WHEN "ROUTE_TABLE_FILE"
                   MOVE CONFIG-VAL TO VHOST-DOC-ROOT(1)
               WHEN "VHOST_1_ROUTES_SCRIPT"
                   MOVE CONFIG-VAL TO VHOST-ROUTES-SCRIPT(1)
               WHEN "VHOST_1_RELEASES"
                   MOVE FUNCTION UPPER-CASE(CONFIG-VAL(1:1))
                       TO VHOST-RELEASED(1)
               WHEN "VHOST_2_HOST"
                   MOVE CONFIG-VAL TO VHOST-HOST(2)
                   IF VHOST-COUNT < 2
                   MOVE CONFIG-VAL TO VHOST-DOC-ROOT(2)
               WHEN "VHOST_2_ROUTES_SCRIPT"
                   MOVE CONFIG-VAL TO VHOST-ROUTES-SCRIPT(2)
               WHEN "VHOST_2_RELEASES"
                   MOVE FUNCTION UPPER-CASE(CONFIG-VAL(1:1))
                       TO VHOST-RELEASED(2)
               WHEN "VHOST_3_HOST"
                   MOVE CONFIG-VAL TO VHOST-HOST(3)
                   IF VHOST-COUNT < 3
                   MOVE CONFIG-VAL TO VHOST-DOC-ROOT(3)
               WHEN "VHOST_3_ROUTES_SCRIPT"
                   MOVE CONFIG-VAL TO VHOST-ROUTES-SCRIPT(3)
               WHEN "VHOST_3_RELEASES"
                   MOVE FUNCTION UPPER-CASE(CONFIG-VAL(1:1))
                       TO VHOST-RELEASED(3)
               WHEN "VHOST_4_HOST"
                   MOVE CONFIG-VAL TO VHOST-HOST(4)
                   IF VHOST-COUNT < 4
                   MOVE CONFIG-VAL TO VHOST-DOC-ROOT(4)
               WHEN "VHOST_4_ROUTES_SCRIPT"
                   MOVE CONFIG-VAL TO VHOST-ROUTES-SCRIPT(4)
               WHEN "VHOST_4_RELEASES"
                   MOVE FUNCTION UPPER-CASE(CONFIG-VAL(1:1))
                       TO VHOST-RELEASED(4)
               WHEN OTHER
                   DISPLAY "DEBUG: Ignoring unknown config key: "
                       CONFIG-KEY

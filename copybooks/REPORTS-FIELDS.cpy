      *> Published batch reports (REPORTS-SERVE.cbl). The dated
      *> report files the batch programs leave in REPORTS_DIR are
      *> served at /reports: GET /reports is an HTML index grouped by
      *> report type, newest date first; GET /reports/<file> returns
      *> the file as written, and ?format=html or ?format=csv returns
      *> a rendition generated from it on the fly. Only file names
      *> of a known report type are ever served, so the rest of the
      *> directory (config, logs, users) stays out of reach. Gated
      *> to REPORTS_ROLE (admin included) when user accounts are
      *> configured, to the legacy token otherwise, and off with
      *> neither -- the upload-review precedent.
       01 RPT-LIST-NAME           PIC X(1024).
       01 RPT-LIST-STATUS         PIC XX.
       01 RPT-LIST-LINE           PIC X(256).
       01 RPT-SRC-NAME            PIC X(1024).
       01 RPT-SRC-STATUS          PIC XX.
       01 RPT-SRC-LINE            PIC X(512).
       01 RPT-OUT-NAME            PIC X(1024).
       01 RPT-OUT-STATUS          PIC XX.
       01 RPT-OUT-LINE            PIC X(8192).
       01 RPT-OUT-PTR             PIC 9(5) COMP-5.
       01 RPT-COMMAND             PIC X(1100).

      *> Known report types: file-name prefix, suffix, and the
      *> heading the index files them under. A file is a report
      *> when its name is <prefix><date-part><suffix>; the date
      *> part is what the index shows (reconcile.rpt has none and is
      *> shown as "latest").
       01 RPT-TYPE-VALUES.
           05 FILLER PIC X(16) VALUE "traffic_report_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Daily traffic".
           05 FILLER PIC X(16) VALUE "latency_report_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Latency by route".
           05 FILLER PIC X(16) VALUE "usage_report_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Monthly usage statement".
           05 FILLER PIC X(16) VALUE "trend_report_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Traffic trend".
           05 FILLER PIC X(16) VALUE "upload_verify_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Upload store verification".
           05 FILLER PIC X(16) VALUE "audit_report_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Security audit".
           05 FILLER PIC X(16) VALUE "kv_load_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "KV transaction load".
           05 FILLER PIC X(16) VALUE "sla_statement_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Monthly SLA statement".
           05 FILLER PIC X(16) VALUE "chain_verify_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Log chain verification".
           05 FILLER PIC X(16) VALUE "fleet_report_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Daily fleet availability".
           05 FILLER PIC X(16) VALUE "fleet_status".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Fleet status".
           05 FILLER PIC X(16) VALUE "standby_recon_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Primary/standby divergence".
           05 FILLER PIC X(16) VALUE "delivery_status_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Upload delivery status".
           05 FILLER PIC X(16) VALUE "catalog_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Endpoint catalog".
           05 FILLER PIC X(16) VALUE "runplan_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Batch run plan".
           05 FILLER PIC X(16) VALUE "purge_cert_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Purge certificate".
           05 FILLER PIC X(16) VALUE "restore_drill_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Restore drill".
           05 FILLER PIC X(16) VALUE "key_rotate_".
           05 FILLER PIC X(4)  VALUE ".txt".
           05 FILLER PIC X(32) VALUE "Encryption key rotation".
           05 FILLER PIC X(16) VALUE "reconcile".
           05 FILLER PIC X(4)  VALUE ".rpt".
           05 FILLER PIC X(32) VALUE "Metrics reconciliation".
       01 RPT-TYPE-TABLE REDEFINES RPT-TYPE-VALUES.
           05 RPT-TYPE-ENTRY OCCURS 19 TIMES.
               10 RPT-TYPE-PREFIX     PIC X(16).
               10 RPT-TYPE-SUFFIX     PIC X(4).
               10 RPT-TYPE-LABEL      PIC X(32).
       01 RPT-TYPE-COUNT          PIC 9(4) COMP-5 VALUE 19.
       01 RPT-TYPE-IDX            PIC 9(4) COMP-5.
       01 RPT-TYPE-FOUND          PIC 9(4) COMP-5.
       01 RPT-MATCH-IDX           PIC 9(4) COMP-5.
       01 RPT-PREFIX-LEN          PIC 9(4) COMP-5.

      *> The file asked for (or the index entry being listed).
       01 RPT-NAME                PIC X(128).
       01 RPT-NAME-LEN            PIC 9(4) COMP-5.
       01 RPT-NAME-OK             PIC X.
       01 RPT-DATE-PART           PIC X(64).
       01 RPT-FORMAT              PIC X(8).
       01 RPT-CONTENT-TYPE        PIC X(40).
       01 RPT-ATTACH-NAME         PIC X(140).
       01 RPT-TEMP-OUTPUT         PIC X.
       01 RPT-INDEX-ENTRIES       PIC 9(6) COMP-5.
       01 RPT-TYPE-ROWS           PIC 9(6) COMP-5.

      *> Rendition state. A report line is cut into cells at runs
      *> of two or more blanks (the column gaps every report writer
      *> leaves), and after a "name=value" word at a single blank
      *> too, so "n=12 p50=4ms" lines come apart into one cell per
      *> measure, and likewise after a word of digits alone (an hour
      *> stamp or a count ahead of its label). Line kinds: T title
      *> (first line), H heading (unindented, first word in
      *> capitals), S sub-heading (indented single cell ending in
      *> ":"), R row, B blank.
       01 RPT-LINE-LEN            PIC 9(4) COMP-5.
       01 RPT-LINE-KIND           PIC X.
       01 RPT-TITLE-DONE          PIC X.
       01 RPT-TABLE-OPEN          PIC X.
       01 RPT-FIRST-WORD          PIC X(64).
       01 RPT-SECTION             PIC X(160).
       01 RPT-SUBSECTION          PIC X(160).
       01 RPT-CELL-TABLE.
           05 RPT-CELL OCCURS 24 TIMES PIC X(160).
       01 RPT-CELL-COUNT          PIC 9(4) COMP-5.
       01 RPT-CELL-IDX            PIC 9(4) COMP-5.
       01 RPT-CELL-TEXT           PIC X(160).
       01 RPT-CELL-LEN            PIC 9(4) COMP-5.
       01 RPT-CELL-HAS-EQ         PIC X.
       01 RPT-CELL-ALL-DIGITS     PIC X.
       01 RPT-CELL-NUMERIC        PIC X.
       01 RPT-POS                 PIC 9(4) COMP-5.
       01 RPT-CH                  PIC X.

      *> Text being appended to RPT-OUT-LINE, HTML- or CSV-escaped.
       01 RPT-ESC-SRC             PIC X(512).
       01 RPT-ESC-LEN             PIC 9(4) COMP-5.
       01 RPT-ESC-POS             PIC 9(4) COMP-5.

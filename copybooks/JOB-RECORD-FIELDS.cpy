      *> Asynchronous job records (JOB-RECORD.cbl), shared by the
      *> server, which queues a job, and the JOB-RUNNER companion,
      *> which runs it. Every job is a handful of files in JOB_DIR
      *> named by its id: <id>.job holds the one record line below,
      *> <id>.body the request body, <id>.out the complete routes.sh
      *> response once the job has run, and <id>.pid / <id>.rc the
      *> runner's bookkeeping while it runs. A record is always
      *> written to <id>.tmp and renamed over <id>.job, so a reader
      *> never sees half a line.
      *>
      *>   id|state|submitted|started|ended|pid|exit|http|note|
      *>   submitter|request-id|content-length|script|method|
      *>   partner|path
      *>
      *> state is QUEUED, RUNNING, SUCCEEDED or FAILED; the three
      *> stamps are epoch seconds (0 = not yet); http is the status
      *> the script answered with (0 = no usable response); note
      *> says why a job FAILED without finishing ("timeout", "lost").
      *> submitter is the signed-in user (partner:<id> for a verified
      *> partner delivery) or else the client address; partner is
      *> the verified partner id, "-" for any other caller. A record
      *> written before the partner column existed has the path
      *> straight after the method, and is read with partner "-".
      *> The path is last so nothing in it can shift the columns.
       01 CONFIG-JOB-DIR          PIC X(128) VALUE SPACES.
       01 CONFIG-JOB-MAX-RUNNING  PIC 9(4) COMP-5 VALUE 2.
       01 CONFIG-JOB-RETAIN-SECS  PIC 9(9) COMP-5 VALUE 86400.

       01 JOB-FILE-NAME           PIC X(256).
       01 JOB-FILE-STATUS         PIC XX.
       01 JOB-LINE                PIC X(1024).
       01 JOB-LINE-PTR            PIC 9(4) COMP-5.
       01 JOB-RECORD-FOUND        PIC X VALUE "N".
       01 JOB-WRITE-OK            PIC X VALUE "N".
       01 JOB-COMMAND             PIC X(1024).

       01 JOB-REC-PATH            PIC X(256).
       01 JOB-TMP-PATH            PIC X(256).
       01 JOB-BODY-PATH           PIC X(256).
       01 JOB-OUT-PATH            PIC X(256).
       01 JOB-RC-PATH             PIC X(256).
       01 JOB-PID-PATH            PIC X(256).

       01 JOB-ID                  PIC X(32).
       01 JOB-STATE               PIC X(10).
       01 JOB-SUBMITTED-TS        PIC 9(10).
       01 JOB-STARTED-TS          PIC 9(10).
       01 JOB-ENDED-TS            PIC 9(10).
       01 JOB-PID                 PIC 9(9).
       01 JOB-EXIT                PIC 9(3).
       01 JOB-HTTP                PIC 9(3).
       01 JOB-NOTE                PIC X(16).
       01 JOB-SUBMITTER           PIC X(45).
       01 JOB-REQUEST-ID          PIC X(32).
       01 JOB-CONTENT-LENGTH      PIC 9(9).
       01 JOB-SCRIPT              PIC X(128).
       01 JOB-METHOD              PIC X(10).
       01 JOB-PARTNER             PIC X(24).
       01 JOB-PATH                PIC X(512).

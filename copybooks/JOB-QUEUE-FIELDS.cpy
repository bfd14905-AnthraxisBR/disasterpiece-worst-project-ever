      *> Asynchronous job submission (JOB-QUEUE.cbl). A POST to a
      *> path listed in JOB_PATHS is not run in the forked child at
      *> all: the body and a QUEUED record go into JOB_DIR (see
      *> JOB-RECORD-FIELDS), the client gets 202 Accepted with the
      *> job id at once, and the JOB-RUNNER companion runs the
      *> routes script for it later under its own concurrency
      *> limit. GET /jobs/<id> reports the job's state and GET
      *> /jobs/<id>/result returns the script's response once the
      *> job has finished. With USERS_FILE configured only the
      *> submitter (or an admin) can see a job.
      *>
      *> JOB_PATHS is a comma list like CACHE_PATHS; an entry ending
      *> in "*" matches every path that starts with the rest.
       01 CONFIG-JOB-PATHS        PIC X(512) VALUE SPACES.

       01 JOB-ELIGIBLE            PIC X VALUE "N".
       01 JOB-LIST-PTR            PIC 9(4) COMP-5.
       01 JOB-LIST-ITEM           PIC X(128).
       01 JOB-ITEM-LEN            PIC 9(4) COMP-5.

       01 JOB-NOW                 PIC 9(10) COMP-5.
       01 JOB-NOW-DISP            PIC 9(10).
       01 JOB-ID-LEN              PIC 9(4) COMP-5.
       01 JOB-ID-POS              PIC 9(4) COMP-5.
       01 JOB-ID-OK               PIC X VALUE "N".
       01 JOB-SEG-PTR             PIC 9(4) COMP-5.
       01 JOB-RESULT-WANTED       PIC X VALUE "N".
       01 JOB-STATE-LOWER         PIC X(10).
       01 JOB-HREF                PIC X(64).
       01 JOB-BODY                PIC X(800).
       01 JOB-BODY-PTR            PIC 9(4) COMP-5.
       01 JOB-NUM-DISP            PIC Z(8)9.

      *> /admin queue depth, tallied from the records on disk.
       01 JOB-TALLY-QUEUED        PIC 9(9) COMP-5.
       01 JOB-TALLY-RUNNING       PIC 9(9) COMP-5.
       01 JOB-TALLY-FINISHED      PIC 9(9) COMP-5.
       01 JOB-TALLY-FAILED        PIC 9(9) COMP-5.

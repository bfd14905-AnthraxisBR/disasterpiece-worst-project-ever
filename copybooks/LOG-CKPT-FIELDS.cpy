      *> Checkpointed log reading for the batch programs (LOG-CKPT.cbl).
      *> A program reads one log -- its rotated <name>.<YYYYMMDD>-
      *> <hhmmss> archives oldest first, then the live file -- through
      *> RUN-CHECKPOINTED-LOG, which hands it one record at a time and
      *> keeps <log>.<program>.ckpt up to date with where it got to
      *> and the program's running totals. The next run restores the
      *> totals and carries on after the last record counted, so only
      *> new lines are read; a run that died part-way picks up at its
      *> last checkpoint instead of starting over.
      *>
      *> Checkpoint layout (line sequential, rewritten whole through
      *> a .tmp and mv, so it is never half-written):
      *>     LOGCKPT|<run key>
      *>     CURSOR|<last archive finished>|<file in progress>|
      *>            <records of it counted>|<its first record>
      *>     ...the program's own totals lines...
      *>     END
      *> A file is recognised by its first record, not its name, so
      *> when the live log has been rotated since the last run the
      *> archive it became is found and resumed at the same place.
      *> The run key is whatever the program's totals depend on
      *> (report month, date range, lookup); a checkpoint taken under
      *> another key is set aside and the run starts from scratch,
      *> as it does when "fresh" is given.
      *>
      *> The including program supplies three paragraphs:
      *>     TALLY-CHECKPOINTED-LINE    one record, in LOG-CKPT-LINE
      *>     SAVE-CHECKPOINT-TOTALS     its totals, one line at a time
      *>                                through LOG-CKPT-OUT-LINE and
      *>                                WRITE-CHECKPOINT-LINE
      *>     RESTORE-CHECKPOINT-TOTALS  one saved line, LOG-CKPT-IN-LINE
       01 LOG-CKPT-BASE-PATH      PIC X(256).
       01 LOG-CKPT-PROGRAM        PIC X(32).
       01 LOG-CKPT-RUN-KEY        PIC X(256).
       01 LOG-CKPT-FRESH          PIC X VALUE "N".
       01 LOG-CKPT-INTERVAL       PIC 9(9) COMP-5 VALUE 10000.

       01 LOG-CKPT-FILE-NAME      PIC X(300).
       01 LOG-CKPT-FILE-STATUS    PIC XX.
       01 LOG-CKPT-TEMP-NAME      PIC X(300).
       01 LOG-CKPT-IO-NAME        PIC X(300).
       01 LOG-CKPT-LIST-NAME      PIC X(300).
       01 LOG-CKPT-LIST-STATUS    PIC XX.
       01 LOG-CKPT-SRC-NAME       PIC X(300).
       01 LOG-CKPT-SRC-STATUS     PIC XX.
       01 LOG-CKPT-COMMAND        PIC X(1000).

      *> The record handed to TALLY-CHECKPOINTED-LINE, and the totals
      *> line going out to or coming back from the checkpoint.
       01 LOG-CKPT-LINE           PIC X(512).
       01 LOG-CKPT-OUT-LINE       PIC X(1024).
       01 LOG-CKPT-IN-LINE        PIC X(1024).
       01 LOG-CKPT-OUT-PTR        PIC 9(4) COMP-5.

      *> Cursor as restored, and as it stands now.
       01 LOG-CKPT-DONE-ARCHIVE   PIC X(300) VALUE SPACES.
       01 LOG-CKPT-CUR-FILE       PIC X(300) VALUE SPACES.
       01 LOG-CKPT-CUR-RECNO      PIC 9(9) VALUE 0.
       01 LOG-CKPT-CUR-FIRST      PIC X(200) VALUE SPACES.
       01 LOG-CKPT-PENDING        PIC X VALUE "N".
       01 LOG-CKPT-PEND-FILE      PIC X(300).
       01 LOG-CKPT-PEND-RECNO     PIC 9(9).
       01 LOG-CKPT-PEND-FIRST     PIC X(200).

       01 LOG-CKPT-RESUMED        PIC X VALUE "N".
       01 LOG-CKPT-VALID          PIC X.
       01 LOG-CKPT-SAVED-KEY      PIC X(256).
       01 LOG-CKPT-TAG            PIC X(8).
       01 LOG-CKPT-RECNO-TXT      PIC X(12).
       01 LOG-CKPT-SCAN-PTR       PIC 9(4) COMP-5.

      *> The file being read.
       01 LOG-CKPT-IS-LIVE        PIC X.
       01 LOG-CKPT-THIS-FIRST     PIC X(200).
       01 LOG-CKPT-RECNO          PIC 9(9) COMP-5.
       01 LOG-CKPT-SKIP-TO        PIC 9(9) COMP-5.
       01 LOG-CKPT-SINCE-SAVE     PIC 9(9) COMP-5.

      *> Run statistics, for the program's closing message.
       01 LOG-CKPT-FILES-SEEN     PIC 9(4) COMP-5 VALUE 0.
       01 LOG-CKPT-LINES-NEW      PIC 9(9) COMP-5 VALUE 0.
       01 LOG-CKPT-LINES-SKIPPED  PIC 9(9) COMP-5 VALUE 0.
       01 LOG-CKPT-COUNT-DISP     PIC Z(8)9.

      *> "fresh" picked out of the program's argument words.
       01 LOG-CKPT-ARGS           PIC X(512).
       01 LOG-CKPT-ARG-WORD       PIC X(256).
       01 LOG-CKPT-ARGS-OUT       PIC X(512).
       01 LOG-CKPT-ARGS-PTR       PIC 9(4) COMP-5.
       01 LOG-CKPT-ARGS-OUT-PTR   PIC 9(4) COMP-5.

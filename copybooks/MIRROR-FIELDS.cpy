       01 MIRROR-SRC-FD           PIC S9(9) COMP-5 VALUE -1.
       01 MIRROR-WRITE-DONE       PIC 9(9) COMP-5.
       01 MIRROR-WRITE-LEN        PIC 9(9) COMP-5.
      *> Spool backlog for /healthz (COUNT-MIRROR-BACKLOG): files
      *> still waiting for the agent, counted the way TRACE-CAPTURE
      *> counts its trace files.
       01 MIRROR-COUNT-NAME       PIC X(1024).
       01 MIRROR-COUNT-STATUS     PIC XX.
       01 MIRROR-COUNT-LINE       PIC X(16).
       01 MIRROR-COUNT-CMD        PIC X(1200).
       01 MIRROR-BACKLOG          PIC 9(9) COMP-5 VALUE 0.
       01 MIRROR-BACKLOG-DISP     PIC Z(8)9.

      *> Static site releases (STATIC-RELEASE.cbl). Publishing a site
      *> file by file through PUT /static/... leaves readers on a mix
      *> of old and new pages until the last file lands; a release is
      *> the whole site as one gzip'd tar bundle instead:
      *>     PUT  /releases/<host>/<release>           publish
      *>     POST /releases/<host>/<release>/activate  switch to it
      *>     POST /releases/<host>/rollback            previous one
      *>     GET  /releases[/<host>]                   list
      *> A bundle is listed and checked before anything is unpacked
      *> (regular files and directories only, no absolute or ".."
      *> names, an index.html at the top), unpacked into a hidden
      *> staging directory, and renamed into place as
      *> RELEASES_DIR/<host>/<release> only when complete. A host
      *> with VHOST_n_RELEASES=Y is served from the "current" symlink
      *> beside its releases; activation builds the new link under a
      *> temporary name and rename()s it over "current", so every
      *> request sees the old site or the new one and never a mix.
      *> Each host's releases.log records what happened:
      *>     epoch|PUBLISH|release|who|files
      *>     epoch|ACTIVATE|release|who|previous
      *>     epoch|ROLLBACK|release|who|previous
      *>     epoch|PRUNE|release|who|-
      *> and is what the listing and rollback read. The newest
      *> RELEASES_KEEP releases are kept (the active one always is);
      *> older ones are removed after each publish.
       01 CONFIG-RELEASES-DIR     PIC X(128) VALUE SPACES.
       01 CONFIG-RELEASES-KEEP    PIC 9(4) COMP-5 VALUE 5.

       01 RLS-SEGMENTS.
           05 RLS-SEG-LEAD        PIC X(8).
           05 RLS-SEG-ROOT        PIC X(16).
           05 RLS-SEG-SITE        PIC X(128).
           05 RLS-SEG-REL         PIC X(64).
           05 RLS-SEG-ACTION      PIC X(16).
           05 RLS-SEG-EXTRA       PIC X(16).
       01 RLS-SEG-COUNT           PIC 9(4) COMP-5.
       01 RLS-SITE-LEN            PIC 9(4) COMP-5.
       01 RLS-REL-LEN             PIC 9(4) COMP-5.
       01 RLS-REL-POS             PIC 9(4) COMP-5.
       01 RLS-REL-OK              PIC X.
       01 RLS-SITE-IDX            PIC 9(4) COMP-5.
       01 RLS-SITE                PIC X(128).
       01 RLS-RELEASE             PIC X(64).
       01 RLS-WHO                 PIC X(45).

       01 RLS-SITE-DIR            PIC X(320).
       01 RLS-REL-DIR             PIC X(400).
       01 RLS-STAGE-DIR           PIC X(400).
       01 RLS-CURRENT-LINK        PIC X(400).
       01 RLS-NEW-LINK            PIC X(400).
       01 RLS-BUNDLE-PATH         PIC X(1024).
       01 RLS-BUNDLE-TEMP         PIC X VALUE "N".
       01 RLS-LIST-BASE           PIC X(256).
       01 RLS-COMMAND             PIC X(2400).
       01 RLS-RC                  PIC S9(9) COMP-5.
       01 RLS-NOW                 PIC 9(10) COMP-5.
       01 RLS-NOW-DISP            PIC 9(10).

      *> NUL-terminated copies for the libc calls (symlink, rename,
      *> readlink) that keep release and host names off a shell
      *> command line wherever no shell is needed.
       01 RLS-PATH-A              PIC X(402).
       01 RLS-PATH-B              PIC X(402).
       01 RLS-LINK-BUF            PIC X(256).
       01 RLS-LINK-LEN            PIC S9(9) COMP-5.
       01 RLS-CURRENT             PIC X(64).
       01 RLS-PREVIOUS            PIC X(64).

      *> Bundle check over the "type name" listing.
       01 RLS-CHECK-PROBLEM       PIC X(64).
       01 RLS-ENTRY-TYPE          PIC X.
       01 RLS-ENTRY-NAME          PIC X(1024).
       01 RLS-ENTRY-LEN           PIC 9(4) COMP-5.
       01 RLS-FILE-COUNT          PIC 9(6) COMP-5.
       01 RLS-FILE-COUNT-DISP     PIC Z(5)9.
       01 RLS-INDEX-FOUND         PIC X.
       01 RLS-SCAN-POS            PIC 9(4) COMP-5.

      *> releases.log, loaded as the kept releases in publish order.
       01 RLS-LOG-NAME            PIC X(400).
       01 RLS-LOG-STATUS          PIC XX.
       01 RLS-LOG-LINE            PIC X(512).
       01 RLS-LIST-NAME           PIC X(300).
       01 RLS-LIST-STATUS         PIC XX.
       01 RLS-LOG-EPOCH-TXT       PIC X(10).
       01 RLS-LOG-EVENT           PIC X(8).
       01 RLS-LOG-REL             PIC X(64).
       01 RLS-LOG-WHO             PIC X(45).
       01 RLS-LOG-DETAIL          PIC X(64).
       01 RLS-TABLE.
           05 RLS-ROW OCCURS 40 TIMES.
               10 RLS-ROW-REL     PIC X(64).
               10 RLS-ROW-PUB-TS  PIC 9(10).
               10 RLS-ROW-PUB-WHO PIC X(45).
               10 RLS-ROW-FILES   PIC X(8).
               10 RLS-ROW-ACT-TS  PIC 9(10).
               10 RLS-ROW-ACT-WHO PIC X(45).
       01 RLS-ROW-COUNT           PIC 9(4) COMP-5.
       01 RLS-ROW-IDX             PIC 9(4) COMP-5.
       01 RLS-ROW-FOUND           PIC 9(4) COMP-5.
       01 RLS-ROW-SHIFT           PIC 9(4) COMP-5.
       01 RLS-KEEP                PIC 9(4) COMP-5.
       01 RLS-COUNT-DISP          PIC Z(3)9.

      *> Per-host serialization of the switch/prune step, on the
      *> ACQUIRE-METRICS-LOCK protocol (O_CREAT|O_EXCL lock file).
       01 RLS-LOCK-PATH           PIC X(402).
       01 RLS-LOCK-FD             PIC S9(9) COMP-5.
       01 RLS-LOCK-RESULT         PIC S9(9) COMP-5.
       01 RLS-LOCK-TRIES          PIC 9(4) COMP-5.

       01 RLS-STATUS-LINE         PIC X(40).
       01 RLS-BODY                PIC X(600).
       01 RLS-BODY-PTR            PIC 9(4) COMP-5.

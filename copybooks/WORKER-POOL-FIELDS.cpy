      *> Pre-forked worker pool (WORKER-POOL.cbl). WORKER_MODE=fork
      *> (the default) keeps ACCEPT-CLIENT's fork per connection;
      *> WORKER_MODE=prefork starts WORKER_POOL_SIZE long-lived
      *> workers that accept on the shared listening socket
      *> themselves, each serving up to WORKER_MAX_CONNECTIONS
      *> connections (0 = no limit) before exiting to be replaced by
      *> a fresh one. The parent only supervises: it replaces dead
      *> workers, passes SIGHUP on so each reloads between
      *> connections, and stops them all on SIGTERM/SIGINT.
       01 CONFIG-WORKER-MODE      PIC X(8) VALUE "fork".
       01 CONFIG-WORKER-POOL-SIZE PIC 9(4) COMP-5 VALUE 8.
       01 CONFIG-WORKER-MAX-CONNS PIC 9(9) COMP-5 VALUE 1000.

      *> The mode the server started in; a SIGHUP cannot switch it.
       01 POOL-ACTIVE             PIC X VALUE "N".
       01 POOL-IS-WORKER          PIC X VALUE "N".
       01 POOL-TABLE.
           05 POOL-WORKER-PID     PIC S9(9) COMP-5 OCCURS 64 TIMES.
       01 POOL-SIZE               PIC 9(4) COMP-5.
       01 POOL-SLOT               PIC 9(4) COMP-5.
       01 POOL-REAPED-PID         PIC S9(9) COMP-5.
       01 POOL-WORKER-SERVED      PIC 9(9) COMP-5 VALUE 0.
       01 POOL-LISTEN-BACKLOG     PIC 9(4) COMP-5 VALUE 5.
      *> accept()'s in/out socklen_t.
       01 POOL-ADDR-LEN           PIC S9(9) COMP-5.
       01 POOL-PID-DISP           PIC Z(8)9.
       01 POOL-NUM-DISP           PIC Z(8)9.

      *> SO_RCVTIMEO for the listening socket: a struct timeval of
      *> two native longs, so an idle worker's accept() returns each
      *> second and the worker sees its signal flags.
       01 POOL-ACCEPT-TIMEVAL.
           05 POOL-ACCEPT-TV-SEC  PIC S9(18) COMP-5 VALUE 1.
           05 POOL-ACCEPT-TV-USEC PIC S9(18) COMP-5 VALUE 0.

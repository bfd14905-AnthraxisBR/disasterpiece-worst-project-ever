      *> Tamper-evident chaining of the access log and the journal
      *> index (LOG-CHAIN.cbl). Every line the server appends to
      *> either one is sealed with a trailing token
      *>     <line> #<sequence, 12 digits>:<seal, 64 hex digits>
      *> (journal.idx puts its own "|" separator ahead of the token
      *> instead of the blank). The hash covers the line, its
      *> sequence number and the previous line's seal: it is the
      *> HMAC-SHA256 of "prev|seq|text" under LOG_CHAIN_KEY
      *> (LOG-CHAIN-HASH.cbl), so a line edited,
      *> dropped, inserted or moved after the fact no longer fits
      *> the lines around it. <log>.chain holds the last "seq|hash"
      *> given out; reading it, writing it and the append all happen
      *> under <log>.chain.lock, so sequence follows file order.
      *> LOG-ROTATION archives and the checkpoint_backup journal
      *> archive move lines verbatim, so the chain simply runs on
      *> through them, and LOG-VERIFY walks it end to end.
      *> Without the key there is no computing what an edited line,
      *> or any line after it, should be sealed with.
       01 LOG-CHAIN-KEY           PIC X(128) VALUE SPACES.
       01 LOG-CHAIN-KEY-LEN       PIC 9(4) COMP-5.
       01 LOG-CHAIN-PREV          PIC X(64).
       01 LOG-CHAIN-SEQ           PIC 9(12).
       01 LOG-CHAIN-TEXT          PIC X(512).
       01 LOG-CHAIN-TEXT-LEN      PIC 9(4) COMP-5.
       01 LOG-CHAIN-HASH          PIC X(64).
       01 LOG-CHAIN-GENESIS       PIC X(64) VALUE ALL "0".
       01 LOG-CHAIN-MSG           PIC X(800).
       01 LOG-CHAIN-MSG-PTR       PIC 9(4) COMP-5.
      *> CHECK-LOG-CHAIN-HEX: LOG-CHAIN-HEX-WORK is 64 lower-case
      *> hex digits when LOG-CHAIN-HEX-OK comes back "Y".
       01 LOG-CHAIN-HEX-WORK      PIC X(64).
       01 LOG-CHAIN-HEX-OK        PIC X.

      *> A line taken apart by SPLIT-LOG-CHAIN-TOKEN: whether it is
      *> sealed, its sequence and hash, and how long the text ahead
      *> of the separator is.
       01 LOG-CHAIN-SCAN-LINE     PIC X(512).
       01 LOG-CHAIN-SCAN-LEN      PIC 9(4) COMP-5.
       01 LOG-CHAIN-TOK-POS       PIC 9(4) COMP-5.
       01 LOG-CHAIN-FOUND         PIC X.
       01 LOG-CHAIN-TOK-SEQ       PIC 9(12).
       01 LOG-CHAIN-TOK-HASH      PIC X(64).
       01 LOG-CHAIN-BODY-LEN      PIC 9(4) COMP-5.

      *> Sealing one line (SEAL-LOG-LINE): the log it goes to, the
      *> one file its older lines move to if there is a fixed one,
      *> the separator ahead of the token, and the line to append.
       01 LOG-CHAIN-LOG-PATH      PIC X(160).
       01 LOG-CHAIN-PRIOR-PATH    PIC X(180).
       01 LOG-CHAIN-SEP           PIC X.
       01 LOG-CHAIN-LINE          PIC X(512).
       01 LOG-CHAIN-SEALED        PIC X.
       01 LOG-CHAIN-LAST-SEQ      PIC 9(12).
       01 LOG-CHAIN-LAST-HASH     PIC X(64).
       01 LOG-CHAIN-SCAN-HIT      PIC X.
       01 LOG-CHAIN-STATE-NAME    PIC X(180).
       01 LOG-CHAIN-STATE-STATUS  PIC XX.
       01 LOG-CHAIN-STATE-LINE    PIC X(96).
       01 LOG-CHAIN-SCAN-NAME     PIC X(180).
       01 LOG-CHAIN-SCAN-STATUS   PIC XX.
       01 LOG-CHAIN-COMMAND       PIC X(600).

       01 LOG-CHAIN-LOCK-PATH     PIC X(180).
       01 LOG-CHAIN-LOCK-OPEN     PIC X(180).
       01 LOG-CHAIN-LOCK-FD       PIC S9(9) COMP-5 VALUE -1.
       01 LOG-CHAIN-LOCK-TRIES    PIC 9(4) COMP-5.
       01 LOG-CHAIN-LOCK-RESULT   PIC S9(9) COMP-5.

      *> SHA-256 and HMAC-SHA256 (HMAC-SHA256.cbl), the signature
      *> partners compute with any standard library, unlike the
      *> in-house rolling checksums. Streaming: HMAC-BEGIN with
      *> HMAC-KEY(1:HMAC-KEY-LEN), then SHA-UPDATE as many times as
      *> needed with SHA-IN-BUF(1:SHA-IN-LEN), then HMAC-FINISH; the
      *> MAC lands in HMAC-HEX (64 lower-case hex digits). A plain
      *> digest is SHA-BEGIN / SHA-UPDATE / SHA-FINISH into
      *> SHA-DIGEST and SHA-HEX.
      *> Words are held in 18-digit COMP-5 items below 2**32; XOR and
      *> AND go through CBL_XOR / CBL_AND on their byte images (the
      *> IP-ACCESS-CHECK mask idiom), rotations and the mod-2**32
      *> additions are plain arithmetic.
       01 SHA-IN-BUF              PIC X(8192).
       01 SHA-IN-LEN              PIC 9(9) COMP-5.
       01 SHA-DIGEST              PIC X(32).
       01 SHA-HEX                 PIC X(64).

       01 HMAC-KEY                PIC X(128).
       01 HMAC-KEY-LEN            PIC 9(4) COMP-5.
       01 HMAC-HEX                PIC X(64).
       01 HMAC-KEY-BLOCK          PIC X(64).
       01 HMAC-PAD                PIC X(64).
       01 HMAC-INNER              PIC X(32).

      *> Running state: the eight hash words, the partial block and
      *> the message length so far.
       01 SHA-STATE.
           05 SHA-H OCCURS 8 TIMES PIC 9(18) COMP-5.
       01 SHA-BLOCK               PIC X(64).
       01 SHA-BLOCK-LEN           PIC 9(4) COMP-5.
       01 SHA-TOTAL-LEN           PIC 9(18) COMP-5.
       01 SHA-IN-POS              PIC 9(9) COMP-5.
       01 SHA-TAKE                PIC 9(9) COMP-5.

      *> Initial hash words and round constants (FIPS 180-4), in
      *> decimal.
       01 SHA-H0-VALUES.
           05 FILLER PIC 9(10) VALUE 1779033703.
           05 FILLER PIC 9(10) VALUE 3144134277.
           05 FILLER PIC 9(10) VALUE 1013904242.
           05 FILLER PIC 9(10) VALUE 2773480762.
           05 FILLER PIC 9(10) VALUE 1359893119.
           05 FILLER PIC 9(10) VALUE 2600822924.
           05 FILLER PIC 9(10) VALUE 0528734635.
           05 FILLER PIC 9(10) VALUE 1541459225.
       01 SHA-H0-TABLE REDEFINES SHA-H0-VALUES.
           05 SHA-H0 OCCURS 8 TIMES PIC 9(10).
       01 SHA-K-VALUES.
           05 FILLER PIC X(40) VALUE
               "1116352408189944744130493234713921009573".
           05 FILLER PIC X(40) VALUE
               "0961987163150897099324536357482870763221".
           05 FILLER PIC X(40) VALUE
               "3624381080031059840106072252781426881987".
           05 FILLER PIC X(40) VALUE
               "1925078388216207820626148881033248222580".
           05 FILLER PIC X(40) VALUE
               "3835390401402222477402643470780604807628".
           05 FILLER PIC X(40) VALUE
               "0770255983124915012215550816921996064986".
           05 FILLER PIC X(40) VALUE
               "2554220882282183434929529968083210313671".
           05 FILLER PIC X(40) VALUE
               "3336571891358452871101139269930338241895".
           05 FILLER PIC X(40) VALUE
               "0666307205077352991212947573721396182291".
           05 FILLER PIC X(40) VALUE
               "1695183700198666105121770263502456956037".
           05 FILLER PIC X(40) VALUE
               "2730485921282030241132597308003345764771".
           05 FILLER PIC X(40) VALUE
               "3516065817360035280440945719090275423344".
           05 FILLER PIC X(40) VALUE
               "0430227734050694861606590605560883997877".
           05 FILLER PIC X(40) VALUE
               "0958139571132282221815370020631747873779".
           05 FILLER PIC X(40) VALUE
               "1955562222202410481522277304522361852424".
           05 FILLER PIC X(40) VALUE
               "2428436474275673418732040314793329325298".
       01 SHA-K-TABLE REDEFINES SHA-K-VALUES.
           05 SHA-K OCCURS 64 TIMES PIC 9(10).

      *> One compression: the message schedule and the eight working
      *> words.
       01 SHA-SCHEDULE.
           05 SHA-W OCCURS 64 TIMES PIC 9(18) COMP-5.
       01 SHA-A                   PIC 9(18) COMP-5.
       01 SHA-B                   PIC 9(18) COMP-5.
       01 SHA-C                   PIC 9(18) COMP-5.
       01 SHA-D                   PIC 9(18) COMP-5.
       01 SHA-E                   PIC 9(18) COMP-5.
       01 SHA-F                   PIC 9(18) COMP-5.
       01 SHA-G                   PIC 9(18) COMP-5.
       01 SHA-HH                  PIC 9(18) COMP-5.
       01 SHA-T1                  PIC 9(18) COMP-5.
       01 SHA-T2                  PIC 9(18) COMP-5.
       01 SHA-SIG                 PIC 9(18) COMP-5.
       01 SHA-ROUND               PIC 9(4) COMP-5.
       01 SHA-BYTE-POS            PIC 9(4) COMP-5.
       01 SHA-IDX                 PIC 9(4) COMP-5.

      *> Operands for the bit operations: SHA-OP-1 and SHA-OP-2 in,
      *> the result left in SHA-OP-2. Rotation: SHA-ROT-IN by
      *> SHA-ROT-N into SHA-ROT-OUT.
       01 SHA-OP-1                PIC 9(18) COMP-5.
       01 SHA-OP-1-X REDEFINES SHA-OP-1 PIC X(8).
       01 SHA-OP-2                PIC 9(18) COMP-5.
       01 SHA-OP-2-X REDEFINES SHA-OP-2 PIC X(8).
       01 SHA-ROT-IN              PIC 9(18) COMP-5.
       01 SHA-ROT-N               PIC 9(4) COMP-5.
       01 SHA-ROT-OUT             PIC 9(18) COMP-5.
       01 SHA-ROT-HIGH            PIC 9(18) COMP-5.
       01 SHA-ROT-LOW             PIC 9(18) COMP-5.
       01 SHA-POW-TABLE.
           05 SHA-POW2 OCCURS 33 TIMES PIC 9(18) COMP-5.
       01 SHA-POW-READY           PIC X VALUE "N".
       01 SHA-WORD                PIC 9(18) COMP-5.
       01 SHA-HEX-DIGITS          PIC X(16) VALUE "0123456789abcdef".
       01 SHA-NIBBLE              PIC 9(4) COMP-5.

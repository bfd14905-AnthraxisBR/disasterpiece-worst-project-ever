      *> Layout-driven conversion of fixed-width record files
      *> (CONVERT-LAYOUT.cbl). LAYOUTS_FILE is operator-maintained,
      *> one field per line:
      *>
      *>     layout|field|start|length|type[|decimals]
      *>
      *> type X is alphanumeric, Z zoned numeric and P packed
      *> decimal; decimals is the implied decimal places of a Z or
      *> P field. Blank lines and "#" lines are comments. A layout's
      *> record length is the furthest byte any of its fields
      *> reaches. POST /convert?layout=NAME converts the request
      *> body; GET /convert/<upload-id>?layout=NAME converts a file
      *> already in the upload store. format=json (default) or csv;
      *> recfm=lines (newline-terminated records) or fixed (back-to-
      *> back records of the layout's length, the default for any
      *> layout with a packed field, whose bytes may include LF).
       01 CONFIG-LAYOUTS-FILE     PIC X(256) VALUE SPACES.

       01 CONV-LAYOUT-STATUS      PIC XX.
       01 CONV-OUT-STATUS         PIC XX.
       01 CONV-OUT-NAME           PIC X(256).
       01 CONV-IN-PATH            PIC X(1024).
       01 CONV-IN-TEMP            PIC X VALUE "N".
       01 CONV-COMMAND            PIC X(1100).

      *> Request parameters.
       01 CONV-LAYOUT-NAME        PIC X(32).
       01 CONV-FORMAT             PIC X(8).
       01 CONV-RECFM              PIC X(8).
       01 CONV-QP-IDX             PIC 9(4) COMP-5.
       01 CONV-PROBLEM            PIC X(64).
       01 CONV-SOURCE             PIC X(64).

      *> The named layout, loaded fresh from LAYOUTS_FILE for each
      *> conversion so an operator's edit takes effect at once.
       01 CONV-LAYOUT-LINE        PIC X(256).
       01 CONV-LAYOUT-LINE-NO     PIC 9(6) COMP-5.
       01 CONV-IN-LAYOUT          PIC X(32).
       01 CONV-IN-FIELD           PIC X(32).
       01 CONV-IN-START           PIC X(8).
       01 CONV-IN-LENGTH          PIC X(8).
       01 CONV-IN-TYPE            PIC X(8).
       01 CONV-IN-DECIMALS        PIC X(8).
       01 CONV-LAYOUT-BAD         PIC X VALUE "N".
       01 CONV-HAS-PACKED         PIC X VALUE "N".
       01 CONV-REC-LENGTH         PIC 9(5) COMP-5.
       01 CONV-NAME-POS           PIC 9(4) COMP-5.
       01 CONV-NUM-TEXT           PIC X(8).
       01 CONV-NUM-LEN            PIC 9(4) COMP-5.
       01 CONV-NUM-VALUE          PIC 9(5) COMP-5.
       01 CONV-NUM-OK             PIC X VALUE "N".
       01 CONV-FIELD-TABLE.
           05 CONV-FIELD-COUNT    PIC 9(4) COMP-5 VALUE 0.
           05 CONV-FIELD OCCURS 200 TIMES.
               10 CONV-FIELD-NAME     PIC X(32).
               10 CONV-FIELD-START    PIC 9(5) COMP-5.
               10 CONV-FIELD-LEN      PIC 9(5) COMP-5.
               10 CONV-FIELD-TYPE     PIC X.
               10 CONV-FIELD-DEC      PIC 9(2) COMP-5.
       01 CONV-FX                 PIC 9(4) COMP-5.
       01 CONV-FIELD-END          PIC 9(5) COMP-5.

      *> Input side: a read() window over the source file and the
      *> record being assembled from it. A line longer than the
      *> record buffer keeps counting in CONV-REC-LEN but only its
      *> first 4096 bytes are held -- no layout reaches past that.
       01 CONV-IN-OPEN-PATH       PIC X(1024).
       01 CONV-IN-FD              PIC S9(9) COMP-5 VALUE -1.
       01 CONV-WINDOW             PIC X(8192).
       01 CONV-WIN-LEN            PIC S9(9) COMP-5.
       01 CONV-WIN-POS            PIC 9(9) COMP-5.
       01 CONV-READ-ASK           PIC 9(9) COMP-5 VALUE 8192.
       01 CONV-IN-EOF             PIC X VALUE "N".
       01 CONV-REC-READY          PIC X VALUE "N".
       01 CONV-RECORD             PIC X(4096).
       01 CONV-REC-LEN            PIC 9(9) COMP-5.
       01 CONV-BYTE               PIC X.

      *> Per-field decode.
       01 CONV-BYTE-VAL           PIC 9(3) COMP-5.
       01 CONV-NIB-HI             PIC 9(3) COMP-5.
       01 CONV-NIB-LO             PIC 9(3) COMP-5.
       01 CONV-BX                 PIC 9(5) COMP-5.
       01 CONV-BYTE-AT            PIC 9(5) COMP-5.
       01 CONV-DIGITS             PIC X(24).
       01 CONV-DIGIT-COUNT        PIC 9(2) COMP-5.
       01 CONV-DIGIT-VAL          PIC 9(2) COMP-5.
       01 CONV-NEGATIVE           PIC X VALUE "N".
       01 CONV-SIGN-SEEN          PIC X VALUE "N".
       01 CONV-VALUE-BAD          PIC X VALUE "N".
       01 CONV-INT-START          PIC 9(2) COMP-5.
       01 CONV-INT-LEN            PIC S9(4) COMP-5.
       01 CONV-NUMBER             PIC X(48).
       01 CONV-NUMBER-PTR         PIC 9(4) COMP-5.
       01 CONV-ALPHA-LEN          PIC 9(5) COMP-5.
       01 CONV-HEX-DIGITS         PIC X(16)
                                   VALUE "0123456789abcdef".

      *> Per-record errors, rendered as the record's "errors" array
      *> (JSON) or its errors column (CSV).
       01 CONV-SHORT              PIC X VALUE "N".
       01 CONV-ERR-COUNT          PIC 9(4) COMP-5.
       01 CONV-ERR-TABLE.
           05 CONV-ERR OCCURS 200 TIMES.
               10 CONV-ERR-FIELD      PIC X(32).
               10 CONV-ERR-TEXT       PIC X(24).
       01 CONV-EX                 PIC 9(4) COMP-5.

      *> Output line under construction, and the run totals.
       01 CONV-OUT-LINE           PIC X(30000).
       01 CONV-OUT-PTR            PIC 9(9) COMP-5.
       01 CONV-RECORD-NO          PIC 9(9) COMP-5.
       01 CONV-ERROR-RECORDS      PIC 9(9) COMP-5.
       01 CONV-NUM-DISP           PIC Z(8)9.
       01 CONV-NUM-DISP2          PIC Z(8)9.

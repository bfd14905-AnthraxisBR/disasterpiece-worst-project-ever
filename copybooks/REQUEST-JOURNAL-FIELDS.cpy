       01 JOURNAL-IDX-STATUS      PIC XX.
       01 JOURNAL-IDX-LINE        PIC X(512).
       01 JOURNAL-BODY-PATH       PIC X(256).
      *> Where the raw write goes: the body file itself, or with
      *> encryption on a private temp file that is then encrypted
      *> into the body file and removed.
       01 JOURNAL-WRITE-PATH      PIC X(256).
       01 JOURNAL-NOW             PIC 9(10) COMP-5.
       01 JOURNAL-NOW-DISP        PIC 9(10).
       01 JOURNAL-SIZE-DISP       PIC Z(8)9.

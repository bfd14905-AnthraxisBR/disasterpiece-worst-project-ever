       01 ADMIN-UPLOAD-BYTES      PIC 9(15) COMP-5.
       01 ADMIN-NUM-DISP          PIC Z(8)9.
       01 ADMIN-NUM-DISP-2        PIC Z(8)9.
       01 ADMIN-NUM-DISP-3        PIC Z(8)9.
       01 ADMIN-QUEUE-IDX         PIC 9(4) COMP-5.
       01 ADMIN-BYTES-DISP        PIC Z(14)9.

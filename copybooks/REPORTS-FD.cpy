       FD RPT-LIST-FILE.
       01 RPT-LIST-RECORD PIC X(256).
       FD RPT-SRC-FILE.
       01 RPT-SRC-RECORD PIC X(512).
       FD RPT-OUT-FILE.
       01 RPT-OUT-RECORD PIC X(8192).

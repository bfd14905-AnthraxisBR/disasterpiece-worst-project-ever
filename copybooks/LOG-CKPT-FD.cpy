       FD LOG-CKPT-FILE.
       01 LOG-CKPT-RECORD PIC X(1024).
       FD LOG-CKPT-LIST-FILE.
       01 LOG-CKPT-LIST-RECORD PIC X(300).
       FD LOG-CKPT-SRC-FILE.
       01 LOG-CKPT-SRC-RECORD PIC X(512).

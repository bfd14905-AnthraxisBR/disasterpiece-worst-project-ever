       FD KV-ACL-FILE.
       01 KV-ACL-RECORD PIC X(256).

      *> Key-prefix access control; see KV-ACL-FIELDS for the file
      *> format. The including program reads KV_ACL_FILE into
      *> KV-ACL-FILE-NAME from server.conf and PERFORMs LOAD-KV-ACL
      *> before its first CHECK-KV-ACCESS.
       LOAD-KV-ACL.
           MOVE 0 TO KV-ACL-COUNT
           MOVE "N" TO KV-ACL-LOADED

           IF FUNCTION TRIM(KV-ACL-FILE-NAME) = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT KV-ACL-FILE
           IF KV-ACL-STATUS NOT = "00"
               DISPLAY "WARN: KV_ACL_FILE unreadable (status "
                   KV-ACL-STATUS "): "
                   FUNCTION TRIM(KV-ACL-FILE-NAME)
                   " -- refusing all kv access"
               MOVE "E" TO KV-ACL-LOADED
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL KV-ACL-STATUS = "10"
               READ KV-ACL-FILE INTO KV-ACL-LINE
                   AT END
                       MOVE "10" TO KV-ACL-STATUS
                   NOT AT END
                       PERFORM APPLY-KV-ACL-LINE
               END-READ
           END-PERFORM

           CLOSE KV-ACL-FILE
           MOVE "Y" TO KV-ACL-LOADED

           EXIT PARAGRAPH.

       APPLY-KV-ACL-LINE.
           MOVE FUNCTION TRIM(KV-ACL-LINE) TO KV-ACL-LINE

           IF KV-ACL-LINE = SPACES OR KV-ACL-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           IF KV-ACL-COUNT >= 100
               DISPLAY "WARN: kv acl table full, ignoring: "
                   FUNCTION TRIM(KV-ACL-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO KV-ACL-COUNT
           MOVE SPACES TO KV-ACL-PREFIX(KV-ACL-COUNT)
           MOVE SPACES TO KV-ACL-READERS(KV-ACL-COUNT)
           MOVE SPACES TO KV-ACL-WRITERS(KV-ACL-COUNT)
           UNSTRING KV-ACL-LINE DELIMITED BY "|"
               INTO KV-ACL-PREFIX(KV-ACL-COUNT)
                    KV-ACL-READERS(KV-ACL-COUNT)
                    KV-ACL-WRITERS(KV-ACL-COUNT)

           MOVE FUNCTION TRIM(KV-ACL-PREFIX(KV-ACL-COUNT))
               TO KV-ACL-PREFIX(KV-ACL-COUNT)
           IF KV-ACL-PREFIX(KV-ACL-COUNT) = SPACES
               DISPLAY "WARN: malformed kv acl line skipped: "
                   FUNCTION TRIM(KV-ACL-LINE)
               SUBTRACT 1 FROM KV-ACL-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE KV-ACL-PREFIX-LEN(KV-ACL-COUNT) = FUNCTION LENGTH(
               FUNCTION TRIM(KV-ACL-PREFIX(KV-ACL-COUNT)))

           EXIT PARAGRAPH.

       CHECK-KV-ACCESS.
      *> Answers KV-ACL-ALLOWED ("Y"/"N") for KV-ACL-KEY in
      *> KV-ACL-MODE on behalf of KV-ACL-ROLE.
           MOVE "Y" TO KV-ACL-ALLOWED

           IF KV-ACL-LOADED = "N"
               EXIT PARAGRAPH
           END-IF
           IF KV-ACL-LOADED = "E"
               MOVE "N" TO KV-ACL-ALLOWED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(KV-ACL-ROLE) = "admin"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO KV-ACL-BEST-IDX
           MOVE 0 TO KV-ACL-BEST-LEN
           MOVE 0 TO KV-ACL-DEFAULT-IDX
           PERFORM VARYING KV-ACL-IDX FROM 1 BY 1
               UNTIL KV-ACL-IDX > KV-ACL-COUNT
               IF KV-ACL-PREFIX(KV-ACL-IDX) = "*"
                   MOVE KV-ACL-IDX TO KV-ACL-DEFAULT-IDX
               ELSE
                   IF KV-ACL-PREFIX-LEN(KV-ACL-IDX) >
                          KV-ACL-BEST-LEN AND
                      KV-ACL-KEY(1:KV-ACL-PREFIX-LEN(KV-ACL-IDX)) =
                          KV-ACL-PREFIX(KV-ACL-IDX)
                              (1:KV-ACL-PREFIX-LEN(KV-ACL-IDX))
                       MOVE KV-ACL-IDX TO KV-ACL-BEST-IDX
                       MOVE KV-ACL-PREFIX-LEN(KV-ACL-IDX)
                           TO KV-ACL-BEST-LEN
                   END-IF
               END-IF
           END-PERFORM

           IF KV-ACL-BEST-IDX = 0
               MOVE KV-ACL-DEFAULT-IDX TO KV-ACL-BEST-IDX
           END-IF
           IF KV-ACL-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF KV-ACL-MODE = "W"
               MOVE KV-ACL-WRITERS(KV-ACL-BEST-IDX) TO KV-ACL-ROLES
           ELSE
               MOVE KV-ACL-READERS(KV-ACL-BEST-IDX) TO KV-ACL-ROLES
           END-IF
           MOVE FUNCTION TRIM(KV-ACL-ROLES) TO KV-ACL-ROLES

           IF KV-ACL-ROLES = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO KV-ACL-ALLOWED
           IF FUNCTION TRIM(KV-ACL-ROLE) = SPACES OR
              KV-ACL-ROLES = SPACES OR KV-ACL-ROLES = "-"
               EXIT PARAGRAPH
           END-IF

      *> Whole-word membership: ",reader," inside ",ops,reader,".
           INSPECT KV-ACL-ROLES REPLACING ALL " " BY ","
           MOVE SPACES TO KV-ACL-PROBE
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(KV-ACL-ROLE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO KV-ACL-PROBE
           MOVE SPACES TO KV-ACL-LINE
           STRING "," DELIMITED BY SIZE
                  KV-ACL-ROLES DELIMITED BY SIZE
                  INTO KV-ACL-LINE
           MOVE 0 TO KV-ACL-HITS
           INSPECT KV-ACL-LINE TALLYING KV-ACL-HITS
               FOR ALL KV-ACL-PROBE(1:FUNCTION LENGTH(
                   FUNCTION TRIM(KV-ACL-PROBE)))
           IF KV-ACL-HITS > 0
               MOVE "Y" TO KV-ACL-ALLOWED
           END-IF

           EXIT PARAGRAPH.

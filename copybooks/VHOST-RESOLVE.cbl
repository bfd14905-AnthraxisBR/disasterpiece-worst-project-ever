           MOVE CONFIG-DOC-ROOT TO ACTIVE-DOC-ROOT
           MOVE CONFIG-ROUTES-SCRIPT TO ACTIVE-ROUTES-SCRIPT
           MOVE "-" TO ACTIVE-VHOST-NAME
           MOVE "N" TO ACTIVE-RELEASES-SITE

           IF VHOST-COUNT = 0
               EXIT PARAGRAPH
                       MOVE VHOST-ROUTES-SCRIPT(VHOST-IDX)
                           TO ACTIVE-ROUTES-SCRIPT
                   END-IF
      *> A host published as releases is served through its
      *> "current" link, which activation swaps atomically -- the
      *> path itself never changes, so there is nothing to reload.
                   IF VHOST-RELEASED(VHOST-IDX) = "Y" AND
                      FUNCTION TRIM(CONFIG-RELEASES-DIR) NOT = SPACES
                       MOVE SPACES TO ACTIVE-DOC-ROOT
                       STRING FUNCTION TRIM(CONFIG-RELEASES-DIR)
                                  DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              FUNCTION TRIM(VHOST-HOST(VHOST-IDX))
                                  DELIMITED BY SIZE
                              "/current" DELIMITED BY SIZE
                              INTO ACTIVE-DOC-ROOT
                       MOVE "Y" TO ACTIVE-RELEASES-SITE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

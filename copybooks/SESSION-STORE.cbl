           MOVE SESSION-NOW TO SESSION-CREATED-TS
           MOVE SESSION-NOW TO SESSION-LAST-SEEN-TS
           MOVE SPACES TO SESSION-DATA
           MOVE SPACES TO SESSION-USER-ID
           MOVE SPACES TO SESSION-USER-ROLE
           MOVE 0 TO SESSION-LOGIN-TS
           MOVE SPACES TO SESSION-CLIENT-IP
           WRITE SESSION-RECORD
               INVALID KEY
                   DISPLAY "WARN: could not create session record "
      *> One Set-Cookie per new session, spliced into whatever
      *> response happens to answer the first visit. The flag is
      *> consumed here so a keep-alive connection's later responses
      *> do not repeat the header. Now that a session can carry a
      *> signed-in user, the cookie stays off cross-site POSTs
      *> (SameSite) and off plain HTTP when the listener is TLS.
           IF SESSION-IS-NEW NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO INJECT-HEADER-LINE
           MOVE 1 TO LOGIN-PTR
           STRING "Set-Cookie: CBLSESSID=" DELIMITED BY SIZE
                  FUNCTION TRIM(SESSION-ID) DELIMITED BY SIZE
                  "; Path=/; HttpOnly; SameSite=Lax" DELIMITED BY SIZE
                  INTO INJECT-HEADER-LINE WITH POINTER LOGIN-PTR
           IF CONFIG-TLS-ENABLED = "Y"
               STRING "; Secure" DELIMITED BY SIZE
                      INTO INJECT-HEADER-LINE WITH POINTER LOGIN-PTR
           END-IF
           PERFORM ADD-RESPONSE-HEADER
           MOVE "N" TO SESSION-IS-NEW


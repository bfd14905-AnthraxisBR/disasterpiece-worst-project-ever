      *> to a user account first (whatever the path), so the access
      *> log can name who made each request; the protected path then
      *> requires a known user, optionally of AUTH_PROTECTED_ROLE.
      *> A POLICY_FILE is enforced first, for every path: a request
      *> it refuses goes no further (POLICY-DENIED tells the caller
      *> which refusal this was), and one it allows still has to
      *> pass AUTH_PROTECTED_PATH and the handler's own gate.
           PERFORM RESOLVE-REQUEST-USER

           PERFORM CHECK-AUTH-POLICY
           IF POLICY-DENIED = "Y" THEN
               MOVE "N" TO AUTH-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO AUTH-REQUIRED
           IF FUNCTION TRIM(CONFIG-AUTH-PATH) NOT = SPACES AND
              FUNCTION TRIM(URL-PATH) =

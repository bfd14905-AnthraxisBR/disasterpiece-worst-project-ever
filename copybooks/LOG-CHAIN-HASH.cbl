      *> Seal for one chained line; see LOG-CHAIN-FIELDS. The caller
      *> sets LOG-CHAIN-PREV, LOG-CHAIN-SEQ and
      *> LOG-CHAIN-TEXT(1:LOG-CHAIN-TEXT-LEN); the seal lands in
      *> LOG-CHAIN-HASH as the HMAC-SHA256 (HMAC-SHA256.cbl) of
      *> "prev|seq|text" keyed with LOG-CHAIN-KEY, 64 hex digits.
      *> The key is one word (up to the first blank); a blank key
      *> still chains the lines, but unkeyed.
       COMPUTE-LOG-CHAIN-HASH.
           IF LOG-CHAIN-TEXT-LEN = 0
               MOVE 1 TO LOG-CHAIN-TEXT-LEN
           END-IF

           MOVE SPACES TO LOG-CHAIN-MSG
           MOVE 1 TO LOG-CHAIN-MSG-PTR
           STRING LOG-CHAIN-PREV DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LOG-CHAIN-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LOG-CHAIN-TEXT(1:LOG-CHAIN-TEXT-LEN)
                      DELIMITED BY SIZE
                  INTO LOG-CHAIN-MSG
                  WITH POINTER LOG-CHAIN-MSG-PTR

           MOVE 0 TO LOG-CHAIN-KEY-LEN
           INSPECT LOG-CHAIN-KEY TALLYING LOG-CHAIN-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE LOG-CHAIN-KEY TO HMAC-KEY
           MOVE LOG-CHAIN-KEY-LEN TO HMAC-KEY-LEN
           PERFORM HMAC-BEGIN

           MOVE LOG-CHAIN-MSG TO SHA-IN-BUF
           COMPUTE SHA-IN-LEN = LOG-CHAIN-MSG-PTR - 1
           PERFORM SHA-UPDATE
           PERFORM HMAC-FINISH
           MOVE HMAC-HEX TO LOG-CHAIN-HASH

           EXIT PARAGRAPH.

       CHECK-LOG-CHAIN-HEX.
           MOVE "N" TO LOG-CHAIN-HEX-OK
           IF LOG-CHAIN-HEX-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT LOG-CHAIN-HEX-WORK CONVERTING "123456789abcdef"
               TO "000000000000000"
           IF LOG-CHAIN-HEX-WORK = ALL "0"
               MOVE "Y" TO LOG-CHAIN-HEX-OK
           END-IF
           EXIT PARAGRAPH.

       SPLIT-LOG-CHAIN-TOKEN.
      *> LOG-CHAIN-SCAN-LINE is sealed when it ends in a blank or
      *> "|", "#", twelve digits, ":" and 64 lower-case hex digits,
      *> with at least one character of text ahead of that. Lines
      *> ending in the older 18-digit token read as unsealed.
           MOVE "N" TO LOG-CHAIN-FOUND
           MOVE 0 TO LOG-CHAIN-BODY-LEN
           IF LOG-CHAIN-SCAN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE LOG-CHAIN-SCAN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(LOG-CHAIN-SCAN-LINE TRAILING))
           IF LOG-CHAIN-SCAN-LEN < 80
               EXIT PARAGRAPH
           END-IF

           COMPUTE LOG-CHAIN-TOK-POS = LOG-CHAIN-SCAN-LEN - 77
           MOVE LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS + 14:64)
               TO LOG-CHAIN-HEX-WORK
           PERFORM CHECK-LOG-CHAIN-HEX
           IF LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS:1) NOT = "#" OR
              LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS + 13:1)
                  NOT = ":" OR
              LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS + 1:12)
                  IS NOT NUMERIC OR
              LOG-CHAIN-HEX-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS - 1:1)
                  NOT = " " AND
              LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS - 1:1)
                  NOT = "|"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO LOG-CHAIN-FOUND
           MOVE LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS + 1:12)
               TO LOG-CHAIN-TOK-SEQ
           MOVE LOG-CHAIN-SCAN-LINE(LOG-CHAIN-TOK-POS + 14:64)
               TO LOG-CHAIN-TOK-HASH
           COMPUTE LOG-CHAIN-BODY-LEN = LOG-CHAIN-TOK-POS - 2

           EXIT PARAGRAPH.

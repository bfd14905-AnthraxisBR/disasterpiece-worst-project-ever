      *> SHA-256 / HMAC-SHA256; see HMAC-SHA256-FIELDS.
       HMAC-BEGIN.
      *> RFC 2104: a key longer than the block is hashed first; the
      *> key block is then zero-padded and XORed with 0x36 for the
      *> inner hash, with 0x5C for the outer one.
           MOVE LOW-VALUES TO HMAC-KEY-BLOCK
           IF HMAC-KEY-LEN > 64
               PERFORM SHA-BEGIN
               MOVE HMAC-KEY(1:HMAC-KEY-LEN) TO SHA-IN-BUF
               MOVE HMAC-KEY-LEN TO SHA-IN-LEN
               PERFORM SHA-UPDATE
               PERFORM SHA-FINISH
               MOVE SHA-DIGEST TO HMAC-KEY-BLOCK(1:32)
           ELSE
               IF HMAC-KEY-LEN > 0
                   MOVE HMAC-KEY(1:HMAC-KEY-LEN)
                       TO HMAC-KEY-BLOCK(1:HMAC-KEY-LEN)
               END-IF
           END-IF

           MOVE ALL X"36" TO HMAC-PAD
           CALL "CBL_XOR" USING HMAC-KEY-BLOCK, HMAC-PAD,
               BY VALUE 64
           PERFORM SHA-BEGIN
           MOVE HMAC-PAD TO SHA-IN-BUF
           MOVE 64 TO SHA-IN-LEN
           PERFORM SHA-UPDATE
           EXIT PARAGRAPH.

       HMAC-FINISH.
           PERFORM SHA-FINISH
           MOVE SHA-DIGEST TO HMAC-INNER

           MOVE ALL X"5C" TO HMAC-PAD
           CALL "CBL_XOR" USING HMAC-KEY-BLOCK, HMAC-PAD,
               BY VALUE 64
           PERFORM SHA-BEGIN
           MOVE HMAC-PAD TO SHA-IN-BUF
           MOVE 64 TO SHA-IN-LEN
           PERFORM SHA-UPDATE
           MOVE HMAC-INNER TO SHA-IN-BUF
           MOVE 32 TO SHA-IN-LEN
           PERFORM SHA-UPDATE
           PERFORM SHA-FINISH
           MOVE SHA-HEX TO HMAC-HEX
           EXIT PARAGRAPH.

       SHA-BEGIN.
           IF SHA-POW-READY = "N"
               MOVE 1 TO SHA-POW2(1)
               PERFORM VARYING SHA-IDX FROM 2 BY 1 UNTIL SHA-IDX > 33
                   COMPUTE SHA-POW2(SHA-IDX) =
                       SHA-POW2(SHA-IDX - 1) * 2
               END-PERFORM
               MOVE "Y" TO SHA-POW-READY
           END-IF
           PERFORM VARYING SHA-IDX FROM 1 BY 1 UNTIL SHA-IDX > 8
               MOVE SHA-H0(SHA-IDX) TO SHA-H(SHA-IDX)
           END-PERFORM
           MOVE 0 TO SHA-BLOCK-LEN
           MOVE 0 TO SHA-TOTAL-LEN
           EXIT PARAGRAPH.

       SHA-UPDATE.
      *> Feeds SHA-IN-BUF(1:SHA-IN-LEN), a block at a time.
           ADD SHA-IN-LEN TO SHA-TOTAL-LEN
           MOVE 1 TO SHA-IN-POS
           PERFORM UNTIL SHA-IN-POS > SHA-IN-LEN
               COMPUTE SHA-TAKE = 64 - SHA-BLOCK-LEN
               IF SHA-TAKE > SHA-IN-LEN - SHA-IN-POS + 1
                   COMPUTE SHA-TAKE = SHA-IN-LEN - SHA-IN-POS + 1
               END-IF
               MOVE SHA-IN-BUF(SHA-IN-POS:SHA-TAKE)
                   TO SHA-BLOCK(SHA-BLOCK-LEN + 1:SHA-TAKE)
               ADD SHA-TAKE TO SHA-BLOCK-LEN
               ADD SHA-TAKE TO SHA-IN-POS
               IF SHA-BLOCK-LEN = 64
                   PERFORM SHA-COMPRESS
                   MOVE 0 TO SHA-BLOCK-LEN
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       SHA-FINISH.
      *> 0x80, zeros to 56 bytes mod 64, then the bit length as a
      *> 64-bit big-endian count.
           ADD 1 TO SHA-BLOCK-LEN
           MOVE X"80" TO SHA-BLOCK(SHA-BLOCK-LEN:1)
           IF SHA-BLOCK-LEN > 56
               IF SHA-BLOCK-LEN < 64
                   MOVE LOW-VALUES TO SHA-BLOCK(SHA-BLOCK-LEN + 1:)
               END-IF
               PERFORM SHA-COMPRESS
               MOVE 0 TO SHA-BLOCK-LEN
           END-IF
           MOVE LOW-VALUES TO SHA-BLOCK(SHA-BLOCK-LEN + 1:)
           COMPUTE SHA-WORD = SHA-TOTAL-LEN * 8
           PERFORM VARYING SHA-BYTE-POS FROM 64 BY -1
                   UNTIL SHA-BYTE-POS < 57
               MOVE FUNCTION CHAR(FUNCTION MOD(SHA-WORD, 256) + 1)
                   TO SHA-BLOCK(SHA-BYTE-POS:1)
               COMPUTE SHA-WORD = SHA-WORD / 256
           END-PERFORM
           PERFORM SHA-COMPRESS

           MOVE SPACES TO SHA-HEX
           PERFORM VARYING SHA-IDX FROM 1 BY 1 UNTIL SHA-IDX > 8
               MOVE SHA-H(SHA-IDX) TO SHA-WORD
               PERFORM VARYING SHA-BYTE-POS FROM 4 BY -1
                       UNTIL SHA-BYTE-POS < 1
                   MOVE FUNCTION CHAR(FUNCTION MOD(SHA-WORD, 256) + 1)
                       TO SHA-DIGEST((SHA-IDX - 1) * 4
                                     + SHA-BYTE-POS:1)
                   COMPUTE SHA-WORD = SHA-WORD / 256
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SHA-IDX FROM 1 BY 1 UNTIL SHA-IDX > 32
               COMPUTE SHA-NIBBLE =
                   (FUNCTION ORD(SHA-DIGEST(SHA-IDX:1)) - 1) / 16
               MOVE SHA-HEX-DIGITS(SHA-NIBBLE + 1:1)
                   TO SHA-HEX(SHA-IDX * 2 - 1:1)
               COMPUTE SHA-NIBBLE = FUNCTION MOD(
                   FUNCTION ORD(SHA-DIGEST(SHA-IDX:1)) - 1, 16)
               MOVE SHA-HEX-DIGITS(SHA-NIBBLE + 1:1)
                   TO SHA-HEX(SHA-IDX * 2:1)
           END-PERFORM
           EXIT PARAGRAPH.

       SHA-COMPRESS.
           PERFORM VARYING SHA-ROUND FROM 1 BY 1 UNTIL SHA-ROUND > 16
               COMPUTE SHA-BYTE-POS = (SHA-ROUND - 1) * 4 + 1
               COMPUTE SHA-W(SHA-ROUND) =
                   (FUNCTION ORD(SHA-BLOCK(SHA-BYTE-POS:1)) - 1)
                       * 16777216
                 + (FUNCTION ORD(SHA-BLOCK(SHA-BYTE-POS + 1:1)) - 1)
                       * 65536
                 + (FUNCTION ORD(SHA-BLOCK(SHA-BYTE-POS + 2:1)) - 1)
                       * 256
                 + (FUNCTION ORD(SHA-BLOCK(SHA-BYTE-POS + 3:1)) - 1)
           END-PERFORM

           PERFORM VARYING SHA-ROUND FROM 17 BY 1 UNTIL SHA-ROUND > 64
      *> s0 = ROTR7 ^ ROTR18 ^ SHR3 of W[t-15]
               MOVE SHA-W(SHA-ROUND - 15) TO SHA-ROT-IN
               MOVE 7 TO SHA-ROT-N
               PERFORM SHA-ROTATE
               MOVE SHA-ROT-OUT TO SHA-OP-1
               MOVE 18 TO SHA-ROT-N
               PERFORM SHA-ROTATE
               MOVE SHA-ROT-OUT TO SHA-OP-2
               PERFORM SHA-XOR
               MOVE SHA-OP-2 TO SHA-OP-1
               COMPUTE SHA-OP-2 = SHA-ROT-IN / 8
               PERFORM SHA-XOR
               MOVE SHA-OP-2 TO SHA-SIG
      *> s1 = ROTR17 ^ ROTR19 ^ SHR10 of W[t-2]
               MOVE SHA-W(SHA-ROUND - 2) TO SHA-ROT-IN
               MOVE 17 TO SHA-ROT-N
               PERFORM SHA-ROTATE
               MOVE SHA-ROT-OUT TO SHA-OP-1
               MOVE 19 TO SHA-ROT-N
               PERFORM SHA-ROTATE
               MOVE SHA-ROT-OUT TO SHA-OP-2
               PERFORM SHA-XOR
               MOVE SHA-OP-2 TO SHA-OP-1
               COMPUTE SHA-OP-2 = SHA-ROT-IN / 1024
               PERFORM SHA-XOR
               COMPUTE SHA-W(SHA-ROUND) = FUNCTION MOD(
                   SHA-W(SHA-ROUND - 16) + SHA-SIG
                   + SHA-W(SHA-ROUND - 7) + SHA-OP-2, 4294967296)
           END-PERFORM

           MOVE SHA-H(1) TO SHA-A
           MOVE SHA-H(2) TO SHA-B
           MOVE SHA-H(3) TO SHA-C
           MOVE SHA-H(4) TO SHA-D
           MOVE SHA-H(5) TO SHA-E
           MOVE SHA-H(6) TO SHA-F
           MOVE SHA-H(7) TO SHA-G
           MOVE SHA-H(8) TO SHA-HH

           PERFORM VARYING SHA-ROUND FROM 1 BY 1 UNTIL SHA-ROUND > 64
               PERFORM SHA-ONE-ROUND
           END-PERFORM

           COMPUTE SHA-H(1) = FUNCTION MOD(SHA-H(1) + SHA-A,
               4294967296)
           COMPUTE SHA-H(2) = FUNCTION MOD(SHA-H(2) + SHA-B,
               4294967296)
           COMPUTE SHA-H(3) = FUNCTION MOD(SHA-H(3) + SHA-C,
               4294967296)
           COMPUTE SHA-H(4) = FUNCTION MOD(SHA-H(4) + SHA-D,
               4294967296)
           COMPUTE SHA-H(5) = FUNCTION MOD(SHA-H(5) + SHA-E,
               4294967296)
           COMPUTE SHA-H(6) = FUNCTION MOD(SHA-H(6) + SHA-F,
               4294967296)
           COMPUTE SHA-H(7) = FUNCTION MOD(SHA-H(7) + SHA-G,
               4294967296)
           COMPUTE SHA-H(8) = FUNCTION MOD(SHA-H(8) + SHA-HH,
               4294967296)
           EXIT PARAGRAPH.

       SHA-ONE-ROUND.
      *> T1 = h + S1(e) + Ch(e,f,g) + K[t] + W[t]
      *> S1 = ROTR6 ^ ROTR11 ^ ROTR25 of e
           MOVE SHA-E TO SHA-ROT-IN
           MOVE 6 TO SHA-ROT-N
           PERFORM SHA-ROTATE
           MOVE SHA-ROT-OUT TO SHA-OP-1
           MOVE 11 TO SHA-ROT-N
           PERFORM SHA-ROTATE
           MOVE SHA-ROT-OUT TO SHA-OP-2
           PERFORM SHA-XOR
           MOVE SHA-OP-2 TO SHA-OP-1
           MOVE 25 TO SHA-ROT-N
           PERFORM SHA-ROTATE
           MOVE SHA-ROT-OUT TO SHA-OP-2
           PERFORM SHA-XOR
           MOVE SHA-OP-2 TO SHA-SIG
      *> Ch = g ^ (e & (f ^ g))
           MOVE SHA-F TO SHA-OP-1
           MOVE SHA-G TO SHA-OP-2
           PERFORM SHA-XOR
           MOVE SHA-E TO SHA-OP-1
           PERFORM SHA-AND
           MOVE SHA-G TO SHA-OP-1
           PERFORM SHA-XOR
           COMPUTE SHA-T1 = FUNCTION MOD(SHA-HH + SHA-SIG + SHA-OP-2
               + SHA-K(SHA-ROUND) + SHA-W(SHA-ROUND), 4294967296)

      *> T2 = S0(a) + Maj(a,b,c)
      *> S0 = ROTR2 ^ ROTR13 ^ ROTR22 of a
           MOVE SHA-A TO SHA-ROT-IN
           MOVE 2 TO SHA-ROT-N
           PERFORM SHA-ROTATE
           MOVE SHA-ROT-OUT TO SHA-OP-1
           MOVE 13 TO SHA-ROT-N
           PERFORM SHA-ROTATE
           MOVE SHA-ROT-OUT TO SHA-OP-2
           PERFORM SHA-XOR
           MOVE SHA-OP-2 TO SHA-OP-1
           MOVE 22 TO SHA-ROT-N
           PERFORM SHA-ROTATE
           MOVE SHA-ROT-OUT TO SHA-OP-2
           PERFORM SHA-XOR
           MOVE SHA-OP-2 TO SHA-SIG
      *> Maj = (a & b) ^ (c & (a ^ b))
           MOVE SHA-A TO SHA-OP-1
           MOVE SHA-B TO SHA-OP-2
           PERFORM SHA-XOR
           MOVE SHA-C TO SHA-OP-1
           PERFORM SHA-AND
           MOVE SHA-OP-2 TO SHA-T2
           MOVE SHA-A TO SHA-OP-1
           MOVE SHA-B TO SHA-OP-2
           PERFORM SHA-AND
           MOVE SHA-T2 TO SHA-OP-1
           PERFORM SHA-XOR
           COMPUTE SHA-T2 = FUNCTION MOD(SHA-SIG + SHA-OP-2,
               4294967296)

           MOVE SHA-G TO SHA-HH
           MOVE SHA-F TO SHA-G
           MOVE SHA-E TO SHA-F
           COMPUTE SHA-E = FUNCTION MOD(SHA-D + SHA-T1, 4294967296)
           MOVE SHA-C TO SHA-D
           MOVE SHA-B TO SHA-C
           MOVE SHA-A TO SHA-B
           COMPUTE SHA-A = FUNCTION MOD(SHA-T1 + SHA-T2, 4294967296)
           EXIT PARAGRAPH.

       SHA-ROTATE.
      *> SHA-ROT-OUT = SHA-ROT-IN rotated right SHA-ROT-N bits.
           DIVIDE SHA-ROT-IN BY SHA-POW2(SHA-ROT-N + 1)
               GIVING SHA-ROT-HIGH REMAINDER SHA-ROT-LOW
           COMPUTE SHA-ROT-OUT = SHA-ROT-HIGH
               + SHA-ROT-LOW * SHA-POW2(33 - SHA-ROT-N)
           EXIT PARAGRAPH.

       SHA-XOR.
           CALL "CBL_XOR" USING SHA-OP-1-X, SHA-OP-2-X, BY VALUE 8
           EXIT PARAGRAPH.

       SHA-AND.
           CALL "CBL_AND" USING SHA-OP-1-X, SHA-OP-2-X, BY VALUE 8
           EXIT PARAGRAPH.

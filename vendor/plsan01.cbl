      *-----------------------------------
      * procedures copy file for putting
      * a name in the form the sanctions
      * screening matches on.
      *
      * USAGE:
      *  MOVE name TO SAN-RAW-NAME.
      *  PERFORM NORMALIZE-SANCTIONS-NAME.
      * SAN-MATCH-NAME comes back with the
      * name upper-cased, split into words
      * at anything but a letter or digit
      * (a period or an apostrophe joins -
      * "O'BRIEN" and "OBRIEN", "U.S." and
      * "US" are the same word), the noise
      * words dropped, the rest sorted and
      * run together. Spaces when nothing
      * is left to match on.
      *-----------------------------------
       NORMALIZE-SANCTIONS-NAME.
           MOVE SPACE TO SAN-WORD-TABLE.
           MOVE SPACE TO SAN-MATCH-NAME.
           MOVE ZEROES TO SAN-WORD-COUNT.
           MOVE ZEROES TO SAN-WORD-LEN.
           MOVE "N" TO SAN-WORD-ACTIVE.
           INSPECT SAN-RAW-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM SPLIT-ONE-NAME-CHARACTER
               VARYING SAN-CHAR-SUB FROM 1 BY 1
               UNTIL SAN-CHAR-SUB > 60.
           PERFORM END-ONE-NAME-WORD.
           PERFORM SORT-THE-NAME-WORDS.
           MOVE 1 TO SAN-MATCH-PTR.
           PERFORM JOIN-ONE-NAME-WORD
               VARYING SAN-WORD-SUB FROM 1 BY 1
               UNTIL SAN-WORD-SUB > SAN-WORD-COUNT.

       SPLIT-ONE-NAME-CHARACTER.
           MOVE SAN-RAW-NAME(SAN-CHAR-SUB:1) TO SAN-ONE-CHAR.
           IF SAN-CHAR-IS-KEPT
               PERFORM ADD-CHARACTER-TO-WORD
           ELSE
           IF NOT SAN-CHAR-IS-JOINER
               PERFORM END-ONE-NAME-WORD.

      *--------------------------------
      * Twelve words of twenty letters
      * is more than any name we pay -
      * anything past that is dropped.
      *--------------------------------
       ADD-CHARACTER-TO-WORD.
           IF SAN-WORD-LEN = ZEROES
               PERFORM START-ONE-NAME-WORD.
           IF SAN-WORD-ACTIVE = "Y"
                   AND SAN-WORD-LEN < 20
               ADD 1 TO SAN-WORD-LEN
               MOVE SAN-ONE-CHAR TO
                   SAN-WORD(SAN-WORD-COUNT)(SAN-WORD-LEN:1).

       START-ONE-NAME-WORD.
           IF SAN-WORD-COUNT < 12
               ADD 1 TO SAN-WORD-COUNT
               MOVE "Y" TO SAN-WORD-ACTIVE
           ELSE
               MOVE "N" TO SAN-WORD-ACTIVE.

       END-ONE-NAME-WORD.
           IF SAN-WORD-LEN NOT = ZEROES
                   AND SAN-WORD-ACTIVE = "Y"
               PERFORM DROP-A-NOISE-WORD.
           MOVE ZEROES TO SAN-WORD-LEN.
           MOVE "N" TO SAN-WORD-ACTIVE.

       DROP-A-NOISE-WORD.
           MOVE "N" TO SAN-IS-NOISE.
           PERFORM CHECK-ONE-NOISE-WORD
               VARYING SAN-NOISE-SUB FROM 1 BY 1
               UNTIL SAN-NOISE-SUB > 19
                   OR SAN-IS-NOISE = "Y".
           IF SAN-IS-NOISE = "Y"
               MOVE SPACE TO SAN-WORD(SAN-WORD-COUNT)
               SUBTRACT 1 FROM SAN-WORD-COUNT.

       CHECK-ONE-NOISE-WORD.
           IF SAN-WORD(SAN-WORD-COUNT) =
                   SAN-NOISE-WORD(SAN-NOISE-SUB)
               MOVE "Y" TO SAN-IS-NOISE.

       SORT-THE-NAME-WORDS.
           MOVE "Y" TO SAN-SORT-SWAPPED.
           PERFORM SORT-ONE-WORD-PASS
               UNTIL SAN-SORT-SWAPPED = "N".

       SORT-ONE-WORD-PASS.
           MOVE "N" TO SAN-SORT-SWAPPED.
           PERFORM SORT-ONE-WORD-PAIR
               VARYING SAN-WORD-SUB FROM 1 BY 1
               UNTIL SAN-WORD-SUB NOT < SAN-WORD-COUNT.

       SORT-ONE-WORD-PAIR.
           IF SAN-WORD(SAN-WORD-SUB) > SAN-WORD(SAN-WORD-SUB + 1)
               MOVE SAN-WORD(SAN-WORD-SUB) TO SAN-SWAP-WORD
               MOVE SAN-WORD(SAN-WORD-SUB + 1)
                   TO SAN-WORD(SAN-WORD-SUB)
               MOVE SAN-SWAP-WORD TO SAN-WORD(SAN-WORD-SUB + 1)
               MOVE "Y" TO SAN-SORT-SWAPPED.

       JOIN-ONE-NAME-WORD.
           STRING SAN-WORD(SAN-WORD-SUB) DELIMITED BY SPACE
               INTO SAN-MATCH-NAME
               WITH POINTER SAN-MATCH-PTR.

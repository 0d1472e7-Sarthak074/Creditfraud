      *> ----------------------------------------------------------
      *> TOKISSUE.cpy
      *> TOKENIZE-CARD-NUMBER - returns the token for WS-TOKEN-CARD
      *> (see TOKWORK.cpy) in WS-TOKEN-VALUE, issuing one on the
      *> card-token vault (TOKVAULT.cpy) the first time a card is
      *> seen, so the same card always gets the same token.  The
      *> caller opens TOKEN-VAULT I-O and COPYs TOKFIND.cpy too.
      *> A new token keeps the card's leading 8 and trailing 4
      *> digits around the next serial of that bucket - the
      *> vault's "S" row - stepping past any serial that would
      *> make the token pass the Luhn check, so no token can ever
      *> be a live card number.  A value that is not a 16-digit
      *> card number, or one leading 00000000, is issued from the
      *> "00000000" bucket with an 8-digit serial instead.  The
      *> rows are written serial first, then "T", then "P": an
      *> abend part-way leaves at worst a spent serial or an
      *> orphan "T" row, never a card whose token cannot be read
      *> back.  A bucket out of serials, or a vault write that
      *> fails, stops the run - a card that cannot be tokenized
      *> must never pass downstream in the clear.
      *> ----------------------------------------------------------
       TOKENIZE-CARD-NUMBER.
           PERFORM FIND-CARD-TOKEN
           IF NOT WS-TOKEN-FOUND
               PERFORM ISSUE-CARD-TOKEN
           END-IF.

       ISSUE-CARD-TOKEN.
           MOVE SPACES TO WS-TOKEN-BUCKET
           IF WS-TOKEN-CARD NUMERIC
              AND WS-TOKEN-CARD(1:8) NOT = "00000000"
               MOVE WS-TOKEN-CARD(1:8)  TO WS-TOKEN-BUCKET(1:8)
               MOVE WS-TOKEN-CARD(13:4) TO WS-TOKEN-BUCKET(9:4)
               MOVE 9999                TO WS-TOKEN-SERIAL-MAX
           ELSE
               MOVE "00000000"          TO WS-TOKEN-BUCKET(1:8)
               MOVE 99999999            TO WS-TOKEN-SERIAL-MAX
           END-IF

           MOVE "S"             TO TV-KEY-TYPE
           MOVE WS-TOKEN-BUCKET TO TV-KEY-VALUE
           READ TOKEN-VAULT
               INVALID KEY
                   MOVE 'N'  TO WS-TOKEN-SERIAL-FLAG
                   MOVE ZERO TO WS-TOKEN-SERIAL
               NOT INVALID KEY
                   MOVE 'Y'  TO WS-TOKEN-SERIAL-FLAG
                   IF TV-LAST-SERIAL >= WS-TOKEN-SERIAL-MAX
                       PERFORM ABEND-TOKEN-BUCKET-FULL
                   END-IF
                   COMPUTE WS-TOKEN-SERIAL = TV-LAST-SERIAL + 1
           END-READ

           PERFORM BUILD-CANDIDATE-TOKEN
           PERFORM NEXT-CANDIDATE-TOKEN UNTIL NOT WS-TOKEN-LUHN-VALID

           ACCEPT WS-TOKEN-TODAY FROM DATE YYYYMMDD
           PERFORM SAVE-TOKEN-BUCKET-SERIAL

           MOVE "T"             TO TV-KEY-TYPE
           MOVE WS-TOKEN-BUILD  TO TV-KEY-VALUE
           MOVE WS-TOKEN-CARD   TO TV-MAPPED-VALUE
           MOVE ZERO            TO TV-LAST-SERIAL
           MOVE WS-TOKEN-TODAY  TO TV-CREATED-DATE
           WRITE TV-VAULT-RECORD
               INVALID KEY
                   PERFORM ABEND-TOKEN-VAULT-WRITE
           END-WRITE

           MOVE "P"             TO TV-KEY-TYPE
           MOVE WS-TOKEN-CARD   TO TV-KEY-VALUE
           MOVE WS-TOKEN-BUILD  TO TV-MAPPED-VALUE
           MOVE ZERO            TO TV-LAST-SERIAL
           MOVE WS-TOKEN-TODAY  TO TV-CREATED-DATE
           WRITE TV-VAULT-RECORD
               INVALID KEY
                   PERFORM ABEND-TOKEN-VAULT-WRITE
           END-WRITE

           MOVE WS-TOKEN-BUILD TO WS-TOKEN-VALUE
           SET WS-TOKEN-FOUND TO TRUE
           ADD 1 TO WS-TOKENS-ISSUED.

       NEXT-CANDIDATE-TOKEN.
           IF WS-TOKEN-SERIAL >= WS-TOKEN-SERIAL-MAX
               PERFORM ABEND-TOKEN-BUCKET-FULL
           END-IF
           ADD 1 TO WS-TOKEN-SERIAL
           PERFORM BUILD-CANDIDATE-TOKEN.

      *> ---------------------------------------------------------
      *> BUILD-CANDIDATE-TOKEN lays the bucket and the serial into
      *> WS-TOKEN-BUILD and runs the Luhn check over it: from the
      *> left, every odd position of a 16-digit number is doubled
      *> (less 9 when that passes 9), and the number is valid when
      *> the digit sum ends in zero.
       BUILD-CANDIDATE-TOKEN.
           IF WS-TOKEN-SERIAL-MAX = 9999
               MOVE WS-TOKEN-BUCKET(1:8)  TO WS-TOKEN-BUILD(1:8)
               MOVE WS-TOKEN-SERIAL-X(5:4) TO WS-TOKEN-BUILD(9:4)
               MOVE WS-TOKEN-BUCKET(9:4)  TO WS-TOKEN-BUILD(13:4)
           ELSE
               MOVE WS-TOKEN-BUCKET(1:8)  TO WS-TOKEN-BUILD(1:8)
               MOVE WS-TOKEN-SERIAL-X     TO WS-TOKEN-BUILD(9:8)
           END-IF

           MOVE ZERO TO WS-TOKEN-LUHN-SUM
           MOVE 1    TO WS-TOKEN-LUHN-IDX
           PERFORM ADD-LUHN-DIGIT UNTIL WS-TOKEN-LUHN-IDX > 16

           DIVIDE WS-TOKEN-LUHN-SUM BY 10 GIVING WS-TOKEN-LUHN-QUOT
               REMAINDER WS-TOKEN-LUHN-REM
           IF WS-TOKEN-LUHN-REM = ZERO
               MOVE 'Y' TO WS-TOKEN-LUHN-FLAG
           ELSE
               MOVE 'N' TO WS-TOKEN-LUHN-FLAG
           END-IF.

       ADD-LUHN-DIGIT.
           DIVIDE WS-TOKEN-LUHN-IDX BY 2 GIVING WS-TOKEN-LUHN-QUOT
               REMAINDER WS-TOKEN-LUHN-REM
           IF WS-TOKEN-LUHN-REM = ZERO
               MOVE WS-TOKEN-DIGIT(WS-TOKEN-LUHN-IDX)
                   TO WS-TOKEN-LUHN-ADD
           ELSE
               COMPUTE WS-TOKEN-LUHN-ADD =
                   WS-TOKEN-DIGIT(WS-TOKEN-LUHN-IDX) * 2
               IF WS-TOKEN-LUHN-ADD > 9
                   SUBTRACT 9 FROM WS-TOKEN-LUHN-ADD
               END-IF
           END-IF
           ADD WS-TOKEN-LUHN-ADD TO WS-TOKEN-LUHN-SUM
           ADD 1 TO WS-TOKEN-LUHN-IDX.

      *> ---------------------------------------------------------
      *> SAVE-TOKEN-BUCKET-SERIAL records the serial just spent on
      *> the bucket's "S" row - written the first time the bucket
      *> is used, rewritten after.
       SAVE-TOKEN-BUCKET-SERIAL.
           MOVE "S"             TO TV-KEY-TYPE
           MOVE WS-TOKEN-BUCKET TO TV-KEY-VALUE
           MOVE SPACES          TO TV-MAPPED-VALUE
           MOVE WS-TOKEN-SERIAL TO TV-LAST-SERIAL
           MOVE WS-TOKEN-TODAY  TO TV-CREATED-DATE
           IF WS-TOKEN-SERIAL-ON-FILE
               REWRITE TV-VAULT-RECORD
                   INVALID KEY
                       PERFORM ABEND-TOKEN-VAULT-WRITE
               END-REWRITE
           ELSE
               WRITE TV-VAULT-RECORD
                   INVALID KEY
                       PERFORM ABEND-TOKEN-VAULT-WRITE
               END-WRITE
           END-IF.

       ABEND-TOKEN-BUCKET-FULL.
           DISPLAY "TOKEN VAULT - NO SERIALS LEFT IN TOKEN BUCKET "
                   WS-TOKEN-BUCKET
           STOP RUN RETURNING 16.

       ABEND-TOKEN-VAULT-WRITE.
           DISPLAY "TOKEN VAULT - WRITE FAILED ON FRAUD.TOKEN.VAULT.dat "
                   "FOR KEY TYPE " TV-KEY-TYPE
           STOP RUN RETURNING 16.

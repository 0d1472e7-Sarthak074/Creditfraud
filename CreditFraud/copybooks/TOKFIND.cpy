      *> ----------------------------------------------------------
      *> TOKFIND.cpy
      *> FIND-CARD-TOKEN - looks WS-TOKEN-CARD (see TOKWORK.cpy) up
      *> on the card-token vault without ever issuing a token.  A
      *> value already on the vault as a token ("T" row) is its
      *> own token; otherwise the card's "P" row gives its token.
      *> WS-TOKEN-FOUND comes back set and WS-TOKEN-VALUE holds
      *> the token when either row is there; a card the vault has
      *> never seen comes back not found with WS-TOKEN-VALUE
      *> blank.  A blank card comes back found and blank.  Never
      *> reads a card number back out of the vault, so a caller
      *> that copies only this paragraph cannot detokenize.
      *> ----------------------------------------------------------
       FIND-CARD-TOKEN.
           MOVE 'N'    TO WS-TOKEN-FOUND-FLAG
           MOVE SPACES TO WS-TOKEN-VALUE

           IF WS-TOKEN-CARD = SPACES
               SET WS-TOKEN-FOUND TO TRUE
           ELSE
               MOVE "T"           TO TV-KEY-TYPE
               MOVE WS-TOKEN-CARD TO TV-KEY-VALUE
               READ TOKEN-VAULT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TOKEN-FOUND TO TRUE
                       MOVE WS-TOKEN-CARD TO WS-TOKEN-VALUE
               END-READ
               IF NOT WS-TOKEN-FOUND
                   MOVE "P"           TO TV-KEY-TYPE
                   MOVE WS-TOKEN-CARD TO TV-KEY-VALUE
                   READ TOKEN-VAULT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-TOKEN-FOUND TO TRUE
                           MOVE TV-MAPPED-VALUE TO WS-TOKEN-VALUE
                   END-READ
               END-IF
           END-IF.

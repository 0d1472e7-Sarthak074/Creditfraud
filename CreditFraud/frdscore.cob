      *>             same loaded tables, so the desk answer and
      *>             the batch answer cannot drift apart without a
      *>             recompile of both.
      *> 2026-10-14  Hot-card rows and every file the batch writes
      *>             now carry the card's token, not its number.
      *>             The card number keyed at the desk is looked up
      *>             in FRAUD.TOKEN.VAULT.dat (read only, FIND-CARD-
      *>             TOKEN) and the match runs on its token; a card
      *>             the vault has never seen is matched as keyed.
      *>             Hot-card rows are mapped through the same
      *>             lookup as they load, as FRDSIMUL maps them, so
      *>             a row still holding a card number matches the
      *>             token the desk card becomes.
      *> 2026-10-14  Hot-card table raised from 200 to 999 rows -
      *>             the most FRAUD.TABLE.HIST.dat's 3-digit row
      *>             sequence can key - in step with FRAUDCHK,
      *>             FRDBKSCR, FRDSIMUL, FRDHOTFD, and FRDTMNT; a
      *>             BIN-attack card list hot-carded through
      *>             FRDTMNT can run to hundreds of cards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXRATE-FILE ASSIGN TO 'FRAUD.EXRATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOKEN-VAULT ASSIGN TO 'FRAUD.TOKEN.VAULT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                 PIC X(4).
           05  EXRATE-RATE-NUM        PIC 9(5)V9(6).

       FD  TOKEN-VAULT.
           COPY TOKVAULT.

       WORKING-STORAGE SECTION.
       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.

      *> runs the feed through.
           COPY AMTSCRUB.

      *> ---------------------------------------------------------
      *> FIND-CARD-TOKEN working storage (TOKWORK.cpy) - the desk
      *> only ever looks a token up, it never issues one.
           COPY TOKWORK.

      *> ---------------------------------------------------------
      *> The four scoring tables, loaded exactly as FRAUDCHK loads
      *> them - same layouts, same caps, same abends.
           88  WS-HOTCARD-FOUND    VALUE 'Y'.

       01  WS-HOTCARD-TABLE.
           05  WS-HOTCARD-ENTRY OCCURS 999 TIMES.
               10  WS-HOT-CARD-NUMBER PIC X(16).
               10  WS-HOT-REASON      PIC X(10).
               10  WS-HOT-EFF-DATE    PIC X(8).
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-THRESHOLD-TABLE
           PERFORM LOAD-RISKLOC-TABLE
           OPEN INPUT TOKEN-VAULT
           PERFORM LOAD-HOTCARD-TABLE
           PERFORM LOAD-EXRATE-TABLE


           PERFORM SCORE-ONE-INQUIRY UNTIL WS-DESK-DONE

           CLOSE TOKEN-VAULT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
               AT END
                   SET WS-HOTCARD-EOF TO TRUE
               NOT AT END
                   IF WS-HOTCARD-COUNT >= 999
                       DISPLAY "FRDSCORE - FRAUD.HOTCARD.txt HAS MORE "
                               "THAN 999 ROWS, WS-HOTCARD-TABLE IS FULL"
                       CLOSE HOTCARD-FILE TOKEN-VAULT
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-HOTCARD-COUNT
                   MOVE HOTCARD-RECORD(1:16)  TO
                       WS-HOT-CARD-NUMBER(WS-HOTCARD-COUNT)
                   MOVE HOTCARD-RECORD(1:16)  TO WS-TOKEN-CARD
                   PERFORM FIND-CARD-TOKEN
                   IF WS-TOKEN-FOUND
                       MOVE WS-TOKEN-VALUE TO
                           WS-HOT-CARD-NUMBER(WS-HOTCARD-COUNT)
                   END-IF
                   MOVE HOTCARD-RECORD(18:10) TO
                       WS-HOT-REASON(WS-HOTCARD-COUNT)
                   MOVE HOTCARD-RECORD(29:8)  TO
                   IF WS-EXRATE-COUNT >= 50
                       DISPLAY "FRDSCORE - FRAUD.EXRATE.txt HAS MORE "
                               "THAN 50 ROWS, WS-EXRATE-TABLE IS FULL"
                       CLOSE EXRATE-FILE TOKEN-VAULT
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-EXRATE-COUNT
           MOVE WS-CONSOLE-RESPONSE(1:16) TO WS-CARD-NUMBER

           IF NOT WS-DESK-DONE
               MOVE WS-CARD-NUMBER TO WS-TOKEN-CARD
               PERFORM FIND-CARD-TOKEN
               IF WS-TOKEN-FOUND
                   MOVE WS-TOKEN-VALUE TO WS-CARD-NUMBER
               END-IF
               DISPLAY "AMOUNT: " WITH NO ADVANCING
               ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
               MOVE WS-CONSOLE-RESPONSE(1:15) TO WS-SCRUB-RAW
      *> SCRUB-AMOUNT-FIELD / SCRUB-ONE-CHARACTER (AMTPARSE.cpy) -
      *> shared with FRAUDCHK and FRDPATRN, see AMTSCRUB.cpy.
           COPY AMTPARSE.

      *> ---------------------------------------------------------
      *> FIND-CARD-TOKEN (TOKFIND.cpy) - shared with FRAUDCHK and
      *> FRDCINQ, see TOKVAULT.cpy.
           COPY TOKFIND.

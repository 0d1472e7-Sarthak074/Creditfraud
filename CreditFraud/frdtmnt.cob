      *>             FRAUD.TABLE.AUDIT.txt with the operator ID,
      *>             timestamp, and the row as it was and as it
      *>             now is.
      *> 2026-10-14  FRAUD.HOTCARD.txt now holds card tokens, not
      *>             card numbers.  The card keyed on a hot-card
      *>             ADD or CHANGE is tokenized on the card-token
      *>             vault FRAUD.TOKEN.VAULT.dat (TOKENIZE-CARD-
      *>             NUMBER) before the row is saved or audited,
      *>             and a row key keyed for CHANGE or DELETE is
      *>             mapped to its token (FIND-CARD-TOKEN) before
      *>             the row is looked for.
      *> 2026-10-14  Fifth table, GLACCTMAP - the general-ledger
      *>             account mapping FRAUD.GL.ACCTMAP.txt that
      *>             FRDGLJNL posts the loss ledger's movement
      *>             through.  Keyed on entry type, action code,
      *>             and location prefix; a row must name a real
      *>             entry type (LOS/REC/CHB/WRT/REV), an action of
      *>             REVIEW, BLOCK, HOTCARD, PROFILE, or the *
      *>             wildcard, and a debit and a credit account and
      *>             cost center, so a half-keyed mapping can never
      *>             reach a journal.
      *> 2026-10-14  New hot-card action BINATK loads the card list
      *>             FRDBINAT wrote for one flagged merchant/BIN
      *>             (the CRD lines on FRAUD.BINATK.OUTPUT.txt) onto
      *>             FRAUD.HOTCARD.txt in one step.  Each card goes
      *>             through the same validation and tokenization
      *>             as a keyed ADD, a card already listed is
      *>             skipped, a card past the table's cap is left
      *>             off and counted, and every row added is
      *>             audited.  Hot-card cap raised from 200 to 999
      *>             rows with FRAUDCHK, FRDSCORE, FRDBKSCR,
      *>             FRDSIMUL, and FRDHOTFD.
      *> 2026-10-14  GLACCTMAP entry type REV - the loss reversal
      *>             FRDLOSS now posts when a confirmed case is
      *>             re-dispositioned, which FRDGLJNL journals and
      *>             ties like the other entry types.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXRATE-FILE ASSIGN TO 'FRAUD.EXRATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLACCTMAP-FILE
               ASSIGN TO 'FRAUD.GL.ACCTMAP.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'FRAUD.TABLE.AUDIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BINATK-INFILE
               ASSIGN TO 'FRAUD.BINATK.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOKEN-VAULT ASSIGN TO 'FRAUD.TOKEN.VAULT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  EXRATE-FILE.
       01  EXRATE-RECORD          PIC X(15).

       FD  GLACCTMAP-FILE.
       01  GLACCTMAP-RECORD       PIC X(40).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD           PIC X(122).

      *> ---------------------------------------------------------
      *> FRDBINAT's output - only the CRD card-list lines are
      *> used:  "CRD" MERCHANT(15) BIN(8) HOT-CARD-ROW(36), the
      *> hot-card row from column 30.
       FD  BINATK-INFILE.
       01  BINATK-RECORD.
           05  BA-RECORD-TYPE     PIC X(03).
           05  FILLER             PIC X(01).
           05  BA-MERCHANT-ID     PIC X(15).
           05  FILLER             PIC X(01).
           05  BA-BIN             PIC X(08).
           05  FILLER             PIC X(01).
           05  BA-HOTCARD-ROW     PIC X(36).
           05  FILLER             PIC X(15).

       FD  TOKEN-VAULT.
           COPY TOKVAULT.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID         PIC X(8) VALUE SPACES.

           88  WS-TABLE-RISKLOC   VALUE "RISKLOC".
           88  WS-TABLE-HOTCARD   VALUE "HOTCARD".
           88  WS-TABLE-EXRATE    VALUE "EXRATE".
           88  WS-TABLE-GLACCTMAP VALUE "GLACCTMAP".
           88  WS-TABLE-DONE      VALUE "DONE".
           88  WS-TABLE-VALID     VALUES "THRESHOLD" "RISKLOC"
                                         "HOTCARD" "EXRATE"
                                         "GLACCTMAP".

       01  WS-ACTION-NAME         PIC X(6) VALUE SPACES.
           88  WS-ACTION-ADD      VALUE "ADD".
           88  WS-ACTION-CHANGE   VALUE "CHANGE".
           88  WS-ACTION-DELETE   VALUE "DELETE".
           88  WS-ACTION-LIST     VALUE "LIST".
           88  WS-ACTION-BINATK   VALUE "BINATK".
           88  WS-ACTION-VALID    VALUES "ADD" "CHANGE"
                                         "DELETE" "LIST"
                                         "BINATK".

       01  WS-QUIT-FLAG           PIC X VALUE 'N'.
           88  WS-OPERATOR-QUIT   VALUE 'Y'.
      *> ---------------------------------------------------------
      *> The selected table held in memory while it is edited -
      *> generic 40-byte rows, wide enough for the widest of the
      *> five record layouts.  The file is rewritten from here
      *> only after the keyed edit has validated clean.
       01  WS-TABLE-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-TABLE-EOF       VALUE 'Y'.
           88  WS-ROW-FOUND       VALUE 'Y'.

       01  WS-EDIT-TABLE.
           05  WS-TABLE-ROW       OCCURS 999 TIMES PIC X(40).

      *> ---------------------------------------------------------
      *> Per-table geometry - where in the row the key sits, and
      *> how many rows the table's LOADER tolerates before it
      *> abends the batch.  Threshold rows key on CODE(1:2), risk
      *> locations on PREFIX(1:5), hot cards on
      *> CARD-NUMBER(1:16), rates on CURRENCY(1:3), account
      *> mappings on ENTRY+ACTION+PREFIX(1:16); the row caps
      *> mirror FRAUDCHK/FRDSCORE's table sizes - 10 tiers, 25
      *> risk locations, 999 hot cards, 50 rates - and FRDGLJNL's
      *> 50 mappings, because a row this utility accepts past the
      *> loader's cap takes down that program at load time.
       01  WS-KEY-LENGTH          PIC 9(2) COMP-3 VALUE ZERO.
       01  WS-TABLE-MAX-ROWS      PIC 9(3) COMP-3 VALUE ZERO.
       01  WS-ROW-KEY             PIC X(16) VALUE SPACES.
       01  WS-EDIT-ROW            PIC X(40) VALUE SPACES.
       01  WS-OLD-ROW             PIC X(40) VALUE SPACES.

      *> ---------------------------------------------------------
      *> BINATK working storage - the merchant/BIN whose card list
      *> is being loaded, and what became of its cards.  Rows the
      *> load adds are appended, so they are the table's rows
      *> from WS-LOAD-FIRST-IDX on.
       01  WS-BIN-MERCHANT        PIC X(15) VALUE SPACES.
       01  WS-BIN-PREFIX          PIC X(08) VALUE SPACES.
       01  WS-BINATK-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-BINATK-EOF      VALUE 'Y'.
       01  WS-LOAD-CARDS-READ     PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LOAD-ADDED          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LOAD-LISTED         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LOAD-INVALID        PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LOAD-OVER-CAP       PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LOAD-FIRST-IDX      PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LOAD-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LOAD-COUNT-OUT      PIC ZZZ9.

       01  WS-ROW-VALID-FLAG      PIC X VALUE 'Y'.
           88  WS-ROW-IS-VALID    VALUE 'Y'.
           88  WS-ROW-IS-INVALID  VALUE 'N'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AUD-NEW-ROW     PIC X(40).

      *> ---------------------------------------------------------
      *> TOKENIZE-CARD-NUMBER / FIND-CARD-TOKEN working storage
      *> (TOKWORK.cpy) - hot-card rows carry the card's token.
           COPY TOKWORK.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PROMPT-FOR-OPERATOR
           OPEN I-O TOKEN-VAULT

           PERFORM PROCESS-ONE-REQUEST UNTIL WS-OPERATOR-QUIT

           CLOSE TOKEN-VAULT
           STOP RUN.

       PROMPT-FOR-OPERATOR.
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN TABLE - USE THRESHOLD, RISKLOC, "
                           "HOTCARD, EXRATE, GLACCTMAP, OR DONE"
               END-IF
           END-IF.

       PROMPT-FOR-TABLE.
           DISPLAY " "
           DISPLAY "TABLE (THRESHOLD/RISKLOC/HOTCARD/EXRATE/"
                   "GLACCTMAP/DONE): "
               WITH NO ADVANCING
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE WS-CONSOLE-RESPONSE TO WS-TABLE-NAME.

       PROMPT-FOR-ACTION.
           DISPLAY "ACTION (ADD/CHANGE/DELETE/LIST/BINATK): "
               WITH NO ADVANCING
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE WS-CONSOLE-RESPONSE TO WS-ACTION-NAME
           ELSE
           IF WS-TABLE-HOTCARD
               MOVE 16  TO WS-KEY-LENGTH
               MOVE 999 TO WS-TABLE-MAX-ROWS
           ELSE
           IF WS-TABLE-EXRATE
               MOVE 3  TO WS-KEY-LENGTH
               MOVE 50 TO WS-TABLE-MAX-ROWS
           ELSE
               MOVE 16 TO WS-KEY-LENGTH
               MOVE 50 TO WS-TABLE-MAX-ROWS
           END-IF
           END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-SELECTED-TABLE reads the chosen file into the
      *> generic edit table.  999 rows is the widest cap any of
      *> the loaders allow (FRAUD.HOTCARD.txt), so nothing that
      *> loads tonight can fail to load here.
       LOAD-SELECTED-TABLE.
       LOAD-ONE-TABLE-ROW.
           PERFORM READ-TABLE-ROW
           IF NOT WS-TABLE-EOF
               IF WS-ROW-COUNT >= 999
                   DISPLAY "FRDTMNT - MORE THAN 999 ROWS ON "
                           WS-TABLE-NAME ", WS-EDIT-TABLE IS FULL"
                   PERFORM CLOSE-TABLE-FILE
                   STOP RUN RETURNING 16
           IF WS-TABLE-HOTCARD
               OPEN INPUT HOTCARD-FILE
           ELSE
           IF WS-TABLE-EXRATE
               OPEN INPUT EXRATE-FILE
           ELSE
               OPEN INPUT GLACCTMAP-FILE
           END-IF
           END-IF
           END-IF
           END-IF.
                   NOT AT END MOVE HOTCARD-RECORD TO WS-EDIT-ROW
               END-READ
           ELSE
           IF WS-TABLE-EXRATE
               READ EXRATE-FILE
                   AT END SET WS-TABLE-EOF TO TRUE
                   NOT AT END MOVE EXRATE-RECORD TO WS-EDIT-ROW
               END-READ
           ELSE
               READ GLACCTMAP-FILE
                   AT END SET WS-TABLE-EOF TO TRUE
                   NOT AT END MOVE GLACCTMAP-RECORD TO WS-EDIT-ROW
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-TABLE-HOTCARD
               CLOSE HOTCARD-FILE
           ELSE
           IF WS-TABLE-EXRATE
               CLOSE EXRATE-FILE
           ELSE
               CLOSE GLACCTMAP-FILE
           END-IF
           END-IF
           END-IF
           END-IF.
           ELSE
           IF WS-ACTION-CHANGE
               PERFORM CHANGE-TABLE-ROW
           ELSE
           IF WS-ACTION-BINATK
               IF WS-TABLE-HOTCARD
                   PERFORM LOAD-BINATK-CARD-LIST
               ELSE
                   DISPLAY "BINATK LOADS HOT CARDS ONLY - NOTHING "
                           "CHANGED"
               END-IF
           ELSE
               PERFORM DELETE-TABLE-ROW
           END-IF
           END-IF
           END-IF
           END-IF.

       LIST-TABLE-ROWS.
           PERFORM VALIDATE-TABLE-ROW

           IF WS-ROW-IS-VALID
               PERFORM TOKENIZE-HOTCARD-ROW
               MOVE WS-EDIT-ROW(1:WS-KEY-LENGTH) TO WS-ROW-KEY
               PERFORM FIND-TABLE-ROW
               IF WS-ROW-FOUND
      *> ---------------------------------------------------------
      *> INSERT-NEW-TABLE-ROW places the keyed row - at the first
      *> position whose amount exceeds the new row's for the
      *> threshold table, at the end for the other four, which
      *> carry no order.
       INSERT-NEW-TABLE-ROW.
           IF WS-TABLE-THRESHOLD
               PERFORM PROMPT-FOR-ROW-DATA
               PERFORM VALIDATE-TABLE-ROW
               IF WS-ROW-IS-VALID
                   PERFORM TOKENIZE-HOTCARD-ROW
                   MOVE WS-EDIT-ROW TO WS-TABLE-ROW(WS-ROW-IDX)
                   PERFORM CHECK-THRESHOLD-ORDER
                   IF WS-ROW-IS-VALID
               WS-TABLE-ROW(WS-ROW-IDX)
           ADD 1 TO WS-ROW-IDX.

      *> ---------------------------------------------------------
      *> LOAD-BINATK-CARD-LIST - the operator keys a merchant and
      *> BIN from a BIN flag line on FRAUD.BINATK.OUTPUT.txt, and
      *> every CRD line of that group is added to the hot-card
      *> table as though keyed on an ADD.  The table is saved
      *> once, then each added row is audited, so as with a
      *> single change no audit line describes a row that failed
      *> to land.
       LOAD-BINATK-CARD-LIST.
           DISPLAY "MERCHANT ID: " WITH NO ADVANCING
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE WS-CONSOLE-RESPONSE(1:15) TO WS-BIN-MERCHANT
           DISPLAY "BIN: " WITH NO ADVANCING
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE WS-CONSOLE-RESPONSE(1:8) TO WS-BIN-PREFIX

           MOVE ZERO TO WS-LOAD-CARDS-READ WS-LOAD-ADDED
                        WS-LOAD-LISTED WS-LOAD-INVALID
                        WS-LOAD-OVER-CAP
           COMPUTE WS-LOAD-FIRST-IDX = WS-ROW-COUNT + 1

           MOVE 'N' TO WS-BINATK-EOF-FLAG
           OPEN INPUT BINATK-INFILE
           PERFORM LOAD-ONE-BINATK-LINE UNTIL WS-BINATK-EOF
           CLOSE BINATK-INFILE

           IF WS-LOAD-CARDS-READ = ZERO
               DISPLAY "NO CARD LIST FOR THAT MERCHANT/BIN ON "
                       "FRAUD.BINATK.OUTPUT.txt - NOTHING CHANGED"
           ELSE
               IF WS-LOAD-ADDED > ZERO
                   PERFORM REWRITE-TABLE-FILE
                   MOVE SPACES TO WS-OLD-ROW
                   MOVE WS-LOAD-FIRST-IDX TO WS-LOAD-IDX
                   PERFORM AUDIT-ONE-LOADED-ROW
                       UNTIL WS-LOAD-IDX > WS-ROW-COUNT
                   DISPLAY "CHANGE APPLIED TO " WS-TABLE-NAME
               END-IF
               MOVE WS-LOAD-ADDED TO WS-LOAD-COUNT-OUT
               DISPLAY "  CARDS ADDED        : " WS-LOAD-COUNT-OUT
               MOVE WS-LOAD-LISTED TO WS-LOAD-COUNT-OUT
               DISPLAY "  ALREADY LISTED     : " WS-LOAD-COUNT-OUT
               MOVE WS-LOAD-INVALID TO WS-LOAD-COUNT-OUT
               DISPLAY "  INVALID, NOT ADDED : " WS-LOAD-COUNT-OUT
               MOVE WS-LOAD-OVER-CAP TO WS-LOAD-COUNT-OUT
               DISPLAY "  OVER CAP, NOT ADDED: " WS-LOAD-COUNT-OUT
           END-IF.

       LOAD-ONE-BINATK-LINE.
           READ BINATK-INFILE
               AT END
                   SET WS-BINATK-EOF TO TRUE
               NOT AT END
                   IF BA-RECORD-TYPE = "CRD"
                      AND BA-MERCHANT-ID = WS-BIN-MERCHANT
                      AND BA-BIN = WS-BIN-PREFIX
                       PERFORM LOAD-BINATK-CARD
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> LOAD-BINATK-CARD - one CRD line's hot-card row, through
      *> ADD-TABLE-ROW's validation, tokenization, and duplicate
      *> check.  A card listed earlier in the same load is
      *> already on the table and is skipped the same way.
       LOAD-BINATK-CARD.
           ADD 1 TO WS-LOAD-CARDS-READ
           MOVE SPACES TO WS-EDIT-ROW
           MOVE BA-HOTCARD-ROW TO WS-EDIT-ROW
           SET WS-ROW-IS-VALID TO TRUE
           PERFORM VALIDATE-HOTCARD-ROW

           IF WS-ROW-IS-INVALID
               ADD 1 TO WS-LOAD-INVALID
           ELSE
               PERFORM TOKENIZE-HOTCARD-ROW
               MOVE WS-EDIT-ROW(1:WS-KEY-LENGTH) TO WS-ROW-KEY
               PERFORM FIND-TABLE-ROW
               IF WS-ROW-FOUND
                   ADD 1 TO WS-LOAD-LISTED
               ELSE
               IF WS-ROW-COUNT >= WS-TABLE-MAX-ROWS
                   ADD 1 TO WS-LOAD-OVER-CAP
               ELSE
                   PERFORM INSERT-NEW-TABLE-ROW
                   ADD 1 TO WS-LOAD-ADDED
               END-IF
               END-IF
           END-IF.

       AUDIT-ONE-LOADED-ROW.
           MOVE WS-TABLE-ROW(WS-LOAD-IDX) TO WS-EDIT-ROW
           PERFORM APPEND-AUDIT-RECORD
           ADD 1 TO WS-LOAD-IDX.

       PROMPT-FOR-ROW-DATA.
           PERFORM SHOW-ROW-LAYOUT
           DISPLAY "ROW: " WITH NO ADVANCING
               DISPLAY "LAYOUT: CARD(16) SPACE REASON(10) SPACE "
                       "EFF-DATE(8 YYYYMMDD)"
           ELSE
           IF WS-TABLE-EXRATE
               DISPLAY "LAYOUT: CURRENCY(3) SPACE RATE(11, 6 "
                       "IMPLIED DECIMALS)"
           ELSE
               DISPLAY "LAYOUT: ENTRY(3) ACTION(8) PREFIX(5) "
                       "DR-ACCOUNT(8) DR-CC(4) CR-ACCOUNT(8) "
                       "CR-CC(4), ENTRY LOS/REC/CHB/WRT/REV, "
                       "ACTION REVIEW/BLOCK/HOTCARD/PROFILE, * FOR "
                       "ANY ACTION OR PREFIX"
           END-IF
           END-IF
           END-IF
           END-IF.
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE SPACES TO WS-ROW-KEY
           MOVE WS-CONSOLE-RESPONSE(1:WS-KEY-LENGTH) TO
               WS-ROW-KEY(1:WS-KEY-LENGTH)

           IF WS-TABLE-HOTCARD
               MOVE WS-ROW-KEY TO WS-TOKEN-CARD
               PERFORM FIND-CARD-TOKEN
               IF WS-TOKEN-FOUND
                   MOVE WS-TOKEN-VALUE TO WS-ROW-KEY
               END-IF
           END-IF.

       FIND-TABLE-ROW.
           MOVE 'N' TO WS-ROW-FOUND-FLAG
               ADD 1 TO WS-ROW-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> TOKENIZE-HOTCARD-ROW swaps the card number on a validated
      *> hot-card row for its token, so neither the table nor the
      *> audit trail ever holds the number itself.  A card keyed
      *> as its token maps to itself.  The other tables pass
      *> through.
       TOKENIZE-HOTCARD-ROW.
           IF WS-TABLE-HOTCARD
               MOVE WS-EDIT-ROW(1:16) TO WS-TOKEN-CARD
               PERFORM TOKENIZE-CARD-NUMBER
               MOVE WS-TOKEN-VALUE TO WS-EDIT-ROW(1:16)
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-TABLE-ROW applies the chosen table's own column
      *> rules - exactly what its loader assumes - to WS-EDIT-ROW.
           IF WS-TABLE-HOTCARD
               PERFORM VALIDATE-HOTCARD-ROW
           ELSE
           IF WS-TABLE-EXRATE
               PERFORM VALIDATE-EXRATE-ROW
           ELSE
               PERFORM VALIDATE-GLACCTMAP-ROW
           END-IF
           END-IF
           END-IF
           END-IF.
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-GLACCTMAP-ROW - the entry types (LOS, REC, CHB,
      *> WRT, and REV) and action codes FRDGLJNL looks a mapping
      *> up by (the flagged actions REVIEW, BLOCK, HOTCARD, and
      *> PROFILE, or * for any), and both sides of the entry
      *> filled in; a row with a blank account or cost center
      *> would put an unpostable line on the journal.
       VALIDATE-GLACCTMAP-ROW.
           IF WS-EDIT-ROW(1:3) NOT = "LOS"
              AND WS-EDIT-ROW(1:3) NOT = "REC"
              AND WS-EDIT-ROW(1:3) NOT = "CHB"
              AND WS-EDIT-ROW(1:3) NOT = "WRT"
              AND WS-EDIT-ROW(1:3) NOT = "REV"
               SET WS-ROW-IS-INVALID TO TRUE
               DISPLAY "INVALID ROW - ENTRY MUST BE LOS, REC, CHB, "
                       "WRT, OR REV"
           ELSE
           IF WS-EDIT-ROW(4:8) NOT = "REVIEW  "
              AND WS-EDIT-ROW(4:8) NOT = "BLOCK   "
              AND WS-EDIT-ROW(4:8) NOT = "HOTCARD "
              AND WS-EDIT-ROW(4:8) NOT = "PROFILE "
              AND WS-EDIT-ROW(4:8) NOT = "*       "
               SET WS-ROW-IS-INVALID TO TRUE
               DISPLAY "INVALID ROW - ACTION MUST BE REVIEW, BLOCK, "
                       "HOTCARD, PROFILE, OR *"
           ELSE
           IF WS-EDIT-ROW(12:5) = SPACES
               SET WS-ROW-IS-INVALID TO TRUE
               DISPLAY "INVALID ROW - LOCATION PREFIX IS BLANK; "
                       "USE * FOR ANY LOCATION"
           ELSE
           IF WS-EDIT-ROW(17:8) = SPACES
              OR WS-EDIT-ROW(25:4) = SPACES
              OR WS-EDIT-ROW(29:8) = SPACES
              OR WS-EDIT-ROW(37:4) = SPACES
               SET WS-ROW-IS-INVALID TO TRUE
               DISPLAY "INVALID ROW - DEBIT AND CREDIT ACCOUNT AND "
                       "COST CENTER ARE ALL REQUIRED"
           END-IF
           END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-EFFECTIVE-DATE - numeric, months and days in
      *> calendar range, and the day no later than the month
      *> the highest tier met walking the table top to bottom.
      *> The amounts are fixed-width zero-padded digit strings,
      *> so the alphanumeric compare is the numeric compare.
      *> Only meaningful for the threshold table; the others pass
      *> through.
       CHECK-THRESHOLD-ORDER.
           IF WS-TABLE-THRESHOLD
               MOVE 2 TO WS-ROW-IDX
           IF WS-TABLE-HOTCARD
               OPEN OUTPUT HOTCARD-FILE
           ELSE
           IF WS-TABLE-EXRATE
               OPEN OUTPUT EXRATE-FILE
           ELSE
               OPEN OUTPUT GLACCTMAP-FILE
           END-IF
           END-IF
           END-IF
           END-IF.
               MOVE WS-TABLE-ROW(WS-ROW-IDX) TO HOTCARD-RECORD
               WRITE HOTCARD-RECORD
           ELSE
           IF WS-TABLE-EXRATE
               MOVE WS-TABLE-ROW(WS-ROW-IDX) TO EXRATE-RECORD
               WRITE EXRATE-RECORD
           ELSE
               MOVE WS-TABLE-ROW(WS-ROW-IDX) TO GLACCTMAP-RECORD
               WRITE GLACCTMAP-RECORD
           END-IF
           END-IF
           END-IF
           END-IF
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME.

      *> ---------------------------------------------------------
      *> FIND-CARD-TOKEN (TOKFIND.cpy) and TOKENIZE-CARD-NUMBER
      *> (TOKISSUE.cpy) - shared with FRAUDCHK, see TOKVAULT.cpy.
           COPY TOKFIND.
           COPY TOKISSUE.

IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDBINAT.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  BIN-attack / card-enumeration
      *>             detection by merchant.  A fraudster testing
      *>             card numbers runs many low-value
      *>             authorizations through one merchant across
      *>             sequential card numbers in one BIN range -
      *>             every one far under the FRAUD.THRESHOLD.txt
      *>             tiers, none on FRAUD.HOTCARD.txt, none with
      *>             the history FRDPROFL needs to score a card,
      *>             and FRDPATRN's break is by location and adds
      *>             up amounts.  FRDBINAT sorts the day's
      *>             FRAUD.INPUT.txt by merchant and card number
      *>             and control-breaks on the merchant plus the
      *>             leading 6-8 card digits (the BIN length is
      *>             set on FRAUD.BINATK.PARM.txt).  A merchant/BIN
      *>             group is flagged when it carries more distinct
      *>             cards than the configured limit, or a run of
      *>             near-sequential card numbers (each within the
      *>             configured gap of the one before) at least the
      *>             configured length.  Each flag goes to
      *>             FRAUD.BINATK.OUTPUT.txt followed by the
      *>             group's card list, one CRD line per distinct
      *>             card carrying a ready-made FRAUD.HOTCARD.txt
      *>             row, so an analyst can hot-card the whole
      *>             batch at once.  The file ends in a CTL
      *>             trailer (CTLTRL) of the flags written and
      *>             their net amount; FRDQUEUE merges the flags
      *>             and FRDRECON proves the file, the same way as
      *>             the pattern and profile files.
      *> 2026-10-14  Reads FRAUD.INPUT.TOKEN.txt, the copy of the
      *>             feed FRAUDCHK writes with every card number
      *>             replaced by its token, so the sort work file
      *>             and the CRD card lists carry tokens - which
      *>             is also what FRAUD.HOTCARD.txt now holds.  A
      *>             token keeps the card's leading 8 and trailing
      *>             4 digits (TOKVAULT), so the BIN grouping is
      *>             unchanged.  Its middle 4 digits are a vault
      *>             bucket serial, not card digits, so the
      *>             near-sequential test cannot step on the whole
      *>             token - see the entry below.
      *> 2026-10-14  The near-sequential run steps on the 12 digits
      *>             a token keeps - the leading 8 and trailing 4 -
      *>             and the sort orders each merchant's cards on
      *>             those digits ahead of the bucket serial, so
      *>             consecutive cards in a group are consecutive
      *>             card numbers whatever serial the vault gave
      *>             them.  A merchant/BIN with more distinct cards
      *>             than the 2000-card list no longer abends the
      *>             run: it is flagged CARDS (or BOTH), its list
      *>             stops at 2000 CRD lines, and the cards left
      *>             off are displayed for the group and counted
      *>             at end of run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BINPARM-FILE ASSIGN TO 'FRAUD.BINATK.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFILE ASSIGN TO 'FRAUD.INPUT.TOKEN.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'FRAUD.BINATK.SORTWORK.tmp'.
           SELECT BINATK-OUTFILE ASSIGN TO 'FRAUD.BINATK.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

       FD  BINPARM-FILE.
       01  BINPARM-RECORD         PIC X(15).

       FD  INFILE.
       01  IN-RECORD              PIC X(96).

       SD  SORT-WORK-FILE.
       01  SORT-TXN-RECORD.
           05  SORT-TRANS-ID      PIC X(10).
           05  FILLER             PIC X(01).
           05  SORT-AMOUNT-STRING PIC X(15).
           05  FILLER             PIC X(01).
           05  SORT-DATE          PIC X(08).
           05  FILLER             PIC X(01).
           05  SORT-LOCATION      PIC X(20).
           05  FILLER             PIC X(01).
           05  SORT-CARD-NUMBER.
               10  SORT-CARD-LEAD     PIC X(08).
               10  SORT-CARD-SERIAL   PIC X(04).
               10  SORT-CARD-TAIL     PIC X(04).
           05  FILLER             PIC X(01).
           05  SORT-CURRENCY-CODE PIC X(03).
           05  FILLER             PIC X(01).
           05  SORT-MERCHANT-ID   PIC X(15).
           05  FILLER             PIC X(03).

       FD  BINATK-OUTFILE.
       01  BINATK-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> TXN detail record, laid over the input and sorted records.
           COPY TXNREC.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD working storage (AMTSCRUB.cpy), shared
      *> with FRAUDCHK and FRDPATRN - the flag's amount is the
      *> group's net scrubbed amount, same as a velocity flag's.
           COPY AMTSCRUB.

       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.

       01  WS-INPUT-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-INPUT-EOF       VALUE 'Y'.
       01  WS-SORTED-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-SORTED-EOF      VALUE 'Y'.

      *> ---------------------------------------------------------
      *> BIN-attack parameters (FRAUD.BINATK.PARM.txt), one record:
      *>     BIN-LENGTH(1) CARD-LIMIT(4) SEQ-GAP(4) SEQ-RUN(3)
      *> separated by single spaces, e.g.  6 0025 0010 005 - group
      *> on the leading 6 card digits, flag a merchant/BIN with
      *> more than 25 distinct cards in the day, or with 5 or more
      *> cards in a run where each number is within 10 of the one
      *> before.  BIN-LENGTH must be 6, 7, or 8.  Missing or
      *> non-numeric abends the run, same rule as
      *> FRAUD.RUNPARM.txt.
       01  WS-BIN-LENGTH          PIC 9(1) VALUE ZERO.
       01  WS-CARD-LIMIT          PIC 9(4) VALUE ZERO.
       01  WS-SEQ-GAP             PIC 9(4) VALUE ZERO.
       01  WS-SEQ-RUN             PIC 9(3) VALUE ZERO.
       01  WS-PARM-VALID-FLAG     PIC X VALUE 'N'.
           88  WS-PARM-IS-VALID   VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Control-break keys and accumulators.  The sort is on
      *> merchant, then the card token's leading 8 and trailing 4
      *> digits, then its bucket serial, so every merchant/BIN
      *> group is contiguous whatever the BIN length, and the
      *> distinct cards of a group arrive in ascending card-digit
      *> order - a repeat of a card is the record right after it,
      *> and a near-sequential run is consecutive distinct cards.
       01  WS-FIRST-RECORD-FLAG   PIC X VALUE 'Y'.
           88  WS-FIRST-RECORD    VALUE 'Y'.

       01  WS-BREAK-MERCHANT      PIC X(15).
       01  WS-BREAK-BIN           PIC X(08).
       01  WS-CURRENT-BIN         PIC X(08).
       01  WS-GROUP-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GROUP-TXN-COUNT     PIC 9(5)     COMP-3 VALUE ZERO.
       01  WS-GROUP-CARD-COUNT    PIC 9(5)     COMP-3 VALUE ZERO.
       01  WS-GROUP-LISTED-COUNT  PIC 9(5)     COMP-3 VALUE ZERO.
       01  WS-GROUP-UNLISTED      PIC 9(5)     COMP-3 VALUE ZERO.
       01  WS-LAST-CARD           PIC X(16)    VALUE SPACES.

      *> ---------------------------------------------------------
      *> Near-sequential run tracking.  A card number that is not
      *> all digits cannot be stepped from, so it ends any run in
      *> progress.  The card is a token, and only its leading 8
      *> and trailing 4 digits are the card's own - the middle 4
      *> are the vault's bucket serial (TOKVAULT) - so the step
      *> is taken on WS-CARD-KEPT, those 12 digits run together,
      *> with WS-CARD-NUM overlaying them for the arithmetic.
      *> Two cards whose kept digits are the same step by zero
      *> and stay in the run.
       01  WS-CARD-KEPT.
           05  WS-CARD-KEPT-LEAD  PIC X(08).
           05  WS-CARD-KEPT-TAIL  PIC X(04).
       01  WS-CARD-NUM REDEFINES WS-CARD-KEPT PIC 9(12).
       01  WS-PRIOR-CARD-NUM      PIC 9(12) VALUE ZERO.
       01  WS-PRIOR-CARD-FLAG     PIC X VALUE 'N'.
           88  WS-PRIOR-CARD-NUMERIC VALUE 'Y'.
       01  WS-CARD-STEP           PIC 9(12) VALUE ZERO.
       01  WS-RUN-LENGTH          PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-LONGEST-RUN         PIC 9(5) COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> The group's distinct cards, held until the break decides
      *> whether the group is flagged and its card list written.
      *> Only the first 2000 are held; a group with more is
      *> flagged CARDS whatever the limit, and the rest are
      *> counted in WS-GROUP-UNLISTED instead of listed.
       01  WS-CARD-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY      OCCURS 2000 TIMES PIC X(16).

       01  WS-FLAG-REASON         PIC X(6) VALUE SPACES.

      *> ---------------------------------------------------------
      *> Control-trailer accumulators and layout (CTLTRL.cpy).
       01  WS-FLAGS-WRITTEN-COUNT PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-FLAGS-WRITTEN-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CARDS-LISTED-COUNT  PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-CARDS-UNLISTED-COUNT PIC 9(9)     COMP-3 VALUE ZERO.
       01  WS-GROUPS-TESTED-COUNT PIC 9(9)      COMP-3 VALUE ZERO.
           COPY CTLTRL.

       01  WS-COUNT-OUT           PIC ZZZZZZZZ9.

      *> ---------------------------------------------------------
      *> Flag line (FRAUD.BINATK.OUTPUT.txt), one per flagged
      *> merchant/BIN:
      *>   "BIN" MERCHANT(15) BIN(8) DATE(8) CARDS(5) TXNS(5)
      *>   LONGEST-RUN(5) NET-AMOUNT(12) REASON(6)
      *> separated by single spaces; REASON is CARDS (distinct
      *> card limit, or more cards than the 2000-card list
      *> holds), SEQRUN (near-sequential run), or BOTH.  CARDS is
      *> the group's full distinct-card count, so a group over
      *> 2000 states more cards than it has CRD lines.
       01  WS-BINFLAG-FIELDS.
           05  FILLER             PIC X(03) VALUE "BIN".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-MERCHANT-ID  PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-BIN          PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-DATE         PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-CARD-COUNT   PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-TXN-COUNT    PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-RUN-LENGTH   PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-TOTAL        PIC -ZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BF-REASON       PIC X(06).

      *> ---------------------------------------------------------
      *> Card-list line, one per distinct card of a flagged group,
      *> directly after its flag line:
      *>   "CRD" MERCHANT(15) BIN(8) HOT-CARD-ROW(36)
      *> The hot-card row from column 30 is the FRAUD.HOTCARD.txt
      *> layout - CARD(16) REASON(10) EFFECTIVE-DATE(8) - reason
      *> BINATTACK, effective the processing date.  At most 2000
      *> CRD lines follow one flag line.  FRDTMNT's BINATK action
      *> loads a group's list onto FRAUD.HOTCARD.txt.
       01  WS-BINCARD-FIELDS.
           05  FILLER             PIC X(03) VALUE "CRD".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BC-MERCHANT-ID  PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BC-BIN          PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BC-CARD-NUMBER  PIC X(16).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BC-REASON       PIC X(10) VALUE "BINATTACK".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BC-EFF-DATE     PIC X(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BINATK-PARAMETERS

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MERCHANT-ID SORT-CARD-LEAD
                                SORT-CARD-TAIL SORT-CARD-SERIAL
               INPUT PROCEDURE IS RELEASE-DAY-TRANSACTIONS
               OUTPUT PROCEDURE IS BREAK-ON-MERCHANT-BIN

           MOVE WS-GROUPS-TESTED-COUNT TO WS-COUNT-OUT
           DISPLAY "FRDBINAT - MERCHANT/BIN GROUPS TESTED: "
                   WS-COUNT-OUT
           MOVE WS-FLAGS-WRITTEN-COUNT TO WS-COUNT-OUT
           DISPLAY "FRDBINAT - BIN ATTACKS FLAGGED       : "
                   WS-COUNT-OUT
           MOVE WS-CARDS-LISTED-COUNT TO WS-COUNT-OUT
           DISPLAY "FRDBINAT - CARDS LISTED              : "
                   WS-COUNT-OUT
           MOVE WS-CARDS-UNLISTED-COUNT TO WS-COUNT-OUT
           DISPLAY "FRDBINAT - CARDS UNLISTED (OVER 2000): "
                   WS-COUNT-OUT
           STOP RUN.

      *> ---------------------------------------------------------
      *> LOAD-RUN-PARAMETERS reads FRAUD.RUNPARM.txt, same record
      *> FRAUDCHK reads - a TXN dated any other day is FRAUDCHK's
      *> off-cycle routing, not the day's traffic through the
      *> merchant, and is not grouped.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUNPARM-FILE
           READ RUNPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RUNPARM-RECORD(8:8) TO WS-PROCESSING-DATE
           END-READ
           CLOSE RUNPARM-FILE

           IF WS-PROCESSING-DATE NOT NUMERIC
               DISPLAY "FRDBINAT - FRAUD.RUNPARM.txt MISSING OR "
                       "INVALID PROCESSING DATE"
               STOP RUN RETURNING 16
           END-IF.

       LOAD-BINATK-PARAMETERS.
           OPEN INPUT BINPARM-FILE
           READ BINPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BINPARM-RECORD(1:1) NUMERIC
                      AND BINPARM-RECORD(3:4) NUMERIC
                      AND BINPARM-RECORD(8:4) NUMERIC
                      AND BINPARM-RECORD(13:3) NUMERIC
                       MOVE BINPARM-RECORD(1:1)  TO WS-BIN-LENGTH
                       MOVE BINPARM-RECORD(3:4)  TO WS-CARD-LIMIT
                       MOVE BINPARM-RECORD(8:4)  TO WS-SEQ-GAP
                       MOVE BINPARM-RECORD(13:3) TO WS-SEQ-RUN
                       IF WS-BIN-LENGTH >= 6 AND WS-BIN-LENGTH <= 8
                          AND WS-SEQ-RUN > 1
                           SET WS-PARM-IS-VALID TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE BINPARM-FILE

           IF NOT WS-PARM-IS-VALID
               DISPLAY "FRDBINAT - FRAUD.BINATK.PARM.txt MISSING OR "
                       "INVALID BIN-LENGTH/LIMIT/GAP/RUN"
               STOP RUN RETURNING 16
           END-IF.

      *> ---------------------------------------------------------
      *> RELEASE-DAY-TRANSACTIONS feeds the sort the day's TXN
      *> records that carry both a merchant and a card - there is
      *> nothing to group a record on without them, and FRAUDCHK
      *> rejects a blank merchant outright.  Control trailers and
      *> off-cycle records are left out.
       RELEASE-DAY-TRANSACTIONS.
           OPEN INPUT INFILE
           PERFORM RELEASE-ONE-TRANSACTION UNTIL WS-INPUT-EOF
           CLOSE INFILE.

       RELEASE-ONE-TRANSACTION.
           READ INFILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE IN-RECORD TO WS-TXN-RECORD
                   IF WS-TXN-RECORD(1:3) = "TXN"
                      AND WS-DATE = WS-PROCESSING-DATE
                      AND WS-MERCHANT-ID NOT = SPACES
                      AND WS-CARD-NUMBER NOT = SPACES
                       MOVE WS-TXN-RECORD TO SORT-TXN-RECORD
                       RELEASE SORT-TXN-RECORD
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> BREAK-ON-MERCHANT-BIN takes the sorted records, breaks on
      *> merchant plus the leading BIN-LENGTH card digits, and
      *> ends the output in its control trailer.
       BREAK-ON-MERCHANT-BIN.
           OPEN OUTPUT BINATK-OUTFILE

           PERFORM RETURN-AND-BREAK UNTIL WS-SORTED-EOF

      *> flush the last open group once the sort is exhausted
           IF NOT WS-FIRST-RECORD
               PERFORM EVALUATE-GROUP
           END-IF

           PERFORM WRITE-BINATK-CONTROL-TRAILER

           CLOSE BINATK-OUTFILE.

       RETURN-AND-BREAK.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-CONTROL-BREAK
           END-RETURN.

       APPLY-CONTROL-BREAK.
           MOVE SORT-TXN-RECORD TO WS-TXN-RECORD
           MOVE SPACES TO WS-CURRENT-BIN
           MOVE WS-CARD-NUMBER(1:WS-BIN-LENGTH) TO WS-CURRENT-BIN

           IF WS-FIRST-RECORD
               PERFORM START-NEW-GROUP
           ELSE
               IF WS-MERCHANT-ID NOT = WS-BREAK-MERCHANT
                  OR WS-CURRENT-BIN NOT = WS-BREAK-BIN
                   PERFORM EVALUATE-GROUP
                   PERFORM START-NEW-GROUP
               END-IF
           END-IF

           ADD 1 TO WS-GROUP-TXN-COUNT
           MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-VALID
               ADD WS-SCRUB-NUMERIC TO WS-GROUP-TOTAL
           END-IF

           IF WS-GROUP-CARD-COUNT = ZERO
               PERFORM ADD-DISTINCT-CARD
           ELSE
               IF WS-CARD-NUMBER NOT = WS-LAST-CARD
                   PERFORM ADD-DISTINCT-CARD
               END-IF
           END-IF.

       START-NEW-GROUP.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           MOVE WS-MERCHANT-ID TO WS-BREAK-MERCHANT
           MOVE WS-CURRENT-BIN TO WS-BREAK-BIN
           MOVE ZERO TO WS-GROUP-TOTAL
           MOVE ZERO TO WS-GROUP-TXN-COUNT
           MOVE ZERO TO WS-GROUP-CARD-COUNT
           MOVE ZERO TO WS-GROUP-LISTED-COUNT
           MOVE ZERO TO WS-GROUP-UNLISTED
           MOVE ZERO TO WS-RUN-LENGTH
           MOVE ZERO TO WS-LONGEST-RUN
           MOVE 'N'  TO WS-PRIOR-CARD-FLAG.

      *> ---------------------------------------------------------
      *> ADD-DISTINCT-CARD holds a card new to the group, or counts
      *> it unlisted once the list is full, and extends or
      *> restarts the near-sequential run: the run continues
      *> while each card's kept digits are no more than SEQ-GAP
      *> above the card before it.
       ADD-DISTINCT-CARD.
           ADD 1 TO WS-GROUP-CARD-COUNT
           MOVE WS-CARD-NUMBER TO WS-LAST-CARD
           IF WS-GROUP-LISTED-COUNT >= 2000
               ADD 1 TO WS-GROUP-UNLISTED
           ELSE
               ADD 1 TO WS-GROUP-LISTED-COUNT
               MOVE WS-CARD-NUMBER
                   TO WS-CARD-ENTRY(WS-GROUP-LISTED-COUNT)
           END-IF

           MOVE WS-CARD-NUMBER(1:8)  TO WS-CARD-KEPT-LEAD
           MOVE WS-CARD-NUMBER(13:4) TO WS-CARD-KEPT-TAIL
           IF WS-CARD-KEPT NOT NUMERIC
               MOVE ZERO TO WS-RUN-LENGTH
               MOVE 'N'  TO WS-PRIOR-CARD-FLAG
           ELSE
               IF WS-PRIOR-CARD-NUMERIC
                   COMPUTE WS-CARD-STEP = WS-CARD-NUM - WS-PRIOR-CARD-NUM
                   IF WS-CARD-STEP <= WS-SEQ-GAP
                       ADD 1 TO WS-RUN-LENGTH
                   ELSE
                       MOVE 1 TO WS-RUN-LENGTH
                   END-IF
               ELSE
                   MOVE 1 TO WS-RUN-LENGTH
               END-IF
               MOVE WS-CARD-NUM TO WS-PRIOR-CARD-NUM
               SET WS-PRIOR-CARD-NUMERIC TO TRUE
           END-IF

           IF WS-RUN-LENGTH > WS-LONGEST-RUN
               MOVE WS-RUN-LENGTH TO WS-LONGEST-RUN
           END-IF.

      *> ---------------------------------------------------------
      *> EVALUATE-GROUP flags a merchant/BIN that saw more distinct
      *> cards than the limit, or a near-sequential run at least
      *> SEQ-RUN long, and writes the flag line followed by the
      *> group's card list.
       EVALUATE-GROUP.
           ADD 1 TO WS-GROUPS-TESTED-COUNT
           MOVE SPACES TO WS-FLAG-REASON

           IF WS-GROUP-CARD-COUNT > WS-CARD-LIMIT
              OR WS-GROUP-UNLISTED > ZERO
               MOVE "CARDS" TO WS-FLAG-REASON
           END-IF
           IF WS-LONGEST-RUN >= WS-SEQ-RUN
               IF WS-FLAG-REASON = SPACES
                   MOVE "SEQRUN" TO WS-FLAG-REASON
               ELSE
                   MOVE "BOTH" TO WS-FLAG-REASON
               END-IF
           END-IF

           IF WS-FLAG-REASON NOT = SPACES
               MOVE WS-BREAK-MERCHANT   TO WS-BF-MERCHANT-ID
               MOVE WS-BREAK-BIN        TO WS-BF-BIN
               MOVE WS-PROCESSING-DATE  TO WS-BF-DATE
               MOVE WS-GROUP-CARD-COUNT TO WS-BF-CARD-COUNT
               MOVE WS-GROUP-TXN-COUNT  TO WS-BF-TXN-COUNT
               MOVE WS-LONGEST-RUN      TO WS-BF-RUN-LENGTH
               MOVE WS-GROUP-TOTAL      TO WS-BF-TOTAL
               MOVE WS-FLAG-REASON      TO WS-BF-REASON
               MOVE WS-BINFLAG-FIELDS   TO BINATK-RECORD
               WRITE BINATK-RECORD
               ADD 1 TO WS-FLAGS-WRITTEN-COUNT
               ADD WS-GROUP-TOTAL TO WS-FLAGS-WRITTEN-TOTAL

               MOVE WS-BREAK-MERCHANT  TO WS-BC-MERCHANT-ID
               MOVE WS-BREAK-BIN       TO WS-BC-BIN
               MOVE WS-PROCESSING-DATE TO WS-BC-EFF-DATE
               MOVE 1 TO WS-CARD-IDX
               PERFORM WRITE-CARD-LIST-LINE
                   UNTIL WS-CARD-IDX > WS-GROUP-LISTED-COUNT

               IF WS-GROUP-UNLISTED > ZERO
                   MOVE WS-GROUP-UNLISTED TO WS-COUNT-OUT
                   DISPLAY "FRDBINAT - " WS-BREAK-MERCHANT " BIN "
                           WS-BREAK-BIN " CARDS OVER THE 2000-CARD "
                           "LIST, UNLISTED: " WS-COUNT-OUT
                   ADD WS-GROUP-UNLISTED TO WS-CARDS-UNLISTED-COUNT
               END-IF
           END-IF.

       WRITE-CARD-LIST-LINE.
           MOVE WS-CARD-ENTRY(WS-CARD-IDX) TO WS-BC-CARD-NUMBER
           MOVE WS-BINCARD-FIELDS TO BINATK-RECORD
           WRITE BINATK-RECORD
           ADD 1 TO WS-CARDS-LISTED-COUNT
           ADD 1 TO WS-CARD-IDX.

      *> ---------------------------------------------------------
      *> WRITE-BINATK-CONTROL-TRAILER ends the output in a TRL
      *> record of the flags written and their net amount, same
      *> convention as the FRDPATRN and FRDPROFL output files.
      *> The CRD card-list lines are not flags and are not
      *> counted; FRDRECON proves them against the card counts
      *> their flag lines carry, up to the 2000-card list.
       WRITE-BINATK-CONTROL-TRAILER.
           MOVE WS-FLAGS-WRITTEN-COUNT TO WS-CTL-COUNT
           MOVE WS-FLAGS-WRITTEN-TOTAL TO WS-CTL-WORK-AMOUNT
           IF WS-CTL-WORK-AMOUNT < ZERO
               MOVE '-' TO WS-CTL-SIGN
           ELSE
               MOVE '+' TO WS-CTL-SIGN
           END-IF
           MOVE WS-CTL-WORK-AMOUNT TO WS-CTL-AMOUNT
           MOVE WS-CONTROL-TRAILER TO BINATK-RECORD
           WRITE BINATK-RECORD.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD / SCRUB-ONE-CHARACTER (AMTPARSE.cpy) -
      *> shared with FRAUDCHK and FRDPATRN, see AMTSCRUB.cpy.
           COPY AMTPARSE.

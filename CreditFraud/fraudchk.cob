      *>             widened and re-columned with it, and the
      *>             reject/duplicate/off-cycle records widened
      *>             to carry the whole input record as before.
      *> 2026-10-14  Every TXN that reaches scoring, flagged or
      *>             clean, is now also written to the indexed
      *>             scored-transaction store FRAUD.SCORED.dat
      *>             (SCOREREC), keyed on trans-id, with its action
      *>             (or CLEAN) and the hot-card, FRAUD.RISKLOC.txt
      *>             row, or global tier that applied and that
      *>             rule's cutoff amount - the record FRDMISS
      *>             matches card-network fraud reports against,
      *>             so missed fraud can finally be measured.
      *> 2026-10-14  Card numbers are tokenized at the point the
      *>             feed is read.  VERIFY-INPUT-BALANCE now reads
      *>             the upstream FRAUD.INPUT.txt (FEED-FILE) and
      *>             writes every record to FRAUD.INPUT.TOKEN.txt
      *>             with WS-CARD-NUMBER replaced by its token from
      *>             the card-token vault FRAUD.TOKEN.VAULT.dat
      *>             (TOKVAULT, TOKISSUE) - issued the first time a
      *>             card is seen - and the scoring pass reads that
      *>             copy as INFILE, so the output, reject,
      *>             duplicate and off-cycle files and the scored
      *>             store carry the token only.  FRDPATRN,
      *>             FRDPROFL and FRDBINAT read the same copy.
      *>             Hot-card rows are tokenized as they load (a
      *>             row already holding a token is kept as-is),
      *>             so the hot-card match runs token to token.
      *> 2026-10-14  The four scoring tables, as loaded, are now
      *>             recorded against the processing date on the
      *>             indexed scoring-table history
      *>             FRAUD.TABLE.HIST.dat (TABLHIST) - the date's
      *>             earlier rows are replaced, so the history
      *>             holds what the date's last run scored with.
      *>             FRDBKSCR back-scores the off-cycle records
      *>             against the tables of their own business
      *>             date from it.
      *> 2026-10-14  Repaired rejects are read back in.  FRDRJSUB
      *>             writes the records operators corrected in
      *>             FRDRJREP to FRAUD.RESUBMIT.txt, ending in a TRL
      *>             control trailer; VERIFY-INPUT-BALANCE balances
      *>             that file against its own trailer once the
      *>             feed has balanced, and appends its TXN records
      *>             to FRAUD.INPUT.TOKEN.txt after the feed's
      *>             trailer - already tokenized, so they are not
      *>             tokenized again - where the scoring pass,
      *>             FRDPATRN, FRDPROFL and FRDBINAT pick them up
      *>             like any feed record.  The summary report
      *>             states the count read from the file and ends
      *>             with an RSB control line of the count and net
      *>             amount, which FRDRECON ties to the file.
      *> 2026-10-14  A restart now skips TXN records only, to match
      *>             the checkpoint count - the feed trailer sits
      *>             ahead of the resubmitted records, so counting
      *>             it landed a restart one record short and
      *>             re-read a scored record as a duplicate.  The
      *>             seen-id overrun abend also closes the token
      *>             vault.
      *> 2026-10-14  Hot-card table raised from 200 to 999 rows -
      *>             the most FRAUD.TABLE.HIST.dat's 3-digit row
      *>             sequence can key - in step with FRDSCORE,
      *>             FRDBKSCR, FRDSIMUL, FRDHOTFD, and FRDTMNT; a
      *>             BIN-attack card list hot-carded through
      *>             FRDTMNT can run to hundreds of cards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO 'FRAUD.INPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESUBMIT-FILE
               ASSIGN TO 'FRAUD.RESUBMIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFILE ASSIGN TO 'FRAUD.INPUT.TOKEN.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTFILE ASSIGN TO 'FRAUD.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEENID-KEY.
           SELECT OPTIONAL SCORED-FILE ASSIGN TO 'FRAUD.SCORED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-TRANS-ID.
           SELECT OPTIONAL TOKEN-VAULT ASSIGN TO 'FRAUD.TOKEN.VAULT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY.
           SELECT OPTIONAL TABLE-HIST ASSIGN TO 'FRAUD.TABLE.HIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY.
           SELECT DUPLICATES-FILE ASSIGN TO 'FRAUD.DUPLICATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATSHIST-FILE ASSIGN TO 'FRAUD.STATS.HIST.txt'
       DATA DIVISION.
       FILE SECTION.

      *> ---------------------------------------------------------
      *> FEED-FILE is the upstream feed as received, card numbers
      *> in the clear; it is read once, by VERIFY-INPUT-BALANCE,
      *> which writes INFILE - the same records with every card
      *> number replaced by its token - for the scoring pass and
      *> the downstream steps to read.
       FD  FEED-FILE.
       01  FEED-RECORD            PIC X(96).

      *> ---------------------------------------------------------
      *> RESUBMIT-FILE is FRDRJSUB's file of repaired rejects - TXN
      *> records whose card number is already a token, ending in
      *> a CTLTRL control trailer.  OPTIONAL, so a night nothing
      *> was repaired needs no file at all.
       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD        PIC X(96).

       FD  INFILE.
       01  IN-RECORD              PIC X(96).

               10  SEENID-DATE        PIC X(08).
               10  SEENID-TRANS-ID    PIC X(10).

       FD  SCORED-FILE.
           COPY SCOREREC.

       FD  TOKEN-VAULT.
           COPY TOKVAULT.

       FD  TABLE-HIST.
           COPY TABLHIST.

       FD  DUPLICATES-FILE.
       01  DUPLICATE-RECORD       PIC X(143).

      *> two programs reading FRAUD.INPUT.txt agree too.
           COPY AMTSCRUB.

      *> ---------------------------------------------------------
      *> Card-token working storage (TOKENIZE-CARD-NUMBER).
           COPY TOKWORK.

       01  WS-ACTION-CODE         PIC X(8)    VALUE SPACES.
           88  WS-NOT-FLAGGED     VALUE SPACES.
           88  WS-HOTCARD-FLAGGED VALUE "HOTCARD ".
               10  WS-THR-ACTION  PIC X(8).
               10  WS-THR-AMOUNT  PIC 9(9)V99.

      *> WS-THR-HIT-IDX is the tier TEST-THRESHOLD-ENTRY last took
      *> its action from - zero when the amount met no tier - so
      *> the scored-transaction store can name the tier that
      *> applied.
       01  WS-THR-HIT-IDX         PIC 9(4) COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Run summary accumulators, reported on FRAUD.SUMMARY.RPT.
       01  WS-COUNT-READ           PIC 9(9)    COMP-3 VALUE ZERO.
           88  WS-HOTCARD-FOUND    VALUE 'Y'.

       01  WS-HOTCARD-TABLE.
           05  WS-HOTCARD-ENTRY OCCURS 999 TIMES.
               10  WS-HOT-CARD-NUMBER PIC X(16).
               10  WS-HOT-REASON      PIC X(10).
               10  WS-HOT-EFF-DATE    PIC X(8).

       01  WS-OUT-BASE-AMOUNT      PIC -9(7).99.

      *> ---------------------------------------------------------
      *> Scoring-table history (RECORD-TABLES-IN-EFFECT) - the
      *> end flag for the pass that clears the date's old rows.
       01  WS-TABLE-HIST-EOF-FLAG  PIC X VALUE 'N'.
           88  WS-TABLE-HIST-EOF   VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Seen-trans-id store - the indexed FRAUD.SEENIDS.dat persists the
      *> trans-ids scored, keyed on processing date plus trans-id,
           05  WS-TRL-COUNT         PIC 9(9).
           05  WS-TRL-TOTAL         PIC 9(9)V99.

      *> ---------------------------------------------------------
      *> Resubmission balancing - the repaired rejects read from
      *> FRAUD.RESUBMIT.txt (count and net of the amounts that
      *> scrub clean) against the CTLTRL trailer FRDRJSUB ended
      *> it with.
       01  WS-RESUB-TRL-SEEN-FLAG  PIC X VALUE 'N'.
           88  WS-RESUB-TRL-SEEN   VALUE 'Y'.

       01  WS-COUNT-RESUBMIT       PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-TOTAL-RESUB-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RESUB-TRL-COUNT      PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-RESUB-TRL-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SUM-RESUB-OUT        PIC ZZZZZZZZ9.

      *> Machine-readable resubmission line written after the CTL
      *> footer of FRAUD.SUMMARY.RPT:
      *>   "RSB " COUNT(9) SIGN(1) AMOUNT(13)
       01  WS-SUMMARY-RESUBMIT-LINE.
           05  FILLER                PIC X(04) VALUE "RSB ".
           05  WS-RSB-SUM-COUNT      PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RSB-SUM-SIGN       PIC X(01) VALUE '+'.
           05  WS-RSB-SUM-AMOUNT     PIC 9(11)V99.

       01  WS-SUMMARY-DETAIL-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-SUM-LOC-OUT       PIC X(20).
           PERFORM FLUSH-SEENID-BUFFER

           CLOSE INFILE OUTFILE REJECTS-FILE OFFCYCLE-FILE
                 DUPLICATES-FILE SEENID-FILE SCORED-FILE TOKEN-VAULT

           PERFORM WRITE-SUMMARY-REPORT
           PERFORM APPEND-STATS-HISTORY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-THRESHOLD-TABLE
           PERFORM LOAD-RISKLOC-TABLE
           PERFORM OPEN-TOKEN-VAULT
           PERFORM LOAD-HOTCARD-TABLE
           PERFORM LOAD-EXRATE-TABLE
           PERFORM RECORD-TABLES-IN-EFFECT
           PERFORM OPEN-SEENID-STORE
           PERFORM OPEN-SCORED-STORE.

      *> ---------------------------------------------------------
      *> VERIFY-INPUT-BALANCE pre-reads FRAUD.INPUT.txt once, start
      *> tally for this pass and then get reset to zero below so the
      *> real pass (CHECK-AND-WRITE) starts clean - restored from
      *> checkpoint afterward by OPEN-RUN-FILES on a restart.
      *> The pass reads the feed itself (FEED-FILE) and writes
      *> every record, trailer included, to INFILE with the TXN
      *> card number tokenized, so the card number never leaves
      *> this paragraph in the clear.  A card is always given the
      *> same token, so the copy rewritten by a restarted run is
      *> the copy the aborted run wrote and SKIP-TO-CHECKPOINT
      *> lines up on it unchanged.
       VERIFY-INPUT-BALANCE.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT FEED-FILE
           OPEN OUTPUT INFILE
           PERFORM VERIFY-BALANCE-READ UNTIL END-OF-FILE
           CLOSE FEED-FILE INFILE

           IF NOT WS-TRAILER-SEEN
               DISPLAY "FRAUDCHK - NO TRAILER RECORD FOUND ON INPUT"
               STOP RUN RETURNING 16
           END-IF

           PERFORM VERIFY-RESUBMIT-BALANCE

           SET NOT-END-OF-FILE TO TRUE
           MOVE ZERO TO WS-COUNT-READ
           MOVE ZERO TO WS-BALANCE-TOTAL-AMOUNT.

       VERIFY-BALANCE-READ.
           READ FEED-FILE INTO IN-RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       MOVE IN-RECORD TO WS-TXN-RECORD
                       PERFORM ACCUMULATE-BALANCE-TOTAL
                       MOVE WS-CARD-NUMBER TO WS-TOKEN-CARD
                       PERFORM TOKENIZE-CARD-NUMBER
                       MOVE WS-TOKEN-VALUE TO WS-CARD-NUMBER
                       MOVE WS-TXN-RECORD  TO IN-RECORD
                   END-IF
                   END-IF
                   WRITE IN-RECORD
           END-READ.

      *> ---------------------------------------------------------
      *> VERIFY-RESUBMIT-BALANCE reads FRAUD.RESUBMIT.txt the same
      *> way, once the feed has balanced, and appends its TXN
      *> records to INFILE behind the feed's trailer - so the
      *> feed trailer still balances against the feed alone on
      *> the scoring pass, and a restart's skip count lines up on
      *> the same copy.  The resubmission trailer itself is not
      *> copied; it is proven here, and a file with records but
      *> no trailer, or one that does not match it, abends the
      *> run before anything is scored.
       VERIFY-RESUBMIT-BALANCE.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT RESUBMIT-FILE
           OPEN EXTEND INFILE
           PERFORM VERIFY-RESUBMIT-READ UNTIL END-OF-FILE
           CLOSE RESUBMIT-FILE INFILE

           IF WS-COUNT-RESUBMIT > ZERO AND NOT WS-RESUB-TRL-SEEN
               DISPLAY "FRAUDCHK - NO TRAILER RECORD FOUND ON "
                       "FRAUD.RESUBMIT.txt"
               STOP RUN RETURNING 16
           END-IF

           IF WS-RESUB-TRL-SEEN
              AND (WS-RESUB-TRL-COUNT NOT = WS-COUNT-RESUBMIT
                   OR WS-RESUB-TRL-AMOUNT NOT = WS-TOTAL-RESUB-AMOUNT)
               DISPLAY "FRAUDCHK - RESUBMISSION BALANCING FAILURE"
               DISPLAY "  RECORDS READ  : " WS-COUNT-RESUBMIT
               DISPLAY "  TRAILER COUNT : " WS-RESUB-TRL-COUNT
               DISPLAY "  AMOUNT READ   : " WS-TOTAL-RESUB-AMOUNT
               DISPLAY "  TRAILER AMOUNT: " WS-RESUB-TRL-AMOUNT
               STOP RUN RETURNING 16
           END-IF.

       VERIFY-RESUBMIT-READ.
           READ RESUBMIT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF RESUBMIT-RECORD(1:3) = "TRL"
                       SET WS-RESUB-TRL-SEEN TO TRUE
                       MOVE RESUBMIT-RECORD(1:34) TO WS-CONTROL-TRAILER
                       MOVE WS-CTL-COUNT  TO WS-RESUB-TRL-COUNT
                       MOVE WS-CTL-AMOUNT TO WS-RESUB-TRL-AMOUNT
                       IF WS-CTL-SIGN = '-'
                           MULTIPLY WS-RESUB-TRL-AMOUNT BY -1
                               GIVING WS-RESUB-TRL-AMOUNT
                       END-IF
                   ELSE
                   IF RESUBMIT-RECORD(1:3) = "TXN"
                       ADD 1 TO WS-COUNT-RESUBMIT
                       MOVE RESUBMIT-RECORD TO WS-TXN-RECORD
                       MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
                       PERFORM SCRUB-AMOUNT-FIELD
                       IF WS-SCRUB-IS-VALID
                           ADD WS-SCRUB-NUMERIC TO WS-TOTAL-RESUB-AMOUNT
                       END-IF
                       MOVE RESUBMIT-RECORD TO IN-RECORD
                       WRITE IN-RECORD
                   END-IF
                   END-IF
           END-READ.
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> SKIP-TO-CHECKPOINT reads past the records the aborted run
      *> already scored.  The checkpoint counts TXN records only,
      *> so only TXN records count here; the feed trailer, ahead
      *> of any resubmitted records, is read past uncounted.
       SKIP-TO-CHECKPOINT.
           MOVE ZERO TO WS-SKIP-IDX
           PERFORM SKIP-ONE-RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF IN-RECORD(1:3) = "TXN"
                       ADD 1 TO WS-SKIP-IDX
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> compromised card, format:
      *>     CARD-NUMBER(16) REASON(10) EFF-DATE(8)
      *> separated by single spaces; EFF-DATE is YYYYMMDD, the first
      *> business date the listing applies to.  CARD-NUMBER is
      *> normally a token (FRDTMNT, FRDHOTFD and FRDBINAT all write
      *> tokens); a row still holding a card number is tokenized
      *> as it loads, so either form matches the tokenized feed.
       LOAD-HOTCARD-TABLE.
           SET WS-HOTCARD-EOF-FLAG TO 'N'
           OPEN INPUT HOTCARD-FILE
               AT END
                   SET WS-HOTCARD-EOF TO TRUE
               NOT AT END
                   IF WS-HOTCARD-COUNT >= 999
                       DISPLAY "FRAUDCHK - FRAUD.HOTCARD.txt HAS MORE "
                               "THAN 999 ROWS, WS-HOTCARD-TABLE IS FULL"
                       CLOSE HOTCARD-FILE
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-HOTCARD-COUNT
                   MOVE HOTCARD-RECORD(1:16)  TO WS-TOKEN-CARD
                   PERFORM TOKENIZE-CARD-NUMBER
                   MOVE WS-TOKEN-VALUE        TO
                       WS-HOT-CARD-NUMBER(WS-HOTCARD-COUNT)
                   MOVE HOTCARD-RECORD(18:10) TO
                       WS-HOT-REASON(WS-HOTCARD-COUNT)
                       WS-EXRATE-RATE(WS-EXRATE-COUNT)
           END-READ.

      *> ---------------------------------------------------------
      *> RECORD-TABLES-IN-EFFECT writes the four tables just
      *> loaded to the scoring-table history under the processing
      *> date, one row per table entry in its working-storage
      *> layout, after clearing whatever an earlier run for the
      *> date left there - a restart or an intraday delta run
      *> replaces the date's tables rather than adding to them.
      *> FRDBKSCR scores a late-arriving transaction from these
      *> rows.  OPTIONAL, so the first run after deploy creates
      *> the history.
       RECORD-TABLES-IN-EFFECT.
           OPEN I-O TABLE-HIST
           PERFORM CLEAR-TABLE-HISTORY-DATE

           MOVE 1 TO WS-THR-IDX
           PERFORM RECORD-THRESHOLD-HISTORY-ROW
               UNTIL WS-THR-IDX > WS-THRESHOLD-COUNT
           MOVE 1 TO WS-RISKLOC-IDX
           PERFORM RECORD-RISKLOC-HISTORY-ROW
               UNTIL WS-RISKLOC-IDX > WS-RISKLOC-COUNT
           MOVE 1 TO WS-HOTCARD-IDX
           PERFORM RECORD-HOTCARD-HISTORY-ROW
               UNTIL WS-HOTCARD-IDX > WS-HOTCARD-COUNT
           MOVE 1 TO WS-EXRATE-IDX
           PERFORM RECORD-EXRATE-HISTORY-ROW
               UNTIL WS-EXRATE-IDX > WS-EXRATE-COUNT

           CLOSE TABLE-HIST.

       CLEAR-TABLE-HISTORY-DATE.
           MOVE 'N'                TO WS-TABLE-HIST-EOF-FLAG
           MOVE LOW-VALUES         TO TH-KEY
           MOVE WS-PROCESSING-DATE TO TH-DATE
           START TABLE-HIST KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   SET WS-TABLE-HIST-EOF TO TRUE
           END-START
           PERFORM CLEAR-ONE-TABLE-HISTORY-ROW
               UNTIL WS-TABLE-HIST-EOF.

       CLEAR-ONE-TABLE-HISTORY-ROW.
           READ TABLE-HIST NEXT RECORD
               AT END
                   SET WS-TABLE-HIST-EOF TO TRUE
               NOT AT END
                   IF TH-DATE = WS-PROCESSING-DATE
                       DELETE TABLE-HIST RECORD
                   ELSE
                       SET WS-TABLE-HIST-EOF TO TRUE
                   END-IF
           END-READ.

       RECORD-THRESHOLD-HISTORY-ROW.
           MOVE SPACES             TO TH-TABLE-ROW
           MOVE WS-PROCESSING-DATE TO TH-DATE
           SET TH-THRESHOLD-ROW    TO TRUE
           MOVE WS-THR-IDX         TO TH-SEQUENCE
           MOVE WS-THRESHOLD-ENTRY(WS-THR-IDX) TO TH-ROW-DATA
           PERFORM WRITE-TABLE-HISTORY-ROW
           ADD 1 TO WS-THR-IDX.

       RECORD-RISKLOC-HISTORY-ROW.
           MOVE SPACES             TO TH-TABLE-ROW
           MOVE WS-PROCESSING-DATE TO TH-DATE
           SET TH-RISKLOC-ROW      TO TRUE
           MOVE WS-RISKLOC-IDX     TO TH-SEQUENCE
           MOVE WS-RISKLOC-ENTRY(WS-RISKLOC-IDX) TO TH-ROW-DATA
           PERFORM WRITE-TABLE-HISTORY-ROW
           ADD 1 TO WS-RISKLOC-IDX.

       RECORD-HOTCARD-HISTORY-ROW.
           MOVE SPACES             TO TH-TABLE-ROW
           MOVE WS-PROCESSING-DATE TO TH-DATE
           SET TH-HOTCARD-ROW      TO TRUE
           MOVE WS-HOTCARD-IDX     TO TH-SEQUENCE
           MOVE WS-HOTCARD-ENTRY(WS-HOTCARD-IDX) TO TH-ROW-DATA
           PERFORM WRITE-TABLE-HISTORY-ROW
           ADD 1 TO WS-HOTCARD-IDX.

       RECORD-EXRATE-HISTORY-ROW.
           MOVE SPACES             TO TH-TABLE-ROW
           MOVE WS-PROCESSING-DATE TO TH-DATE
           SET TH-EXRATE-ROW       TO TRUE
           MOVE WS-EXRATE-IDX      TO TH-SEQUENCE
           MOVE WS-EXRATE-ENTRY(WS-EXRATE-IDX) TO TH-ROW-DATA
           PERFORM WRITE-TABLE-HISTORY-ROW
           ADD 1 TO WS-EXRATE-IDX.

      *> ---------------------------------------------------------
      *> WRITE-TABLE-HISTORY-ROW - the date's rows were cleared
      *> above, so a key already on file can only be a row this
      *> same load wrote; it is replaced.
       WRITE-TABLE-HISTORY-ROW.
           WRITE TH-TABLE-ROW
               INVALID KEY
                   REWRITE TH-TABLE-ROW
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      *> ---------------------------------------------------------
      *> OPEN-SEENID-STORE opens the indexed seen-id store I-O for
      *> the whole run - looked up by key per TXN record
       OPEN-SEENID-STORE.
           OPEN I-O SEENID-FILE.

      *> ---------------------------------------------------------
      *> OPEN-TOKEN-VAULT opens the card-token vault
      *> FRAUD.TOKEN.VAULT.dat (TOKVAULT) I-O for the whole run -
      *> looked up by key per card and written when a card is seen
      *> for the first time (TOKENIZE-CARD-NUMBER).  Opened ahead
      *> of the hot-card load, which tokenizes as it goes.
      *> OPTIONAL, so the first run after deploy creates it.
       OPEN-TOKEN-VAULT.
           OPEN I-O TOKEN-VAULT.

      *> ---------------------------------------------------------
      *> OPEN-SCORED-STORE opens the indexed scored-transaction
      *> store FRAUD.SCORED.dat (SCOREREC) I-O for the whole run.
      *> One row per TXN scored, flagged or clean, keyed on
      *> trans-id, for FRDMISS to match the card network's fraud
      *> reports against.  Written per record as it is scored
      *> (WRITE-SCORED-STORE-ROW) - a restart re-scores the
      *> records past the last checkpoint and simply rewrites
      *> their rows with the same result, so unlike the seen-id
      *> store it needs no flush buffer.  OPTIONAL, so the first
      *> run after deploy creates it; rows past retention are
      *> FRDPURGE's to delete.
       OPEN-SCORED-STORE.
           OPEN I-O SCORED-FILE.

       CHECK-AND-WRITE.
           IF IN-RECORD(1:3) = "TRL"
               PERFORM PROCESS-TRAILER-RECORD
                   ELSE
                       ADD 1 TO WS-COUNT-CLEAN
                   END-IF
                   PERFORM WRITE-SCORED-STORE-ROW
               END-IF
               END-IF
               END-IF
               DISPLAY "FRAUDCHK - SEEN-ID FLUSH BUFFER OVERRUN - "
                       "CHECKPOINT NEVER FIRED INSIDE ITS INTERVAL"
               CLOSE INFILE OUTFILE REJECTS-FILE OFFCYCLE-FILE
                     DUPLICATES-FILE SEENID-FILE SCORED-FILE
                     TOKEN-VAULT
               STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-SEENID-COUNT
           END-WRITE
           ADD 1 TO WS-SEENID-IDX.

      *> ---------------------------------------------------------
      *> WRITE-SCORED-STORE-ROW records the transaction just
      *> scored on FRAUD.SCORED.dat with its action - CLEAN when
      *> nothing tripped - and the rule that decided it
      *> (SET-SCORED-RULE).  A key already on the store is a
      *> restart re-scoring a record it scored before the abend,
      *> or the same trans-id arriving on a later business date;
      *> either way the latest score replaces the row.
       WRITE-SCORED-STORE-ROW.
           MOVE WS-TRANS-ID        TO SC-TRANS-ID
           MOVE WS-DATE            TO SC-BUSINESS-DATE
           MOVE WS-PROCESSING-DATE TO SC-SCORED-DATE
           MOVE WS-LOCATION        TO SC-LOCATION
           MOVE WS-MERCHANT-ID     TO SC-MERCHANT-ID
           MOVE WS-CARD-NUMBER     TO SC-CARD-NUMBER
           MOVE WS-CURRENCY-CODE   TO SC-CURRENCY-CODE
           IF WS-NOT-FLAGGED
               MOVE "CLEAN"        TO SC-ACTION-CODE
           ELSE
               MOVE WS-ACTION-CODE TO SC-ACTION-CODE
           END-IF
           PERFORM SET-SCORED-RULE
           IF WS-AMOUNT-NUMERIC < ZERO
               MOVE '-' TO SC-AMOUNT-SIGN
           ELSE
               MOVE '+' TO SC-AMOUNT-SIGN
           END-IF
           MOVE WS-AMOUNT-NUMERIC  TO SC-BASE-AMOUNT
           MOVE 'N'                TO SC-REPORTED-FLAG
           MOVE SPACES             TO SC-REPORTED-DATE
           WRITE SC-SCORED-RECORD
               INVALID KEY
                   REWRITE SC-SCORED-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      *> ---------------------------------------------------------
      *> SET-SCORED-RULE names the rule behind the score and the
      *> amount it flags at.  A hot-card hit flags on any amount.
      *> Under a FRAUD.RISKLOC.txt row the cutoff is the row's
      *> BLOCK amount for a BLOCK and its REVIEW amount otherwise
      *> - for a clean score, REVIEW is the line it stayed under.
      *> Under the global table it is the tier the action came
      *> from, or for a clean score the lowest tier (the table is
      *> kept in ascending amount order), left blank only if the
      *> table has no tiers at all.
       SET-SCORED-RULE.
           MOVE SPACES TO SC-RULE-KEY
           MOVE ZERO   TO SC-RULE-AMOUNT
           IF WS-HOTCARD-FLAGGED
               MOVE "H" TO SC-RULE-SOURCE
           ELSE
           IF WS-RISKLOC-FOUND
               MOVE "R" TO SC-RULE-SOURCE
               MOVE WS-RISKLOC-PREFIX(WS-RISKLOC-IDX) TO SC-RULE-KEY
               IF WS-ACTION-CODE = "BLOCK   "
                   MOVE WS-RISKLOC-BLOCK(WS-RISKLOC-IDX)
                       TO SC-RULE-AMOUNT
               ELSE
                   MOVE WS-RISKLOC-REVIEW(WS-RISKLOC-IDX)
                       TO SC-RULE-AMOUNT
               END-IF
           ELSE
               MOVE "T" TO SC-RULE-SOURCE
               IF WS-THR-HIT-IDX > ZERO
                   MOVE WS-THR-CODE(WS-THR-HIT-IDX)   TO SC-RULE-KEY
                   MOVE WS-THR-AMOUNT(WS-THR-HIT-IDX) TO SC-RULE-AMOUNT
               ELSE
               IF WS-THRESHOLD-COUNT > ZERO
                   MOVE WS-THR-CODE(1)   TO SC-RULE-KEY
                   MOVE WS-THR-AMOUNT(1) TO SC-RULE-AMOUNT
               END-IF
               END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-DUPLICATE-RECORD routes a TXN whose trans-id was
      *> already scored for this date to FRAUD.DUPLICATES.txt,
           END-IF.

       DETERMINE-ACTION-FROM-GLOBAL-TABLE.
           MOVE 1    TO WS-THR-IDX
           MOVE ZERO TO WS-THR-HIT-IDX

           PERFORM TEST-THRESHOLD-ENTRY
               UNTIL WS-THR-IDX > WS-THRESHOLD-COUNT.
       TEST-THRESHOLD-ENTRY.
           IF WS-AMOUNT-NUMERIC >= WS-THR-AMOUNT(WS-THR-IDX)
               MOVE WS-THR-ACTION(WS-THR-IDX) TO WS-ACTION-CODE
               MOVE WS-THR-IDX TO WS-THR-HIT-IDX
           END-IF
           ADD 1 TO WS-THR-IDX.

      *> also used by FRDPATRN, see AMTSCRUB.cpy.
           COPY AMTPARSE.

           COPY TOKFIND.

           COPY TOKISSUE.

      *> ---------------------------------------------------------
      *> WRITE-CONTROL-TRAILERS ends each output file with a TRL
      *> control record (CTLTRL.cpy) of its count and net amount,
           END-STRING
           WRITE SUMMARY-LINE

           MOVE WS-COUNT-RESUBMIT TO WS-SUM-RESUB-OUT
           STRING "  OF WHICH RESUBMITTED . . : " DELIMITED BY SIZE
                  WS-SUM-RESUB-OUT                DELIMITED BY SIZE
                  INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE

           MOVE WS-COUNT-CLEAN TO WS-SUM-CLEAN-OUT
           STRING "TRANSACTIONS SCORED CLEAN  : " DELIMITED BY SIZE
                  WS-SUM-CLEAN-OUT                DELIMITED BY SIZE
      *> ---------------------------------------------------------
      *> WRITE-SUMMARY-CONTROL-LINE ends the report with the CTL
      *> footer FRDRECON cross-foots against the output files'
      *> control trailers, and the RSB line it ties to the
      *> resubmission file's trailer.
       WRITE-SUMMARY-CONTROL-LINE.
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           END-IF
           MOVE WS-TOTAL-FLAGGED-AMOUNT TO WS-CTL-SUM-AMOUNT
           MOVE WS-SUMMARY-CONTROL-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-COUNT-RESUBMIT TO WS-RSB-SUM-COUNT
           IF WS-TOTAL-RESUB-AMOUNT < ZERO
               MOVE '-' TO WS-RSB-SUM-SIGN
           ELSE
               MOVE '+' TO WS-RSB-SUM-SIGN
           END-IF
           MOVE WS-TOTAL-RESUB-AMOUNT TO WS-RSB-SUM-AMOUNT
           MOVE WS-SUMMARY-RESUBMIT-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE.

       WRITE-LOCATION-SUMMARY-LINE.

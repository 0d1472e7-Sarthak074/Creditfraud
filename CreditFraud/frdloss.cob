      *>             loss by WS-LOCATION and by action code - the
      *>             numbers that should finally tie to ours
      *>             because they come from the same records.
      *> 2026-10-14  FEED also reverses the provisional loss of a
      *>             case that is no longer CONFIRMED on the master
      *>             - re-dispositioned by an analyst or overturned
      *>             by FRDQAREV - into the new reversal bucket
      *>             LL-REVERSED, posted to FRAUD.LOSS.POST.txt as
      *>             type REV, and puts it back (type RIN) if the
      *>             case is confirmed again.  The provisional loss
      *>             itself is left as opened, so FRDGLJNL journals
      *>             the reversal as its own movement instead of
      *>             finding a posted loss changed under it.  The
      *>             report's gross loss and case count are net of
      *>             reversed cases.
      *> 2026-10-14  The ledger record is 125 bytes with
      *>             LL-REVERSED; run the one-time FRDLLCNV ahead
      *>             of this version's first run to convert a
      *>             ledger written in the 112-byte layout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-POST-CHARGEBACK VALUE "CHB".
           88  WS-POST-WRITEOFF   VALUE "WRT".
           88  WS-POST-VALID      VALUES "REC" "CHB" "WRT".
           88  WS-POST-REVERSAL   VALUE "REV".
           88  WS-POST-REINSTATE  VALUE "RIN".

       01  WS-POST-AMOUNT         PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-COUNT-FED           PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-REVERSED      PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-REINSTATED    PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZZZ9.

       01  WS-RAW-TIME            PIC 9(8).
      *>   TIMESTAMP(14) ANALYST(8) TRANS-ID(10) TYPE(3)
      *>   AMOUNT(13)
      *> separated by single spaces; AMOUNT has the implied 2
      *> decimal places every store in this suite uses.  TYPE is
      *> REC, CHB, or WRT keyed through POST, or REV / RIN written
      *> by FEED when it reverses or reinstates a provisional loss
      *> (AMOUNT unsigned; the ledger record's LL-LOSS-SIGN
      *> applies).
       01  WS-POSTING-FIELDS.
           05  WS-PST-TIMESTAMP   PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
      *> ---------------------------------------------------------
      *> Report accumulators - one row per location and one per
      *> action code, rolled up from the whole ledger.  Gross is
      *> the signed provisional loss less any reversal; recovered
      *> is recoveries plus chargebacks; net is gross less
      *> recovered.  A reversed case is not counted as a case.
       01  WS-RLOC-COUNT          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-RLOC-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-RLOC-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-LEDGER-GROSS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LEDGER-RECOVERED    PIC 9(13)V99  COMP-3 VALUE ZERO.
       01  WS-LEDGER-NET          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LEDGER-CASES        PIC 9(1)      COMP-3 VALUE ZERO.

       01  WS-LOSS-DETAIL-LINE.
           05  WS-DET-NAME-OUT    PIC X(20).
      *> CM-FLAGGED-RECORD).  A case whose flagged-record copy is
      *> blank (converted by FRDCLOAD before the copy existed)
      *> opens at zero for finance to post against by hand.
      *> A case on the ledger that is no longer CONFIRMED has its
      *> provisional loss reversed, and a reversed case confirmed
      *> again has it reinstated - see REVERSE-LEDGER-LOSS.
       FEED-CONFIRMED-CASES.
           MOVE ZERO TO WS-COUNT-FED
           MOVE ZERO TO WS-COUNT-REVERSED
           MOVE ZERO TO WS-COUNT-REINSTATED
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT CASE-MASTER
           OPEN I-O LEDGER-FILE
           CLOSE CASE-MASTER LEDGER-FILE

           MOVE WS-COUNT-FED TO WS-COUNT-OUT
           DISPLAY "FRDLOSS - LEDGER RECORDS OPENED: " WS-COUNT-OUT
           MOVE WS-COUNT-REVERSED TO WS-COUNT-OUT
           DISPLAY "FRDLOSS - LOSSES REVERSED      : " WS-COUNT-OUT
           MOVE WS-COUNT-REINSTATED TO WS-COUNT-OUT
           DISPLAY "FRDLOSS - LOSSES REINSTATED    : " WS-COUNT-OUT.

       FEED-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CM-DISPOSITION TO WS-CASE-DISPOSITION
                   PERFORM FIND-LEDGER-RECORD
                   IF WS-CASE-CONFIRMED
                       IF NOT WS-LEDGER-FOUND
                           PERFORM OPEN-LEDGER-RECORD
                       ELSE
                       IF LL-REVERSED > ZERO
                           PERFORM REINSTATE-LEDGER-LOSS
                       END-IF
                       END-IF
                   ELSE
                       IF WS-LEDGER-FOUND
                          AND LL-REVERSED = ZERO
                          AND LL-LOSS-AMOUNT > ZERO
                           PERFORM REVERSE-LEDGER-LOSS
                       END-IF
                   END-IF
           END-READ.
           MOVE ZERO TO LL-RECOVERED
           MOVE ZERO TO LL-CHARGEBACK
           MOVE ZERO TO LL-WRITEOFF
           MOVE ZERO TO LL-REVERSED

           WRITE LL-LEDGER-RECORD
               INVALID KEY
           END-WRITE
           ADD 1 TO WS-COUNT-FED.

      *> ---------------------------------------------------------
      *> REVERSE-LEDGER-LOSS - the case behind the record is no
      *> longer CONFIRMED, so its provisional loss is no longer a
      *> loss.  The whole loss goes into the reversal bucket and
      *> onto the posting trail as REV; LL-LOSS-AMOUNT is left as
      *> opened, since FRDGLJNL may already have posted it.
      *> Postings already made against the case stand.
       REVERSE-LEDGER-LOSS.
           MOVE LL-LOSS-AMOUNT TO LL-REVERSED
           REWRITE LL-LEDGER-RECORD

           MOVE "REV"          TO WS-POST-TYPE
           MOVE LL-LOSS-AMOUNT TO WS-POST-AMOUNT
           PERFORM APPEND-POSTING-RECORD
           ADD 1 TO WS-COUNT-REVERSED.

      *> ---------------------------------------------------------
      *> REINSTATE-LEDGER-LOSS - a reversed case confirmed again
      *> takes its loss back out of the reversal bucket, posted to
      *> the trail as RIN for the amount reinstated.
       REINSTATE-LEDGER-LOSS.
           MOVE LL-REVERSED TO WS-POST-AMOUNT
           MOVE ZERO        TO LL-REVERSED
           REWRITE LL-LEDGER-RECORD

           MOVE "RIN"       TO WS-POST-TYPE
           PERFORM APPEND-POSTING-RECORD
           ADD 1 TO WS-COUNT-REINSTATED.

      *> ---------------------------------------------------------
      *> POST-ONE-RECOVERY records money coming back (or given up
      *> on) against a confirmed case - REC recovery, CHB network
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   COMPUTE WS-LEDGER-GROSS =
                       LL-LOSS-AMOUNT - LL-REVERSED
                   IF LL-LOSS-SIGN = '-'
                       MULTIPLY WS-LEDGER-GROSS BY -1
                           GIVING WS-LEDGER-GROSS
                   END-IF
                   COMPUTE WS-LEDGER-RECOVERED =
                       LL-RECOVERED + LL-CHARGEBACK
                   IF LL-REVERSED > ZERO
                       MOVE ZERO TO WS-LEDGER-CASES
                   ELSE
                       MOVE 1 TO WS-LEDGER-CASES
                   END-IF
                   PERFORM ROLL-INTO-LOCATION-ROW
                   PERFORM ROLL-INTO-ACTION-ROW
           END-READ.
               MOVE ZERO TO WS-RLOC-RECOVERED(WS-RLOC-IDX)
           END-IF

           ADD WS-LEDGER-CASES TO WS-RLOC-CASES(WS-RLOC-IDX)
           ADD WS-LEDGER-GROSS TO WS-RLOC-GROSS(WS-RLOC-IDX)
           ADD WS-LEDGER-RECOVERED TO WS-RLOC-RECOVERED(WS-RLOC-IDX).

               MOVE ZERO TO WS-RACT-RECOVERED(WS-RACT-IDX)
           END-IF

           ADD WS-LEDGER-CASES TO WS-RACT-CASES(WS-RACT-IDX)
           ADD WS-LEDGER-GROSS TO WS-RACT-GROSS(WS-RACT-IDX)
           ADD WS-LEDGER-RECOVERED TO WS-RACT-RECOVERED(WS-RACT-IDX).


IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDMISS.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Missed-fraud intake - FRDPRECS
      *>             measures how often a flag turns out clean, but
      *>             nothing measured the fraud we never flagged.
      *>             Reads the fraud reports the card network and
      *>             the issuer chargeback team send
      *>             (FRAUD.NETWORK.FRAUD.txt) and matches each
      *>             trans-id against the scored-transaction store
      *>             FRAUDCHK now keeps (FRAUD.SCORED.dat,
      *>             SCOREREC).  A reported transaction FRAUDCHK
      *>             scored CLEAN is missed fraud: it is listed on
      *>             FRAUD.MISSED.RPT with the tier or
      *>             FRAUD.RISKLOC.txt row that applied and how far
      *>             under that row's cutoff it sat, and rolled up
      *>             by WS-LOCATION, merchant, and amount band.  A
      *>             reported transaction we did flag counts as
      *>             caught; one never scored (rejected, off-cycle,
      *>             duplicate, or past retention) is listed as not
      *>             on the store.  The store row is marked
      *>             reported, so a report re-sent by the network
      *>             counts once; every report line read must end
      *>             in exactly one of those outcomes or the run
      *>             abends.
      *> 2026-10-14  Store rows are marked reported only once the
      *>             report is written and the lines cross-foot -
      *>             they were rewritten during matching, so an
      *>             abend part-way left misses marked that no
      *>             report ever showed, and the rerun counted them
      *>             as repeats.  A trans-id reported twice in one
      *>             file still counts once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETFRAUD-FILE ASSIGN TO 'FRAUD.NETWORK.FRAUD.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCORED-FILE ASSIGN TO 'FRAUD.SCORED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-TRANS-ID.
           SELECT MISSED-RPT-FILE ASSIGN TO 'FRAUD.MISSED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> ---------------------------------------------------------
      *> Fraud report line, as the network/issuer feed sends it:
      *>     TRANS-ID(10) SOURCE(8) REPORT-DATE(8)
      *> separated by single spaces; SOURCE is NETWORK or ISSUER.
       FD  NETFRAUD-FILE.
       01  NETFRAUD-RECORD        PIC X(40).

       FD  SCORED-FILE.
           COPY SCOREREC.

       FD  MISSED-RPT-FILE.
       01  MISSED-RPT-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-NETFRAUD-EOF-FLAG   PIC X VALUE 'N'.
           88  WS-NETFRAUD-EOF    VALUE 'Y'.

       01  WS-TRANS-ID            PIC X(10).
       01  WS-REPORT-SOURCE       PIC X(8).
       01  WS-REPORT-DATE         PIC X(8).

       01  WS-SCORED-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-SCORED-FOUND    VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Transactions to mark reported - every missed or caught
      *> transaction this run, with the report date, held until
      *> the report is written and cross-footed so a failed run
      *> marks nothing.  Also how a trans-id reported twice in
      *> the same file is told from a new one.
       01  WS-MARK-COUNT          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MARK-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MARK-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-MARK-FOUND      VALUE 'Y'.
       01  WS-MARK-TABLE.
           05  WS-MARK-ENTRY OCCURS 5000 TIMES.
               10  WS-MARK-TRANS-ID   PIC X(10).
               10  WS-MARK-DATE       PIC X(8).

      *> ---------------------------------------------------------
      *> The missed transaction in hand - its signed base-currency
      *> amount, the cutoff of the rule that applied, and the gap
      *> between the two.
       01  WS-MISS-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MISS-GAP            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MISS-PCT-UNDER      PIC 9(3)V9   COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Amount bands, base currency, in ascending order - a
      *> missed transaction falls in the first band whose upper
      *> limit its amount is under; the last band is open-ended.
       01  WS-BAND-VALUES.
           05  FILLER PIC X(21) VALUE "UNDER 100   000000100".
           05  FILLER PIC X(21) VALUE "100-499     000000500".
           05  FILLER PIC X(21) VALUE "500-999     000001000".
           05  FILLER PIC X(21) VALUE "1000-4999   000005000".
           05  FILLER PIC X(21) VALUE "5000-9999   000010000".
           05  FILLER PIC X(21) VALUE "10000 AND UP999999999".
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY OCCURS 6 TIMES.
               10  WS-BAND-LABEL      PIC X(12).
               10  WS-BAND-LIMIT      PIC 9(9).

       01  WS-BAND-COUNT          PIC 9(4) COMP-3 VALUE 6.
       01  WS-BAND-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-BAND-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-BAND-FOUND      VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Missed-fraud accumulator table - one row per location/
      *> merchant/band combination missed this run.
       01  WS-MSUM-COUNT          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MSUM-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MSUM-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-MSUM-FOUND      VALUE 'Y'.

       01  WS-MISSED-SUMMARY-TABLE.
           05  WS-MSUM-ENTRY OCCURS 500 TIMES.
               10  WS-MSUM-LOCATION   PIC X(20).
               10  WS-MSUM-MERCHANT   PIC X(15).
               10  WS-MSUM-BAND-IDX   PIC 9(4)      COMP-3.
               10  WS-MSUM-MISSED     PIC 9(7)      COMP-3.
               10  WS-MSUM-AMOUNT     PIC S9(11)V99 COMP-3.
               10  WS-MSUM-GAP        PIC S9(11)V99 COMP-3.

      *> ---------------------------------------------------------
      *> Outcome tallies - every report line read lands in
      *> exactly one of missed, caught, already reported, or not
      *> on the store.
       01  WS-COUNT-READ          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-MISSED        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-CAUGHT        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-REPEAT        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-NOT-SCORED    PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-CROSSFOOT           PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-TOTAL-MISSED-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CAUGHT-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CATCH-RATE          PIC 9(3)V9 COMP-3 VALUE ZERO.

       01  WS-COUNT-OUT           PIC ZZZZZZZZ9.
       01  WS-AMOUNT-OUT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-OUT            PIC ZZ9.9.

      *> ---------------------------------------------------------
      *> Missed-transaction lines are held until the intake pass
      *> is done so the report can open with the counts; a day
      *> with more than 2000 misses abends rather than drop any.
       01  WS-MDET-COUNT          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MDET-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MDET-TABLE.
           05  WS-MDET-ENTRY      OCCURS 2000 TIMES PIC X(120).

       01  WS-NSCR-COUNT          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-NSCR-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-NSCR-TABLE.
           05  WS-NSCR-ENTRY      OCCURS 2000 TIMES PIC X(40).

      *> ---------------------------------------------------------
      *> Missed-transaction detail line.  RULE is the rule source
      *> and key off the store - T plus the tier code, or R plus
      *> the FRAUD.RISKLOC.txt prefix.
       01  WS-MISSED-DETAIL-LINE.
           05  WS-MDL-TRANS-ID    PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-DATE        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-LOCATION    PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-MERCHANT    PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-SOURCE      PIC X(1).
           05  WS-MDL-KEY         PIC X(5).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-CUTOFF      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-GAP         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-MDL-PCT         PIC ZZ9.9.
           05  FILLER             PIC X(1)  VALUE "%".

       01  WS-MISSED-DETAIL-HEADER.
           05  FILLER             PIC X(11) VALUE "TRANS-ID".
           05  FILLER             PIC X(9)  VALUE "BUS-DATE".
           05  FILLER             PIC X(21) VALUE "LOCATION".
           05  FILLER             PIC X(16) VALUE "MERCHANT".
           05  FILLER             PIC X(7)  VALUE "RULE".
           05  FILLER             PIC X(16) VALUE "    BASE AMOUNT ".
           05  FILLER             PIC X(15) VALUE "        CUTOFF ".
           05  FILLER             PIC X(16) VALUE "   UNDER CUTOFF ".
           05  FILLER             PIC X(6)  VALUE " UNDER".

       01  WS-SUMMARY-DETAIL-LINE.
           05  WS-SDL-LOCATION    PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-SDL-MERCHANT    PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-SDL-BAND        PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-SDL-MISSED      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SDL-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SDL-GAP         PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-DETAIL-HEADER.
           05  FILLER             PIC X(21) VALUE "LOCATION".
           05  FILLER             PIC X(16) VALUE "MERCHANT".
           05  FILLER             PIC X(13) VALUE "AMOUNT BAND".
           05  FILLER             PIC X(9)  VALUE " MISSED".
           05  FILLER             PIC X(19) VALUE "      MISSED AMOUNT".
           05  FILLER             PIC X(19) VALUE " TOTAL UNDER CUTOFF".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT NETFRAUD-FILE
           OPEN INPUT SCORED-FILE

           PERFORM MATCH-ONE-REPORT-LINE UNTIL WS-NETFRAUD-EOF

           CLOSE NETFRAUD-FILE SCORED-FILE

           PERFORM WRITE-MISSED-REPORT

           COMPUTE WS-CROSSFOOT =
               WS-COUNT-MISSED + WS-COUNT-CAUGHT
               + WS-COUNT-REPEAT + WS-COUNT-NOT-SCORED
           IF WS-CROSSFOOT NOT = WS-COUNT-READ
               DISPLAY "FRDMISS - REPORT LINES DO NOT CROSS-FOOT, "
                       "SEE FRAUD.MISSED.RPT"
               STOP RUN RETURNING 16
           END-IF

           PERFORM MARK-SCORED-REPORTED

           MOVE WS-COUNT-MISSED TO WS-COUNT-OUT
           DISPLAY "FRDMISS - MISSED FRAUD REPORTED: " WS-COUNT-OUT
           STOP RUN.

      *> ---------------------------------------------------------
      *> MATCH-ONE-REPORT-LINE looks one reported trans-id up on
      *> the scored-transaction store.  A blank line carries no
      *> trans-id and is not counted.
       MATCH-ONE-REPORT-LINE.
           READ NETFRAUD-FILE
               AT END
                   SET WS-NETFRAUD-EOF TO TRUE
               NOT AT END
                   IF NETFRAUD-RECORD(1:10) NOT = SPACES
                       ADD 1 TO WS-COUNT-READ
                       MOVE NETFRAUD-RECORD(1:10)  TO WS-TRANS-ID
                       MOVE NETFRAUD-RECORD(12:8)  TO WS-REPORT-SOURCE
                       MOVE NETFRAUD-RECORD(21:8)  TO WS-REPORT-DATE
                       PERFORM LOOK-UP-SCORED-TRANSACTION
                       PERFORM CLASSIFY-REPORTED-TRANSACTION
                   END-IF
           END-READ.

       LOOK-UP-SCORED-TRANSACTION.
           MOVE 'N' TO WS-SCORED-FOUND-FLAG
           MOVE WS-TRANS-ID TO SC-TRANS-ID
           READ SCORED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SCORED-FOUND TO TRUE
           END-READ.

      *> ---------------------------------------------------------
      *> CLASSIFY-REPORTED-TRANSACTION - a transaction already
      *> marked reported was counted on an earlier intake, and
      *> one already classified earlier in this file was counted
      *> there; both are only tallied as a repeat.  Otherwise a
      *> CLEAN score is a miss and anything else was caught, and
      *> the trans-id is held to be marked reported.
       CLASSIFY-REPORTED-TRANSACTION.
           IF NOT WS-SCORED-FOUND
               PERFORM RECORD-NOT-SCORED
           ELSE
           IF SC-FRAUD-REPORTED
               ADD 1 TO WS-COUNT-REPEAT
           ELSE
               PERFORM FIND-HELD-MARK
               IF WS-MARK-FOUND
                   ADD 1 TO WS-COUNT-REPEAT
               ELSE
                   PERFORM LOAD-SCORED-AMOUNT
                   IF SC-SCORED-CLEAN
                       PERFORM RECORD-MISSED-FRAUD
                   ELSE
                       ADD 1 TO WS-COUNT-CAUGHT
                       ADD WS-MISS-AMOUNT TO WS-TOTAL-CAUGHT-AMOUNT
                   END-IF
                   PERFORM HOLD-REPORTED-MARK
               END-IF
           END-IF
           END-IF.

       FIND-HELD-MARK.
           MOVE 'N' TO WS-MARK-FOUND-FLAG
           MOVE 1   TO WS-MARK-IDX

           PERFORM TEST-HELD-MARK
               UNTIL WS-MARK-FOUND OR WS-MARK-IDX > WS-MARK-COUNT.

       TEST-HELD-MARK.
           IF WS-MARK-TRANS-ID(WS-MARK-IDX) = WS-TRANS-ID
               SET WS-MARK-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MARK-IDX
           END-IF.

       HOLD-REPORTED-MARK.
           IF WS-MARK-COUNT >= 5000
               DISPLAY "FRDMISS - MORE THAN 5000 NEWLY REPORTED "
                       "TRANSACTIONS, WS-MARK-TABLE IS FULL"
               CLOSE NETFRAUD-FILE SCORED-FILE
               STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-MARK-COUNT
           MOVE WS-TRANS-ID    TO WS-MARK-TRANS-ID(WS-MARK-COUNT)
           MOVE WS-REPORT-DATE TO WS-MARK-DATE(WS-MARK-COUNT).

       LOAD-SCORED-AMOUNT.
           MOVE SC-BASE-AMOUNT TO WS-MISS-AMOUNT
           IF SC-AMOUNT-SIGN = '-'
               MULTIPLY WS-MISS-AMOUNT BY -1 GIVING WS-MISS-AMOUNT
           END-IF.

      *> ---------------------------------------------------------
      *> MARK-SCORED-REPORTED rewrites the held transactions'
      *> store rows as reported - the last thing a good run does,
      *> so a run that abends before it leaves the store as it
      *> found it and the rerun counts the same misses again.
       MARK-SCORED-REPORTED.
           OPEN I-O SCORED-FILE
           MOVE 1 TO WS-MARK-IDX
           PERFORM MARK-ONE-SCORED-ROW
               UNTIL WS-MARK-IDX > WS-MARK-COUNT
           CLOSE SCORED-FILE.

       MARK-ONE-SCORED-ROW.
           MOVE WS-MARK-TRANS-ID(WS-MARK-IDX) TO SC-TRANS-ID
           READ SCORED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SC-REPORTED-FLAG
                   MOVE WS-MARK-DATE(WS-MARK-IDX) TO SC-REPORTED-DATE
                   REWRITE SC-SCORED-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           ADD 1 TO WS-MARK-IDX.

      *> ---------------------------------------------------------
      *> RECORD-NOT-SCORED keeps the report line itself - the
      *> transaction never reached scoring, so there is nothing
      *> else to show for it.
       RECORD-NOT-SCORED.
           ADD 1 TO WS-COUNT-NOT-SCORED
           IF WS-NSCR-COUNT >= 2000
               DISPLAY "FRDMISS - MORE THAN 2000 REPORTED "
                       "TRANSACTIONS NOT ON THE SCORED STORE"
               CLOSE NETFRAUD-FILE SCORED-FILE
               STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-NSCR-COUNT
           MOVE NETFRAUD-RECORD TO WS-NSCR-ENTRY(WS-NSCR-COUNT).

      *> ---------------------------------------------------------
      *> RECORD-MISSED-FRAUD works out how far under its rule's
      *> cutoff the transaction sat - the gap, and the gap as a
      *> percentage of the cutoff - holds its detail line, and
      *> rolls it into its location/merchant/band row.
       RECORD-MISSED-FRAUD.
           ADD 1 TO WS-COUNT-MISSED
           ADD WS-MISS-AMOUNT TO WS-TOTAL-MISSED-AMOUNT

           MOVE ZERO TO WS-MISS-GAP WS-MISS-PCT-UNDER
           IF SC-RULE-AMOUNT > ZERO
               COMPUTE WS-MISS-GAP = SC-RULE-AMOUNT - WS-MISS-AMOUNT
               COMPUTE WS-MISS-PCT-UNDER ROUNDED =
                   WS-MISS-GAP * 100 / SC-RULE-AMOUNT
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-MISS-PCT-UNDER
               END-COMPUTE
           END-IF

           PERFORM FIND-AMOUNT-BAND
           PERFORM HOLD-MISSED-DETAIL-LINE
           PERFORM FIND-MISSED-SUMMARY-ROW
           ADD 1              TO WS-MSUM-MISSED(WS-MSUM-IDX)
           ADD WS-MISS-AMOUNT TO WS-MSUM-AMOUNT(WS-MSUM-IDX)
           ADD WS-MISS-GAP    TO WS-MSUM-GAP(WS-MSUM-IDX).

       FIND-AMOUNT-BAND.
           MOVE 'N' TO WS-BAND-FOUND-FLAG
           MOVE 1   TO WS-BAND-IDX

           PERFORM TEST-AMOUNT-BAND
               UNTIL WS-BAND-FOUND OR WS-BAND-IDX >= WS-BAND-COUNT.

       TEST-AMOUNT-BAND.
           IF WS-MISS-AMOUNT < WS-BAND-LIMIT(WS-BAND-IDX)
               SET WS-BAND-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BAND-IDX
           END-IF.

       HOLD-MISSED-DETAIL-LINE.
           IF WS-MDET-COUNT >= 2000
               DISPLAY "FRDMISS - MORE THAN 2000 MISSED TRANSACTIONS, "
                       "WS-MDET-TABLE IS FULL"
               CLOSE NETFRAUD-FILE SCORED-FILE
               STOP RUN RETURNING 16
           END-IF
           MOVE SC-TRANS-ID       TO WS-MDL-TRANS-ID
           MOVE SC-BUSINESS-DATE  TO WS-MDL-DATE
           MOVE SC-LOCATION       TO WS-MDL-LOCATION
           MOVE SC-MERCHANT-ID    TO WS-MDL-MERCHANT
           MOVE SC-RULE-SOURCE    TO WS-MDL-SOURCE
           MOVE SC-RULE-KEY       TO WS-MDL-KEY
           MOVE WS-MISS-AMOUNT    TO WS-MDL-AMOUNT
           MOVE SC-RULE-AMOUNT    TO WS-MDL-CUTOFF
           MOVE WS-MISS-GAP       TO WS-MDL-GAP
           MOVE WS-MISS-PCT-UNDER TO WS-MDL-PCT
           ADD 1 TO WS-MDET-COUNT
           MOVE WS-MISSED-DETAIL-LINE TO WS-MDET-ENTRY(WS-MDET-COUNT).

      *> ---------------------------------------------------------
      *> FIND-MISSED-SUMMARY-ROW leaves WS-MSUM-IDX pointing at
      *> the row for the current location/merchant/band, adding a
      *> new row the first time the combination is seen.
       FIND-MISSED-SUMMARY-ROW.
           MOVE 'N' TO WS-MSUM-FOUND-FLAG
           MOVE 1   TO WS-MSUM-IDX

           PERFORM TEST-MISSED-SUMMARY-ROW
               UNTIL WS-MSUM-FOUND OR WS-MSUM-IDX > WS-MSUM-COUNT

           IF NOT WS-MSUM-FOUND
               IF WS-MSUM-COUNT >= 500
                   DISPLAY "FRDMISS - MORE THAN 500 LOCATION/MERCHANT/"
                           "BAND ROWS, WS-MISSED-SUMMARY-TABLE IS FULL"
                   CLOSE NETFRAUD-FILE SCORED-FILE
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WS-MSUM-COUNT
               MOVE WS-MSUM-COUNT  TO WS-MSUM-IDX
               MOVE SC-LOCATION    TO WS-MSUM-LOCATION(WS-MSUM-IDX)
               MOVE SC-MERCHANT-ID TO WS-MSUM-MERCHANT(WS-MSUM-IDX)
               MOVE WS-BAND-IDX    TO WS-MSUM-BAND-IDX(WS-MSUM-IDX)
               MOVE ZERO TO WS-MSUM-MISSED(WS-MSUM-IDX)
               MOVE ZERO TO WS-MSUM-AMOUNT(WS-MSUM-IDX)
               MOVE ZERO TO WS-MSUM-GAP(WS-MSUM-IDX)
           END-IF.

       TEST-MISSED-SUMMARY-ROW.
           IF WS-MSUM-LOCATION(WS-MSUM-IDX) = SC-LOCATION
              AND WS-MSUM-MERCHANT(WS-MSUM-IDX) = SC-MERCHANT-ID
              AND WS-MSUM-BAND-IDX(WS-MSUM-IDX) = WS-BAND-IDX
               SET WS-MSUM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MSUM-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-MISSED-REPORT - counts and catch rate first, then
      *> every missed transaction, the location/merchant/band
      *> roll-up, and the report lines with nothing on the store.
      *> The catch rate is caught over caught plus missed - the
      *> reported fraud FRAUDCHK actually scored.
       WRITE-MISSED-REPORT.
           OPEN OUTPUT MISSED-RPT-FILE

           MOVE "FRDMISS MISSED-FRAUD REPORT" TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE SPACES TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE

           MOVE WS-COUNT-READ TO WS-COUNT-OUT
           STRING "FRAUD REPORTS READ . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO MISSED-RPT-LINE
           END-STRING
           WRITE MISSED-RPT-LINE
           MOVE SPACES TO MISSED-RPT-LINE

           MOVE WS-COUNT-MISSED TO WS-COUNT-OUT
           MOVE WS-TOTAL-MISSED-AMOUNT TO WS-AMOUNT-OUT
           STRING "SCORED CLEAN (MISSED)  . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-AMOUNT-OUT                   DELIMITED BY SIZE
                  INTO MISSED-RPT-LINE
           END-STRING
           WRITE MISSED-RPT-LINE
           MOVE SPACES TO MISSED-RPT-LINE

           MOVE WS-COUNT-CAUGHT TO WS-COUNT-OUT
           MOVE WS-TOTAL-CAUGHT-AMOUNT TO WS-AMOUNT-OUT
           STRING "FLAGGED (CAUGHT) . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-AMOUNT-OUT                   DELIMITED BY SIZE
                  INTO MISSED-RPT-LINE
           END-STRING
           WRITE MISSED-RPT-LINE
           MOVE SPACES TO MISSED-RPT-LINE

           MOVE WS-COUNT-REPEAT TO WS-COUNT-OUT
           STRING "ALREADY REPORTED . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO MISSED-RPT-LINE
           END-STRING
           WRITE MISSED-RPT-LINE
           MOVE SPACES TO MISSED-RPT-LINE

           MOVE WS-COUNT-NOT-SCORED TO WS-COUNT-OUT
           STRING "NOT ON SCORED STORE  . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO MISSED-RPT-LINE
           END-STRING
           WRITE MISSED-RPT-LINE
           MOVE SPACES TO MISSED-RPT-LINE

           MOVE ZERO TO WS-CATCH-RATE
           IF WS-COUNT-MISSED + WS-COUNT-CAUGHT > ZERO
               COMPUTE WS-CATCH-RATE ROUNDED =
                   WS-COUNT-CAUGHT * 100
                   / (WS-COUNT-MISSED + WS-COUNT-CAUGHT)
           END-IF
           MOVE WS-CATCH-RATE TO WS-RATE-OUT
           STRING "CATCH RATE . . . . . . . . : " DELIMITED BY SIZE
                  WS-RATE-OUT                     DELIMITED BY SIZE
                  " %"                            DELIMITED BY SIZE
                  INTO MISSED-RPT-LINE
           END-STRING
           WRITE MISSED-RPT-LINE

           MOVE SPACES TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE "MISSED TRANSACTIONS" TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE WS-MISSED-DETAIL-HEADER TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE 1 TO WS-MDET-IDX
           PERFORM WRITE-MISSED-DETAIL-LINE
               UNTIL WS-MDET-IDX > WS-MDET-COUNT

           MOVE SPACES TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE "MISSED FRAUD BY LOCATION, MERCHANT AND AMOUNT BAND"
               TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE WS-SUMMARY-DETAIL-HEADER TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE 1 TO WS-MSUM-IDX
           PERFORM WRITE-MISSED-SUMMARY-LINE
               UNTIL WS-MSUM-IDX > WS-MSUM-COUNT

           MOVE SPACES TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE "REPORTED TRANSACTIONS NOT ON THE SCORED STORE"
               TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           MOVE 1 TO WS-NSCR-IDX
           PERFORM WRITE-NOT-SCORED-LINE
               UNTIL WS-NSCR-IDX > WS-NSCR-COUNT

           CLOSE MISSED-RPT-FILE.

       WRITE-MISSED-DETAIL-LINE.
           MOVE WS-MDET-ENTRY(WS-MDET-IDX) TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           ADD 1 TO WS-MDET-IDX.

       WRITE-MISSED-SUMMARY-LINE.
           MOVE WS-MSUM-LOCATION(WS-MSUM-IDX) TO WS-SDL-LOCATION
           MOVE WS-MSUM-MERCHANT(WS-MSUM-IDX) TO WS-SDL-MERCHANT
           MOVE WS-BAND-LABEL(WS-MSUM-BAND-IDX(WS-MSUM-IDX))
               TO WS-SDL-BAND
           MOVE WS-MSUM-MISSED(WS-MSUM-IDX)   TO WS-SDL-MISSED
           MOVE WS-MSUM-AMOUNT(WS-MSUM-IDX)   TO WS-SDL-AMOUNT
           MOVE WS-MSUM-GAP(WS-MSUM-IDX)      TO WS-SDL-GAP
           MOVE WS-SUMMARY-DETAIL-LINE TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           ADD 1 TO WS-MSUM-IDX.

       WRITE-NOT-SCORED-LINE.
           MOVE WS-NSCR-ENTRY(WS-NSCR-IDX) TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE
           ADD 1 TO WS-NSCR-IDX.

      *>             rejects/duplicates 143, off-cycle 96.  The
      *>             reject and off-cycle amount columns sit
      *>             ahead of the widening and are unchanged.
      *> 2026-10-14  Also reconcile FRDBINAT's BIN-attack file
      *>             (FRAUD.BINATK.OUTPUT.txt) - the BIN flag lines
      *>             against its trailer, and the CRD card-list
      *>             lines against the distinct-card count each
      *>             flag line states, so a card list that lost or
      *>             doubled a card cannot be hot-carded from
      *>             unnoticed.  OPTIONAL, for the same reason as
      *>             the profile file.
      *> 2026-10-14  Also reconcile FRDBKSCR's off-cycle
      *>             back-scoring - the late flagged file
      *>             (FRAUD.LATE.OUTPUT.txt) and the write-off
      *>             exceptions file (FRAUD.BACKSCORE.EXCEPT.txt)
      *>             against their trailers, and the CTL footer on
      *>             FRAUD.BACKSCORE.RPT: off-cycle records read
      *>             must equal the off-cycle trailer count and
      *>             scored-clean plus flagged plus written off,
      *>             with the flagged and written-off figures tied
      *>             to the two files' trailers.  An off-cycle
      *>             record is no longer accounted for merely by
      *>             having been set aside.
      *> 2026-10-14  Also reconcile FRDRJSUB's resubmission file
      *>             (FRAUD.RESUBMIT.txt) of repaired rejects
      *>             against its trailer, and tie that trailer to
      *>             the RSB line FRAUDCHK now writes after the CTL
      *>             footer - the count and net amount it read
      *>             back from the file.  OPTIONAL, for the same
      *>             reason as the profile file.
      *> 2026-10-14  A BIN flag line for a group with more distinct
      *>             cards than FRDBINAT's 2000-card list is proven
      *>             against the 2000 CRD lines it carries, not its
      *>             full card count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL PROFILE-INFILE
               ASSIGN TO 'FRAUD.PROFILE.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BINATK-INFILE
               ASSIGN TO 'FRAUD.BINATK.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPLICATES-INFILE ASSIGN TO 'FRAUD.DUPLICATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKSCORE-FILE ASSIGN TO 'FRAUD.BACKSCORE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LATE-INFILE ASSIGN TO 'FRAUD.LATE.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BKSEXCEPT-INFILE
               ASSIGN TO 'FRAUD.BACKSCORE.EXCEPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESUBMIT-INFILE
               ASSIGN TO 'FRAUD.RESUBMIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-FILE ASSIGN TO 'FRAUD.RECON.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           05  SUM-CTL-AMT-NUM        PIC 9(11)V99.
           05  FILLER                 PIC X(02).

      *> SUMMARY-RSB-NUM does the same for the RSB line's AMOUNT.
       01  SUMMARY-RSB-NUM REDEFINES SUMMARY-LINE.
           05  FILLER                 PIC X(15).
           05  SUM-RSB-AMT-NUM        PIC 9(11)V99.
           05  FILLER                 PIC X(52).

       FD  FLAGGED-INFILE.
       01  FLAGGED-RECORD         PIC X(126).

       FD  PROFILE-INFILE.
       01  PROFILE-RECORD         PIC X(126).

       FD  BINATK-INFILE.
       01  BINATK-RECORD          PIC X(80).

       FD  DUPLICATES-INFILE.
       01  DUPLICATE-RECORD       PIC X(143).

       FD  BACKSCORE-FILE.
       01  BACKSCORE-LINE         PIC X(80).

      *> ---------------------------------------------------------
      *> BKS-CTL-NUM overlays the back-scoring CTL footer's
      *> FLAGGED-AMOUNT with a numeric picture, for the same reason
      *> as SUMMARY-CTL-NUM.
       01  BKS-CTL-NUM REDEFINES BACKSCORE-LINE.
           05  FILLER                 PIC X(45).
           05  BKS-CTL-AMT-NUM        PIC 9(11)V99.
           05  FILLER                 PIC X(22).

       FD  LATE-INFILE.
       01  LATE-RECORD            PIC X(126).

       FD  BKSEXCEPT-INFILE.
       01  BKSEXCEPT-RECORD       PIC X(143).

       FD  RESUBMIT-INFILE.
       01  RESUBMIT-RECORD        PIC X(96).

       FD  RECON-FILE.
       01  RECON-LINE             PIC X(100).

           05  WS-TRAILER-SEEN-FLAG   PIC X.
               88  WS-TRAILER-SEEN    VALUE 'Y'.

       01  WS-FILE-NAME-OUT       PIC X(30).

      *> ---------------------------------------------------------
      *> WS-PATTERN-AMOUNT receives a velocity flag's re-added
      *> amount discrepancy.
       01  WS-PATTERN-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> BIN-attack card-list proof - the distinct-card counts the
      *> BIN flag lines state, against the CRD lines on file.
       01  WS-BIN-CARDS-STATED    PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-BIN-CARDS-LISTED    PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-BIN-CARD-COUNT      PIC 9(5) COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> The CTL footer of FRAUD.SUMMARY.RPT, as parsed.
       01  WS-CTL-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-OUT-TRAILER-COUNT   PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-OUT-TRAILER-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> The CTL footer of FRAUD.BACKSCORE.RPT, as parsed:
      *>   "CTL " READ(9) CLEAN(9) FLAGGED(9) WRITTEN-OFF(9)
      *>   SIGN(1) FLAGGED-AMOUNT(13)
      *> and the trailer figures it is tied to.
       01  WS-BKS-CTL-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-BKS-CTL-FOUND   VALUE 'Y'.

       01  WS-BKS-READ            PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-BKS-CLEAN           PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-BKS-FLAGGED         PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-BKS-WRITEOFF        PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-BKS-FLAGGED-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BKS-CROSSFOOT       PIC 9(9)      COMP-3 VALUE ZERO.

       01  WS-OFF-TRAILER-COUNT   PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-LATE-TRAILER-COUNT  PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-LATE-TRAILER-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EXC-TRAILER-COUNT   PIC 9(9)      COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> The RSB line of FRAUD.SUMMARY.RPT, as parsed:
      *>   "RSB " COUNT(9) SIGN(1) AMOUNT(13)
      *> - the repaired rejects FRAUDCHK read back in.
       01  WS-RSB-FOUND-FLAG      PIC X VALUE 'N'.
           88  WS-RSB-FOUND       VALUE 'Y'.

       01  WS-RSB-COUNT           PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-RSB-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-DISCREPANCY-COUNT   PIC 9(4) COMP-3 VALUE ZERO.

       01  WS-RECON-COUNT-OUT     PIC ZZZZZZZZ9.
           PERFORM RECONCILE-DUPLICATES-FILE
           PERFORM RECONCILE-PATTERN-FILE
           PERFORM RECONCILE-PROFILE-FILE
           PERFORM RECONCILE-BINATK-FILE
           PERFORM LOAD-BACKSCORE-CONTROL
           PERFORM RECONCILE-LATE-FILE
           PERFORM RECONCILE-BKSEXCEPT-FILE
           PERFORM CHECK-BACKSCORE-TIE-BACK
           PERFORM RECONCILE-RESUBMIT-FILE
           PERFORM CHECK-SUMMARY-TIE-BACK
           PERFORM WRITE-RECON-VERDICT

      *> footer FRAUDCHK ends it with:
      *>   "CTL " READ(9) CLEAN(9) FLAGGED(9) REJECTS(9)
      *>   OFFCYCLE(9) DUPLICATES(9) SIGN(1) FLAGGED-AMOUNT(13)
      *> and for the RSB line it writes after it.
       LOAD-SUMMARY-CONTROL.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT SUMMARY-FILE
                               GIVING WS-CTL-FLAGGED-AMOUNT
                       END-IF
                   END-IF
                   IF SUMMARY-LINE(1:4) = "RSB "
                       SET WS-RSB-FOUND TO TRUE
                       MOVE SUMMARY-LINE(5:9)  TO WS-RSB-COUNT
                       MOVE SUM-RSB-AMT-NUM    TO WS-RSB-AMOUNT
                       IF SUMMARY-LINE(15:1) = '-'
                           MULTIPLY WS-RSB-AMOUNT BY -1
                               GIVING WS-RSB-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       WRITE-MISSING-CTL-DISCREPANCY.

           MOVE "FRAUD.OFFCYCLE.txt" TO WS-FILE-NAME-OUT
           PERFORM CHECK-FILE-AGAINST-TRAILER
           PERFORM CHECK-COUNT-VS-SUMMARY-OFF
           MOVE WS-TRAILER-COUNT TO WS-OFF-TRAILER-COUNT.

       TALLY-OFFCYCLE-RECORD.
           READ OFFCYCLE-INFILE
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> RECONCILE-BINATK-FILE - FRDBINAT's trailer attests the BIN
      *> flag lines and their net amount (column 57, printed the
      *> way FRDPATRN prints a group total, so it is re-added the
      *> same way).  The CRD card-list lines behind each flag are
      *> proven against the card count the flag line carries at
      *> column 39, or 2000 where the group had more cards than
      *> FRDBINAT's card list holds.
       RECONCILE-BINATK-FILE.
           PERFORM RESET-FILE-TALLY
           MOVE ZERO TO WS-BIN-CARDS-STATED
           MOVE ZERO TO WS-BIN-CARDS-LISTED
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT BINATK-INFILE
           PERFORM TALLY-BINATK-RECORD UNTIL END-OF-FILE
           CLOSE BINATK-INFILE

           MOVE "FRAUD.BINATK.OUTPUT.txt" TO WS-FILE-NAME-OUT
           PERFORM CHECK-FILE-AGAINST-TRAILER

           IF WS-BIN-CARDS-LISTED NOT = WS-BIN-CARDS-STATED
               ADD 1 TO WS-DISCREPANCY-COUNT
               STRING "DISCREPANCY: CARD-LIST LINES VS FLAGGED CARD "
                          DELIMITED BY SIZE
                      "COUNTS ON " DELIMITED BY SIZE
                      WS-FILE-NAME-OUT DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
               MOVE WS-BIN-CARDS-LISTED TO WS-RECON-COUNT-OUT
               STRING "  CARDS LISTED    : " DELIMITED BY SIZE
                      WS-RECON-COUNT-OUT    DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
               MOVE WS-BIN-CARDS-STATED TO WS-RECON-COUNT-OUT
               STRING "  CARDS FLAGGED   : " DELIMITED BY SIZE
                      WS-RECON-COUNT-OUT    DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           END-IF.

       TALLY-BINATK-RECORD.
           READ BINATK-INFILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF BINATK-RECORD(1:3) = "TRL"
                       MOVE BINATK-RECORD(1:34) TO WS-CONTROL-TRAILER
                       PERFORM CAPTURE-CONTROL-TRAILER
                   ELSE
                   IF BINATK-RECORD(1:3) = "BIN"
                       ADD 1 TO WS-TALLY-COUNT
                       MOVE FUNCTION NUMVAL(BINATK-RECORD(57:12))
                           TO WS-PATTERN-AMOUNT
                       ADD WS-PATTERN-AMOUNT TO WS-TALLY-AMOUNT
                       MOVE FUNCTION NUMVAL(BINATK-RECORD(39:5))
                           TO WS-BIN-CARD-COUNT
                       IF WS-BIN-CARD-COUNT > 2000
                           MOVE 2000 TO WS-BIN-CARD-COUNT
                       END-IF
                       ADD WS-BIN-CARD-COUNT TO WS-BIN-CARDS-STATED
                   ELSE
                   IF BINATK-RECORD(1:3) = "CRD"
                       ADD 1 TO WS-BIN-CARDS-LISTED
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> LOAD-BACKSCORE-CONTROL scans FRAUD.BACKSCORE.RPT for the
      *> CTL footer FRDBKSCR ends it with.  A missing report or
      *> footer means the off-cycle records were never accounted
      *> for, and fails the same way a missing trailer does.
       LOAD-BACKSCORE-CONTROL.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT BACKSCORE-FILE
           PERFORM SCAN-BACKSCORE-LINE UNTIL END-OF-FILE
           CLOSE BACKSCORE-FILE

           IF NOT WS-BKS-CTL-FOUND
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE "DISCREPANCY: NO CTL FOOTER ON FRAUD.BACKSCORE.RPT"
                   TO RECON-LINE
               WRITE RECON-LINE
           END-IF.

       SCAN-BACKSCORE-LINE.
           READ BACKSCORE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF BACKSCORE-LINE(1:4) = "CTL "
                       SET WS-BKS-CTL-FOUND TO TRUE
                       MOVE BACKSCORE-LINE(5:9)  TO WS-BKS-READ
                       MOVE BACKSCORE-LINE(15:9) TO WS-BKS-CLEAN
                       MOVE BACKSCORE-LINE(25:9) TO WS-BKS-FLAGGED
                       MOVE BACKSCORE-LINE(35:9) TO WS-BKS-WRITEOFF
                       MOVE BKS-CTL-AMT-NUM      TO WS-BKS-FLAGGED-AMOUNT
                       IF BACKSCORE-LINE(45:1) = '-'
                           MULTIPLY WS-BKS-FLAGGED-AMOUNT BY -1
                               GIVING WS-BKS-FLAGGED-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> RECONCILE-LATE-FILE - FRDBKSCR writes its late flags in
      *> the FRAUD.OUTPUT.txt layout, base-currency amount at
      *> column 107, so the re-add works the same way as the
      *> flagged file's.
       RECONCILE-LATE-FILE.
           PERFORM RESET-FILE-TALLY
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT LATE-INFILE
           PERFORM TALLY-LATE-RECORD UNTIL END-OF-FILE
           CLOSE LATE-INFILE

           MOVE "FRAUD.LATE.OUTPUT.txt" TO WS-FILE-NAME-OUT
           PERFORM CHECK-FILE-AGAINST-TRAILER
           MOVE WS-TRAILER-COUNT  TO WS-LATE-TRAILER-COUNT
           MOVE WS-TRAILER-AMOUNT TO WS-LATE-TRAILER-AMOUNT.

       TALLY-LATE-RECORD.
           READ LATE-INFILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF LATE-RECORD(1:3) = "TRL"
                       MOVE LATE-RECORD(1:34) TO WS-CONTROL-TRAILER
                       PERFORM CAPTURE-CONTROL-TRAILER
                   ELSE
                       ADD 1 TO WS-TALLY-COUNT
                       MOVE LATE-RECORD(107:11) TO WS-SCRUB-RAW
                       PERFORM SCRUB-AMOUNT-FIELD
                       IF WS-SCRUB-IS-VALID
                           ADD WS-SCRUB-NUMERIC TO WS-TALLY-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> RECONCILE-BKSEXCEPT-FILE - FRDBKSCR's write-offs are in
      *> the rejects layout, with the same scrubs-clean rule.
       RECONCILE-BKSEXCEPT-FILE.
           PERFORM RESET-FILE-TALLY
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT BKSEXCEPT-INFILE
           PERFORM TALLY-BKSEXCEPT-RECORD UNTIL END-OF-FILE
           CLOSE BKSEXCEPT-INFILE

           MOVE "FRAUD.BACKSCORE.EXCEPT.txt" TO WS-FILE-NAME-OUT
           PERFORM CHECK-FILE-AGAINST-TRAILER
           MOVE WS-TRAILER-COUNT TO WS-EXC-TRAILER-COUNT.

       TALLY-BKSEXCEPT-RECORD.
           READ BKSEXCEPT-INFILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF BKSEXCEPT-RECORD(1:3) = "TRL"
                       MOVE BKSEXCEPT-RECORD(1:34) TO WS-CONTROL-TRAILER
                       PERFORM CAPTURE-CONTROL-TRAILER
                   ELSE
                       ADD 1 TO WS-TALLY-COUNT
                       MOVE BKSEXCEPT-RECORD(59:15) TO WS-SCRUB-RAW
                       PERFORM SCRUB-AMOUNT-FIELD
                       IF WS-SCRUB-IS-VALID
                           ADD WS-SCRUB-NUMERIC TO WS-TALLY-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> CHECK-BACKSCORE-TIE-BACK proves every off-cycle record
      *> FRAUDCHK set aside ended scored clean, flagged late, or
      *> written off: FRDBKSCR read what the off-cycle trailer
      *> attests, its three outcomes cross-foot to what it read,
      *> and the flagged and written-off figures match the late
      *> and exceptions trailers.
       CHECK-BACKSCORE-TIE-BACK.
           IF WS-BKS-CTL-FOUND
               COMPUTE WS-BKS-CROSSFOOT =
                   WS-BKS-CLEAN + WS-BKS-FLAGGED + WS-BKS-WRITEOFF
               IF WS-BKS-CROSSFOOT NOT = WS-BKS-READ
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   STRING "DISCREPANCY: BACK-SCORED READ DOES NOT EQUAL "
                              DELIMITED BY SIZE
                          "CLEAN + FLAGGED + WRITTEN OFF"
                              DELIMITED BY SIZE
                          INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               END-IF
               IF WS-BKS-READ NOT = WS-OFF-TRAILER-COUNT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   STRING "DISCREPANCY: BACK-SCORED READ DOES NOT "
                              DELIMITED BY SIZE
                          "MATCH OFF-CYCLE TRAILER COUNT"
                              DELIMITED BY SIZE
                          INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               END-IF
               IF WS-BKS-FLAGGED NOT = WS-LATE-TRAILER-COUNT
                  OR WS-BKS-FLAGGED-AMOUNT NOT = WS-LATE-TRAILER-AMOUNT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   STRING "DISCREPANCY: LATE FLAGGED TRAILER DOES NOT "
                              DELIMITED BY SIZE
                          "MATCH FRAUD.BACKSCORE.RPT" DELIMITED BY SIZE
                          INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               END-IF
               IF WS-BKS-WRITEOFF NOT = WS-EXC-TRAILER-COUNT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   STRING "DISCREPANCY: WRITE-OFF TRAILER COUNT DOES NOT "
                              DELIMITED BY SIZE
                          "MATCH FRAUD.BACKSCORE.RPT" DELIMITED BY SIZE
                          INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> RECONCILE-RESUBMIT-FILE proves FRAUD.RESUBMIT.txt against
      *> its trailer - TXN records, amounts re-added at column 12
      *> with the scrubs-clean rule - and ties the trailer to the
      *> count and amount FRAUDCHK's RSB line says it read back.
       RECONCILE-RESUBMIT-FILE.
           PERFORM RESET-FILE-TALLY
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT RESUBMIT-INFILE
           PERFORM TALLY-RESUBMIT-RECORD UNTIL END-OF-FILE
           CLOSE RESUBMIT-INFILE

           MOVE "FRAUD.RESUBMIT.txt" TO WS-FILE-NAME-OUT
           PERFORM CHECK-FILE-AGAINST-TRAILER

           IF WS-CTL-FOUND AND NOT WS-RSB-FOUND
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE "DISCREPANCY: NO RSB LINE ON FRAUD.SUMMARY.RPT"
                   TO RECON-LINE
               WRITE RECON-LINE
           END-IF

           IF WS-RSB-FOUND AND WS-TRAILER-SEEN
               IF WS-TRAILER-COUNT NOT = WS-RSB-COUNT
                  OR WS-TRAILER-AMOUNT NOT = WS-RSB-AMOUNT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   STRING "DISCREPANCY: RESUBMISSION TRAILER DOES NOT "
                              DELIMITED BY SIZE
                          "MATCH FRAUD.SUMMARY.RPT" DELIMITED BY SIZE
                          INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               END-IF
           END-IF.

       TALLY-RESUBMIT-RECORD.
           READ RESUBMIT-INFILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF RESUBMIT-RECORD(1:3) = "TRL"
                       MOVE RESUBMIT-RECORD(1:34) TO WS-CONTROL-TRAILER
                       PERFORM CAPTURE-CONTROL-TRAILER
                   ELSE
                       ADD 1 TO WS-TALLY-COUNT
                       MOVE RESUBMIT-RECORD(12:15) TO WS-SCRUB-RAW
                       PERFORM SCRUB-AMOUNT-FIELD
                       IF WS-SCRUB-IS-VALID
                           ADD WS-SCRUB-NUMERIC TO WS-TALLY-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       RESET-FILE-TALLY.
           MOVE ZERO TO WS-TALLY-COUNT
           MOVE ZERO TO WS-TALLY-AMOUNT

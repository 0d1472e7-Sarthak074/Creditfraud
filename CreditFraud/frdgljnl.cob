IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDGLJNL.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Period-end general-ledger
      *>             journal from the loss ledger - finance has
      *>             been keying the fraud-loss provision and
      *>             recovery entries into the GL by hand off
      *>             FRAUD.LOSS.RPT.  Works out what has changed on
      *>             FRAUD.LOSS.LEDGER.dat (LOSSLEDG) since the
      *>             last posting - every ledger record FRDLOSS has
      *>             opened that no batch has posted yet
      *>             (provisional loss) and every REC/CHB/WRT
      *>             posting on FRAUD.LOSS.POST.txt after the last
      *>             run's cutoff - and writes one balanced
      *>             debit/credit pair per movement to
      *>             FRAUD.GL.JOURNAL.txt in the GL upload layout,
      *>             accounts and cost centers off
      *>             FRAUD.GL.ACCTMAP.txt (maintained in FRDTMNT)
      *>             by entry type, action code, and location
      *>             prefix.  The period comes from
      *>             FRAUD.GL.PARM.txt; the last period posted, its
      *>             batch number, the trail cutoff, and the ledger
      *>             totals it posted up to are kept on
      *>             FRAUD.GL.CONTROL.txt, and a period at or
      *>             before the last one posted is refused, so a
      *>             rerun cannot post twice.  Ledger records go on
      *>             the indexed posted-loss store
      *>             FRAUD.GL.POSTED.dat under the batch that
      *>             posted them.  The journal must balance, and
      *>             each entry type must tie to the ledger's
      *>             movement - today's ledger totals less the
      *>             totals at the last posting - or the journal is
      *>             withdrawn (left empty), the control record is
      *>             not moved on, and the run ends RC 16.
      *>             FRAUD.GL.RPT shows the tie either way.  Run on
      *>             demand at period end, not in the nightly
      *>             stream.
      *> 2026-10-14  Loss reversals.  FRDLOSS now reverses the
      *>             provisional loss of a case no longer CONFIRMED
      *>             into LL-REVERSED and posts REV (and RIN when
      *>             the case is confirmed again) to the trail.
      *>             Both are journalled as entry type REV - a RIN
      *>             with the sides swapped - through GLACCTMAP REV
      *>             rows, and tied to the movement of the
      *>             ledger's reversal total, which the control
      *>             record now carries after WRITEOFF.  A control
      *>             record written before then has no reversal
      *>             total and is read as zero.
      *> 2026-10-14  Reads the 125-byte ledger record; a ledger
      *>             still in the 112-byte layout is converted by
      *>             the one-time FRDLLCNV before this runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPARM-FILE ASSIGN TO 'FRAUD.GL.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLCTL-FILE ASSIGN TO 'FRAUD.GL.CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLACCTMAP-FILE
               ASSIGN TO 'FRAUD.GL.ACCTMAP.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'FRAUD.LOSS.LEDGER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-TRANS-ID.
           SELECT OPTIONAL POSTING-FILE ASSIGN TO 'FRAUD.LOSS.POST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLPOSTED-FILE ASSIGN TO 'FRAUD.GL.POSTED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GP-TRANS-ID.
           SELECT JOURNAL-FILE ASSIGN TO 'FRAUD.GL.JOURNAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLRPT-FILE ASSIGN TO 'FRAUD.GL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GLPARM-FILE.
       01  GLPARM-RECORD          PIC X(8).

       FD  GLCTL-FILE.
       01  GLCTL-RECORD           PIC X(110).

       FD  GLACCTMAP-FILE.
       01  GLACCTMAP-RECORD       PIC X(40).

       FD  LEDGER-FILE.
           COPY LOSSLEDG.

       FD  POSTING-FILE.
       01  POSTING-RECORD         PIC X(60).

      *> ---------------------------------------------------------
      *> POSTING-RECORD-NUM overlays the AMOUNT(13) field of the
      *> FRDLOSS posting trail with a numeric picture - an
      *> alphanumeric substring MOVEd into a numeric receiver
      *> would not respect the implied 2 decimal places.
       01  POSTING-RECORD-NUM REDEFINES POSTING-RECORD.
           05  FILLER                 PIC X(39).
           05  POSTING-AMOUNT-NUM     PIC 9(11)V99.
           05  FILLER                 PIC X(8).

      *> ---------------------------------------------------------
      *> Posted-loss store - one record per ledger record whose
      *> provisional loss has gone to the GL, keyed on trans-id,
      *> with the batch and period that carried it.  A record
      *> whose batch is later than the last batch on the control
      *> record was left by a run that failed its tie, and is
      *> posted again under the same batch number.  Records are
      *> NEVER deleted: the record is the only thing standing
      *> between a loss and a second provision.
       FD  GLPOSTED-FILE.
       01  GP-POSTED-RECORD.
           05  GP-TRANS-ID        PIC X(10).
           05  GP-BATCH           PIC 9(06).
           05  GP-PERIOD          PIC X(06).
           05  GP-LOSS-SIGN       PIC X(01).
           05  GP-LOSS-AMOUNT     PIC 9(11)V99.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD         PIC X(106).

       FD  GLRPT-FILE.
       01  GLRPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
           88  NOT-END-OF-FILE    VALUE 'N'.

       01  WS-POST-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-POST-EOF        VALUE 'Y'.

       01  WS-MAP-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-MAP-EOF         VALUE 'Y'.

       01  WS-RAW-TIME            PIC 9(8).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE        PIC 9(8).
           05  WS-RUN-TIME        PIC 9(6).

      *> ---------------------------------------------------------
      *> GL parameters (FRAUD.GL.PARM.txt), one record:
      *>     PERIOD-END-DATE(8)
      *> YYYYMMDD, the date the journal is booked on; its first six
      *> digits are the period posted.  Missing or not a real date
      *> abends the run, same rule as FRAUD.RUNPARM.txt.
       01  WS-PERIOD-END-DATE     PIC X(8) VALUE SPACES.
       01  WS-PERIOD-END-FIELDS REDEFINES WS-PERIOD-END-DATE.
           05  WS-PERIOD          PIC X(6).
           05  FILLER             PIC X(2).
       01  WS-PERIOD-END-NUM REDEFINES WS-PERIOD-END-DATE.
           05  WS-PERIOD-END-YYYY PIC 9(4).
           05  WS-PERIOD-END-MM   PIC 9(2).
           05  WS-PERIOD-END-DD   PIC 9(2).

       01  WS-PARM-VALID-FLAG     PIC X VALUE 'N'.
           88  WS-PARM-IS-VALID   VALUE 'Y'.

       01  WS-DAYS-IN-MONTH-TABLE  VALUE "312831303130313130313031".
           05  WS-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(2).

       01  WS-DATE-MAX-DAY         PIC 9(2) VALUE ZERO.
       01  WS-DATE-DIV-RESULT      PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-YEAR-REMAINDER       PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LEAP-FLAG            PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR     VALUE 'Y'.

      *> ---------------------------------------------------------
      *> GL control record (FRAUD.GL.CONTROL.txt), one record,
      *> rewritten only after a journal has balanced and tied:
      *>   LAST-PERIOD(6) LAST-BATCH(6) CUTOFF(14)
      *>   LOSS-SIGN(1)+LOSS(15) RECOVERED(15) CHARGEBACK(15)
      *>   WRITEOFF(15) REVERSED-SIGN(1)+REVERSED(15)
      *> separated by single spaces (none between a sign and its
      *> digits).  CUTOFF is the timestamp the last run took the
      *> posting trail up to; the five amounts are the ledger's
      *> totals at that run, 2 implied decimal places.  No file
      *> yet means nothing has ever been posted.
       01  WS-GLCTL-FIELDS.
           05  WS-GLC-LAST-PERIOD PIC X(06)     VALUE "000000".
           05  FILLER             PIC X(01)     VALUE SPACE.
           05  WS-GLC-LAST-BATCH  PIC 9(06)     VALUE ZERO.
           05  FILLER             PIC X(01)     VALUE SPACE.
           05  WS-GLC-CUTOFF      PIC X(14)     VALUE "00000000000000".
           05  FILLER             PIC X(01)     VALUE SPACE.
           05  WS-GLC-LOSS-SIGN   PIC X(01)     VALUE '+'.
           05  WS-GLC-LOSS        PIC 9(13)V99  VALUE ZERO.
           05  FILLER             PIC X(01)     VALUE SPACE.
           05  WS-GLC-RECOVERED   PIC 9(13)V99  VALUE ZERO.
           05  FILLER             PIC X(01)     VALUE SPACE.
           05  WS-GLC-CHARGEBACK  PIC 9(13)V99  VALUE ZERO.
           05  FILLER             PIC X(01)     VALUE SPACE.
           05  WS-GLC-WRITEOFF    PIC 9(13)V99  VALUE ZERO.
           05  FILLER             PIC X(01)     VALUE SPACE.
           05  WS-GLC-REVERSAL-TOTAL.
               10  WS-GLC-REVERSED-SIGN PIC X(01) VALUE '+'.
               10  WS-GLC-REVERSED  PIC 9(13)V99 VALUE ZERO.

       01  WS-BATCH               PIC 9(6) VALUE ZERO.

      *> ---------------------------------------------------------
      *> Account-mapping table - loaded from FRAUD.GL.ACCTMAP.txt,
      *> one row per mapping, format:
      *>   ENTRY(3) ACTION(8) PREFIX(5) DR-ACCOUNT(8) DR-CC(4)
      *>   CR-ACCOUNT(8) CR-CC(4)
      *> no separators, the same fixed columns FRDTMNT validates.
      *> ENTRY is LOS (provisional loss), REC, CHB, WRT, or REV
      *> (loss reversal); ACTION
      *> is the ledger row's action code - REVIEW, BLOCK, HOTCARD
      *> (FRAUDCHK and FRDBKSCR hot-card hits), or PROFILE
      *> (FRDPROFL) - or * for any; PREFIX is matched against
      *> the first five characters of the ledger location, the
      *> way FRAUD.RISKLOC.txt is, or * for any.  The most
      *> specific row wins - exact action before exact prefix
      *> before wildcards - so row order never matters.
       01  WS-MAP-COUNT           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MAP-IDX             PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MAP-HIT-IDX         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MAP-SCORE           PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-MAP-BEST-SCORE      PIC S9(2) COMP-3 VALUE ZERO.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-TYPE        PIC X(3).
               10  WS-MAP-ACTION      PIC X(8).
               10  WS-MAP-PREFIX      PIC X(5).
               10  WS-MAP-DR-ACCOUNT  PIC X(8).
               10  WS-MAP-DR-CC       PIC X(4).
               10  WS-MAP-CR-ACCOUNT  PIC X(8).
               10  WS-MAP-CR-CC       PIC X(4).

      *> ---------------------------------------------------------
      *> The movement being journalled - entry type, signed
      *> amount, and the reference carried on both lines (the
      *> ledger open date for a provisional loss, the posting
      *> timestamp for a trail posting).  A negative provisional
      *> loss (a confirmed fraudulent refund) reverses the sides,
      *> and so does a negative reversal.  A REV posting carries
      *> the ledger record's loss sign; a RIN posting undoes a
      *> reversal and is journalled as REV with the sign turned.
       01  WS-ENTRY-TYPE          PIC X(3) VALUE SPACES.
           88  WS-ENTRY-LOSS      VALUE "LOS".
           88  WS-ENTRY-RECOVERY  VALUE "REC".
           88  WS-ENTRY-CHARGEBACK VALUE "CHB".
           88  WS-ENTRY-WRITEOFF  VALUE "WRT".
           88  WS-ENTRY-REVERSAL  VALUE "REV".
           88  WS-ENTRY-POSTING   VALUES "REC" "CHB" "WRT" "REV".

       01  WS-TRAIL-TYPE          PIC X(3) VALUE SPACES.
           88  WS-TRAIL-REVERSAL  VALUE "REV".
           88  WS-TRAIL-REINSTATE VALUE "RIN".
           88  WS-TRAIL-VALID     VALUES "REC" "CHB" "WRT" "REV"
                                         "RIN".

       01  WS-PAIR-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PAIR-ABS-AMOUNT     PIC 9(11)V99  COMP-3 VALUE ZERO.
       01  WS-PAIR-REFERENCE      PIC X(14) VALUE SPACES.
       01  WS-DEBIT-SIDE          PIC X VALUE 'D'.
       01  WS-CREDIT-SIDE         PIC X VALUE 'C'.

       01  WS-ROW-LOSS            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ROW-REVERSED        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-GP-ON-FILE-FLAG     PIC X VALUE 'N'.
           88  WS-GP-ON-FILE      VALUE 'Y'.
       01  WS-LOSS-POSTED-FLAG    PIC X VALUE 'N'.
           88  WS-LOSS-POSTED     VALUE 'Y'.
       01  WS-LEDGER-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-LEDGER-FOUND    VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Ledger totals - at the last posting (off the control
      *> record) and now (rolled up off every ledger record) -
      *> and the movement between them, which is what the
      *> journal must add up to, entry type by entry type.
       01  WS-PRIOR-LOSS          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-REVERSED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LDG-LOSS            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LDG-RECOVERED       PIC 9(13)V99  COMP-3 VALUE ZERO.
       01  WS-LDG-CHARGEBACK      PIC 9(13)V99  COMP-3 VALUE ZERO.
       01  WS-LDG-WRITEOFF        PIC 9(13)V99  COMP-3 VALUE ZERO.
       01  WS-LDG-REVERSED        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-MOVE-LOSS           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MOVE-RECOVERED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MOVE-CHARGEBACK     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MOVE-WRITEOFF       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MOVE-REVERSED       PIC S9(13)V99 COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Journal totals - debits and credits as written, and the
      *> net each entry type put on the journal.
       01  WS-JNL-DEBITS          PIC 9(13)V99  COMP-3 VALUE ZERO.
       01  WS-JNL-CREDITS         PIC 9(13)V99  COMP-3 VALUE ZERO.
       01  WS-JNL-LOSS            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JNL-RECOVERED       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JNL-CHARGEBACK      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JNL-WRITEOFF        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JNL-REVERSED        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-LINE-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-COUNT-NEW-LOSSES    PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-POSTINGS      PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-DISCREPANCY-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZZZ9.

      *> ---------------------------------------------------------
      *> GL upload layout (FRAUD.GL.JOURNAL.txt) - a header, one
      *> detail line per debit or credit, and a trailer, fields
      *> separated by single spaces:
      *>   H SOURCE(8) BATCH(6) PERIOD(6) JOURNAL-DATE(8)
      *>     CREATED(14)
      *>   D BATCH(6) LINE(6) ACCOUNT(8) COST-CENTER(4) DR-CR(1)
      *>     AMOUNT(13) ENTRY(3) TRANS-ID(10) ACTION(8)
      *>     LOCATION(20) REFERENCE(14)
      *>   T BATCH(6) LINES(6) DEBITS(15) CREDITS(15)
      *> DR-CR is D or C; amounts are unsigned with 2 implied
      *> decimal places.
       01  WS-JNL-HEADER-FIELDS.
           05  FILLER             PIC X(01) VALUE "H".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNH-SOURCE      PIC X(08) VALUE "FRAUDLOS".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNH-BATCH       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNH-PERIOD      PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNH-DATE        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNH-CREATED     PIC X(14).

       01  WS-JNL-DETAIL-FIELDS.
           05  FILLER             PIC X(01) VALUE "D".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-BATCH       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-LINE        PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-ACCOUNT     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-COST-CENTER PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-DR-CR       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-AMOUNT      PIC 9(11)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-ENTRY       PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-TRANS-ID    PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-ACTION      PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-LOCATION    PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JND-REFERENCE   PIC X(14).

       01  WS-JNL-TRAILER-FIELDS.
           05  FILLER             PIC X(01) VALUE "T".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNT-BATCH       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNT-LINES       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNT-DEBITS      PIC 9(13)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JNT-CREDITS     PIC 9(13)V99.

      *> ---------------------------------------------------------
      *> Reconciliation report lines (FRAUD.GL.RPT).
       01  WS-TIE-LINE.
           05  WS-TIE-NAME-OUT    PIC X(18).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TIE-LEDGER-OUT  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TIE-JOURNAL-OUT PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TIE-RESULT-OUT  PIC X(8).

       01  WS-TIE-LEDGER          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TIE-JOURNAL         PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-BATCH-OUT           PIC ZZZZZ9.
       01  WS-AMOUNT-OUT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-TIMESTAMP
           PERFORM LOAD-GL-PARAMETERS
           PERFORM LOAD-GL-CONTROL
           PERFORM LOAD-ACCOUNT-MAP

           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT GLRPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-JOURNAL-HEADER

           OPEN INPUT LEDGER-FILE
           OPEN I-O GLPOSTED-FILE
           PERFORM JOURNAL-NEW-PROVISIONAL-LOSSES
           PERFORM JOURNAL-LOSS-POSTINGS
           CLOSE LEDGER-FILE GLPOSTED-FILE

           PERFORM WRITE-JOURNAL-TRAILER
           PERFORM PROVE-JOURNAL-AGAINST-LEDGER
           PERFORM WRITE-REPORT-FOOTING
           CLOSE JOURNAL-FILE GLRPT-FILE

           MOVE WS-BATCH TO WS-BATCH-OUT
           IF WS-DISCREPANCY-COUNT > ZERO
               PERFORM WITHDRAW-JOURNAL-FILE
               MOVE WS-DISCREPANCY-COUNT TO WS-COUNT-OUT
               DISPLAY "FRDGLJNL - JOURNAL DOES NOT BALANCE OR TIE TO "
                       "THE LEDGER: " WS-COUNT-OUT " DISCREPANCIES, "
                       "SEE FRAUD.GL.RPT"
               DISPLAY "FRDGLJNL - BATCH " WS-BATCH-OUT " WITHDRAWN, "
                       "PERIOD " WS-PERIOD " NOT POSTED"
               STOP RUN RETURNING 16
           END-IF

           PERFORM SAVE-GL-CONTROL

           DISPLAY "FRDGLJNL - PERIOD " WS-PERIOD " POSTED AS BATCH "
                   WS-BATCH-OUT
           MOVE WS-COUNT-NEW-LOSSES TO WS-COUNT-OUT
           DISPLAY "FRDGLJNL - PROVISIONAL LOSSES: " WS-COUNT-OUT
           MOVE WS-COUNT-POSTINGS TO WS-COUNT-OUT
           DISPLAY "FRDGLJNL - LEDGER POSTINGS   : " WS-COUNT-OUT
           MOVE WS-LINE-COUNT TO WS-COUNT-OUT
           DISPLAY "FRDGLJNL - JOURNAL LINES     : " WS-COUNT-OUT
           STOP RUN.

       STAMP-RUN-TIMESTAMP.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-RUN-TIME.

      *> ---------------------------------------------------------
      *> LOAD-GL-PARAMETERS - the period-end date must be a real
      *> calendar date, the same rule FRAUDCHK's VALIDATE-DATE-
      *> FIELD applies, since it is booked as the journal date.
       LOAD-GL-PARAMETERS.
           OPEN INPUT GLPARM-FILE
           READ GLPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GLPARM-RECORD TO WS-PERIOD-END-DATE
           END-READ
           CLOSE GLPARM-FILE

           IF WS-PERIOD-END-DATE NUMERIC
               IF WS-PERIOD-END-MM >= 1 AND WS-PERIOD-END-MM <= 12
                  AND WS-PERIOD-END-DD >= 1
                   PERFORM DETERMINE-LEAP-YEAR
                   MOVE WS-DAYS-IN-MONTH(WS-PERIOD-END-MM)
                       TO WS-DATE-MAX-DAY
                   IF WS-PERIOD-END-MM = 2 AND WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-DATE-MAX-DAY
                   END-IF
                   IF WS-PERIOD-END-DD <= WS-DATE-MAX-DAY
                       SET WS-PARM-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF

           IF NOT WS-PARM-IS-VALID
               DISPLAY "FRDGLJNL - FRAUD.GL.PARM.txt MISSING OR "
                       "INVALID PERIOD-END DATE"
               STOP RUN RETURNING 16
           END-IF.

       DETERMINE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG
           DIVIDE WS-PERIOD-END-YYYY BY 400
               GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER = 0
               MOVE 'Y' TO WS-LEAP-FLAG
           ELSE
               DIVIDE WS-PERIOD-END-YYYY BY 100
                   GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER NOT = 0
                   DIVIDE WS-PERIOD-END-YYYY BY 4
                       GIVING WS-DATE-DIV-RESULT
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER = 0
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-GL-CONTROL reads where the last posting left off and
      *> refuses a period already posted - the rerun guard.  This
      *> run's batch is the next number; a run that failed its tie
      *> never moved the control record on, so its rerun gets the
      *> same batch number again.
       LOAD-GL-CONTROL.
           OPEN INPUT GLCTL-FILE
           READ GLCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GLCTL-RECORD TO WS-GLCTL-FIELDS
           END-READ
           CLOSE GLCTL-FILE

           IF WS-GLC-REVERSAL-TOTAL = SPACES
               MOVE '+'  TO WS-GLC-REVERSED-SIGN
               MOVE ZERO TO WS-GLC-REVERSED
           END-IF

           IF WS-GLC-LAST-PERIOD NOT NUMERIC
              OR WS-GLC-LAST-BATCH NOT NUMERIC
              OR WS-GLC-CUTOFF NOT NUMERIC
              OR WS-GLC-LOSS NOT NUMERIC
              OR WS-GLC-RECOVERED NOT NUMERIC
              OR WS-GLC-CHARGEBACK NOT NUMERIC
              OR WS-GLC-WRITEOFF NOT NUMERIC
              OR WS-GLC-REVERSED NOT NUMERIC
               DISPLAY "FRDGLJNL - FRAUD.GL.CONTROL.txt IS NOT A "
                       "VALID CONTROL RECORD"
               STOP RUN RETURNING 16
           END-IF

           IF WS-PERIOD NOT > WS-GLC-LAST-PERIOD
               MOVE WS-GLC-LAST-BATCH TO WS-BATCH-OUT
               DISPLAY "FRDGLJNL - PERIOD " WS-PERIOD " IS NOT AFTER "
                       "THE LAST PERIOD POSTED, " WS-GLC-LAST-PERIOD
                       " (BATCH " WS-BATCH-OUT ") - NOTHING POSTED"
               STOP RUN RETURNING 16
           END-IF

           COMPUTE WS-BATCH = WS-GLC-LAST-BATCH + 1

           MOVE WS-GLC-LOSS TO WS-PRIOR-LOSS
           IF WS-GLC-LOSS-SIGN = '-'
               MULTIPLY WS-PRIOR-LOSS BY -1 GIVING WS-PRIOR-LOSS
           END-IF
           MOVE WS-GLC-REVERSED TO WS-PRIOR-REVERSED
           IF WS-GLC-REVERSED-SIGN = '-'
               MULTIPLY WS-PRIOR-REVERSED BY -1
                   GIVING WS-PRIOR-REVERSED
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLACCTMAP-FILE
           PERFORM LOAD-ACCOUNT-MAP-ENTRY UNTIL WS-MAP-EOF
           CLOSE GLACCTMAP-FILE

           IF WS-MAP-COUNT = ZERO
               DISPLAY "FRDGLJNL - FRAUD.GL.ACCTMAP.txt MISSING OR "
                       "EMPTY"
               STOP RUN RETURNING 16
           END-IF.

       LOAD-ACCOUNT-MAP-ENTRY.
           READ GLACCTMAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT >= 50
                       DISPLAY "FRDGLJNL - FRAUD.GL.ACCTMAP.txt HAS "
                               "MORE THAN 50 ROWS, WS-MAP-TABLE IS FULL"
                       CLOSE GLACCTMAP-FILE
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GLACCTMAP-RECORD TO WS-MAP-ENTRY(WS-MAP-COUNT)
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE "FRDGLJNL GENERAL-LEDGER JOURNAL RECONCILIATION"
               TO GLRPT-LINE
           WRITE GLRPT-LINE
           MOVE WS-BATCH TO WS-BATCH-OUT
           MOVE SPACES TO GLRPT-LINE
           STRING "PERIOD " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "   BATCH " DELIMITED BY SIZE
                  WS-BATCH-OUT DELIMITED BY SIZE
                  "   JOURNAL DATE " DELIMITED BY SIZE
                  WS-PERIOD-END-DATE DELIMITED BY SIZE
                  "   TRAIL AFTER " DELIMITED BY SIZE
                  WS-GLC-CUTOFF DELIMITED BY SIZE
                  INTO GLRPT-LINE
           END-STRING
           WRITE GLRPT-LINE
           MOVE SPACES TO GLRPT-LINE
           WRITE GLRPT-LINE.

       WRITE-JOURNAL-HEADER.
           MOVE WS-BATCH           TO WS-JNH-BATCH
           MOVE WS-PERIOD          TO WS-JNH-PERIOD
           MOVE WS-PERIOD-END-DATE TO WS-JNH-DATE
           MOVE WS-RUN-TIMESTAMP   TO WS-JNH-CREATED
           MOVE WS-JNL-HEADER-FIELDS TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD.

      *> ---------------------------------------------------------
      *> JOURNAL-NEW-PROVISIONAL-LOSSES walks the whole ledger
      *> once - every record adds to today's ledger totals, and a
      *> record no completed batch has posted journals its
      *> provisional loss and goes on the posted-loss store under
      *> this batch.  A record opened at zero (no base amount on
      *> the case) is marked posted without journal lines.
       JOURNAL-NEW-PROVISIONAL-LOSSES.
           SET NOT-END-OF-FILE TO TRUE
           PERFORM JOURNAL-ONE-LEDGER-ROW UNTIL END-OF-FILE.

       JOURNAL-ONE-LEDGER-ROW.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM ADD-ROW-TO-LEDGER-TOTALS
                   PERFORM FIND-POSTED-ENTRY
                   IF NOT WS-LOSS-POSTED
                       PERFORM JOURNAL-PROVISIONAL-LOSS
                   END-IF
           END-READ.

       ADD-ROW-TO-LEDGER-TOTALS.
           MOVE LL-LOSS-AMOUNT TO WS-ROW-LOSS
           IF LL-LOSS-SIGN = '-'
               MULTIPLY WS-ROW-LOSS BY -1 GIVING WS-ROW-LOSS
           END-IF
           ADD WS-ROW-LOSS    TO WS-LDG-LOSS
           ADD LL-RECOVERED   TO WS-LDG-RECOVERED
           ADD LL-CHARGEBACK  TO WS-LDG-CHARGEBACK
           ADD LL-WRITEOFF    TO WS-LDG-WRITEOFF
           MOVE LL-REVERSED TO WS-ROW-REVERSED
           IF LL-LOSS-SIGN = '-'
               MULTIPLY WS-ROW-REVERSED BY -1 GIVING WS-ROW-REVERSED
           END-IF
           ADD WS-ROW-REVERSED TO WS-LDG-REVERSED.

      *> ---------------------------------------------------------
      *> FIND-POSTED-ENTRY - posted means on the store under a
      *> batch no later than the last one the control record
      *> shows completed.
       FIND-POSTED-ENTRY.
           MOVE 'N' TO WS-GP-ON-FILE-FLAG
           MOVE 'N' TO WS-LOSS-POSTED-FLAG
           MOVE LL-TRANS-ID TO GP-TRANS-ID
           READ GLPOSTED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-GP-ON-FILE TO TRUE
                   IF GP-BATCH NOT > WS-GLC-LAST-BATCH
                       SET WS-LOSS-POSTED TO TRUE
                   END-IF
           END-READ.

       JOURNAL-PROVISIONAL-LOSS.
           ADD 1 TO WS-COUNT-NEW-LOSSES
           IF WS-ROW-LOSS NOT = ZERO
               MOVE "LOS"        TO WS-ENTRY-TYPE
               MOVE WS-ROW-LOSS  TO WS-PAIR-AMOUNT
               MOVE LL-OPEN-DATE TO WS-PAIR-REFERENCE
               PERFORM WRITE-JOURNAL-PAIR
           END-IF
           PERFORM MARK-LOSS-POSTED.

       MARK-LOSS-POSTED.
           MOVE LL-TRANS-ID    TO GP-TRANS-ID
           MOVE WS-BATCH       TO GP-BATCH
           MOVE WS-PERIOD      TO GP-PERIOD
           MOVE LL-LOSS-SIGN   TO GP-LOSS-SIGN
           MOVE LL-LOSS-AMOUNT TO GP-LOSS-AMOUNT
           IF WS-GP-ON-FILE
               REWRITE GP-POSTED-RECORD
           ELSE
               WRITE GP-POSTED-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *> ---------------------------------------------------------
      *> JOURNAL-LOSS-POSTINGS reads FRDLOSS's posting trail and
      *> journals every REC/CHB/WRT/REV/RIN stamped after the last
      *> run's cutoff and no later than this run's start.  The ledger
      *> record supplies the action code and location the
      *> mapping needs; a posting whose case is not on the ledger
      *> or whose row cannot be read is a discrepancy.
       JOURNAL-LOSS-POSTINGS.
           OPEN INPUT POSTING-FILE
           PERFORM JOURNAL-ONE-POSTING UNTIL WS-POST-EOF
           CLOSE POSTING-FILE.

       JOURNAL-ONE-POSTING.
           READ POSTING-FILE
               AT END
                   SET WS-POST-EOF TO TRUE
               NOT AT END
                   IF POSTING-RECORD(1:14) > WS-GLC-CUTOFF
                      AND POSTING-RECORD(1:14) NOT > WS-RUN-TIMESTAMP
                       PERFORM JOURNAL-RECOVERY-POSTING
                   END-IF
           END-READ.

       JOURNAL-RECOVERY-POSTING.
           MOVE POSTING-RECORD(36:3) TO WS-TRAIL-TYPE
           IF WS-TRAIL-REINSTATE
               MOVE "REV" TO WS-ENTRY-TYPE
           ELSE
               MOVE WS-TRAIL-TYPE TO WS-ENTRY-TYPE
           END-IF
           IF NOT WS-TRAIL-VALID
              OR POSTING-RECORD(40:13) NOT NUMERIC
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO GLRPT-LINE
               STRING "UNREADABLE POSTING: " DELIMITED BY SIZE
                      POSTING-RECORD(1:52) DELIMITED BY SIZE
                      INTO GLRPT-LINE
               END-STRING
               WRITE GLRPT-LINE
           ELSE
               MOVE 'N' TO WS-LEDGER-FOUND-FLAG
               MOVE POSTING-RECORD(25:10) TO LL-TRANS-ID
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LEDGER-FOUND TO TRUE
               END-READ
               IF WS-LEDGER-FOUND
                   ADD 1 TO WS-COUNT-POSTINGS
                   MOVE POSTING-AMOUNT-NUM   TO WS-PAIR-AMOUNT
                   IF WS-ENTRY-REVERSAL
                       PERFORM SIGN-REVERSAL-AMOUNT
                   END-IF
                   MOVE POSTING-RECORD(1:14) TO WS-PAIR-REFERENCE
                   PERFORM WRITE-JOURNAL-PAIR
               ELSE
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE SPACES TO GLRPT-LINE
                   STRING "POSTING NOT ON LEDGER: " DELIMITED BY SIZE
                          POSTING-RECORD(1:52) DELIMITED BY SIZE
                          INTO GLRPT-LINE
                   END-STRING
                   WRITE GLRPT-LINE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> SIGN-REVERSAL-AMOUNT - a reversal moves the loss back the
      *> way it came, so it carries the loss's own sign; undoing
      *> a reversal (RIN) turns it round again.
       SIGN-REVERSAL-AMOUNT.
           IF LL-LOSS-SIGN = '-'
               MULTIPLY WS-PAIR-AMOUNT BY -1 GIVING WS-PAIR-AMOUNT
           END-IF
           IF WS-TRAIL-REINSTATE
               MULTIPLY WS-PAIR-AMOUNT BY -1 GIVING WS-PAIR-AMOUNT
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-JOURNAL-PAIR maps the movement in WS-ENTRY-TYPE for
      *> the current ledger record and writes its debit and its
      *> credit for the same amount - the journal balances line
      *> pair by line pair.  An unmapped movement writes nothing
      *> and is a discrepancy: finance gets the whole journal or
      *> none of it.
       WRITE-JOURNAL-PAIR.
           PERFORM FIND-ACCOUNT-MAPPING

           IF WS-MAP-HIT-IDX = ZERO
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO GLRPT-LINE
               STRING "NO ACCOUNT MAPPING: " DELIMITED BY SIZE
                      WS-ENTRY-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LL-TRANS-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LL-ACTION-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LL-LOCATION DELIMITED BY SIZE
                      INTO GLRPT-LINE
               END-STRING
               WRITE GLRPT-LINE
           ELSE
               IF WS-PAIR-AMOUNT < ZERO
                   COMPUTE WS-PAIR-ABS-AMOUNT = WS-PAIR-AMOUNT * -1
                   MOVE 'C' TO WS-DEBIT-SIDE
                   MOVE 'D' TO WS-CREDIT-SIDE
               ELSE
                   MOVE WS-PAIR-AMOUNT TO WS-PAIR-ABS-AMOUNT
                   MOVE 'D' TO WS-DEBIT-SIDE
                   MOVE 'C' TO WS-CREDIT-SIDE
               END-IF

               MOVE WS-MAP-DR-ACCOUNT(WS-MAP-HIT-IDX) TO WS-JND-ACCOUNT
               MOVE WS-MAP-DR-CC(WS-MAP-HIT-IDX)      TO
                   WS-JND-COST-CENTER
               MOVE WS-DEBIT-SIDE                     TO WS-JND-DR-CR
               PERFORM WRITE-JOURNAL-LINE

               MOVE WS-MAP-CR-ACCOUNT(WS-MAP-HIT-IDX) TO WS-JND-ACCOUNT
               MOVE WS-MAP-CR-CC(WS-MAP-HIT-IDX)      TO
                   WS-JND-COST-CENTER
               MOVE WS-CREDIT-SIDE                    TO WS-JND-DR-CR
               PERFORM WRITE-JOURNAL-LINE

               PERFORM ADD-PAIR-TO-ENTRY-TOTAL
           END-IF.

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-BATCH           TO WS-JND-BATCH
           MOVE WS-LINE-COUNT      TO WS-JND-LINE
           MOVE WS-PAIR-ABS-AMOUNT TO WS-JND-AMOUNT
           MOVE WS-ENTRY-TYPE      TO WS-JND-ENTRY
           MOVE LL-TRANS-ID        TO WS-JND-TRANS-ID
           MOVE LL-ACTION-CODE     TO WS-JND-ACTION
           MOVE LL-LOCATION        TO WS-JND-LOCATION
           MOVE WS-PAIR-REFERENCE  TO WS-JND-REFERENCE

           IF WS-JND-DR-CR = 'D'
               ADD WS-PAIR-ABS-AMOUNT TO WS-JNL-DEBITS
           ELSE
               ADD WS-PAIR-ABS-AMOUNT TO WS-JNL-CREDITS
           END-IF

           MOVE WS-JNL-DETAIL-FIELDS TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD.

       ADD-PAIR-TO-ENTRY-TOTAL.
           IF WS-ENTRY-LOSS
               ADD WS-PAIR-AMOUNT TO WS-JNL-LOSS
           ELSE
           IF WS-ENTRY-RECOVERY
               ADD WS-PAIR-AMOUNT TO WS-JNL-RECOVERED
           ELSE
           IF WS-ENTRY-CHARGEBACK
               ADD WS-PAIR-AMOUNT TO WS-JNL-CHARGEBACK
           ELSE
           IF WS-ENTRY-REVERSAL
               ADD WS-PAIR-AMOUNT TO WS-JNL-REVERSED
           ELSE
               ADD WS-PAIR-AMOUNT TO WS-JNL-WRITEOFF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-ACCOUNT-MAPPING leaves WS-MAP-HIT-IDX at the most
      *> specific row for the entry type, LL-ACTION-CODE, and
      *> LL-LOCATION - an exact action scores 2, an exact prefix
      *> 1, a wildcard nothing - or zero when no row applies.
       FIND-ACCOUNT-MAPPING.
           MOVE ZERO TO WS-MAP-HIT-IDX
           MOVE -1   TO WS-MAP-BEST-SCORE
           MOVE 1    TO WS-MAP-IDX

           PERFORM TEST-ACCOUNT-MAPPING
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.

       TEST-ACCOUNT-MAPPING.
           MOVE -1 TO WS-MAP-SCORE
           IF WS-MAP-TYPE(WS-MAP-IDX) = WS-ENTRY-TYPE
               IF WS-MAP-ACTION(WS-MAP-IDX) = LL-ACTION-CODE
                   MOVE 2 TO WS-MAP-SCORE
               ELSE
               IF WS-MAP-ACTION(WS-MAP-IDX) = "*"
                   MOVE ZERO TO WS-MAP-SCORE
               END-IF
               END-IF
               IF WS-MAP-SCORE >= ZERO
                   IF WS-MAP-PREFIX(WS-MAP-IDX) = LL-LOCATION(1:5)
                       ADD 1 TO WS-MAP-SCORE
                   ELSE
                   IF WS-MAP-PREFIX(WS-MAP-IDX) NOT = "*"
                       MOVE -1 TO WS-MAP-SCORE
                   END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-MAP-SCORE > WS-MAP-BEST-SCORE
               MOVE WS-MAP-SCORE TO WS-MAP-BEST-SCORE
               MOVE WS-MAP-IDX   TO WS-MAP-HIT-IDX
           END-IF
           ADD 1 TO WS-MAP-IDX.

       WRITE-JOURNAL-TRAILER.
           MOVE WS-BATCH       TO WS-JNT-BATCH
           MOVE WS-LINE-COUNT  TO WS-JNT-LINES
           MOVE WS-JNL-DEBITS  TO WS-JNT-DEBITS
           MOVE WS-JNL-CREDITS TO WS-JNT-CREDITS
           MOVE WS-JNL-TRAILER-FIELDS TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD.

      *> ---------------------------------------------------------
      *> PROVE-JOURNAL-AGAINST-LEDGER - debits must equal credits,
      *> and each entry type's net on the journal must equal the
      *> ledger's movement for it: today's total less the total
      *> the last posting left on the control record.  The
      *> provisional-loss movement comes off the ledger totals,
      *> not the records journalled, and the posting movement off
      *> the ledger buckets, not the trail - two independent
      *> routes to the same number.
       PROVE-JOURNAL-AGAINST-LEDGER.
           COMPUTE WS-MOVE-LOSS = WS-LDG-LOSS - WS-PRIOR-LOSS
           COMPUTE WS-MOVE-RECOVERED =
               WS-LDG-RECOVERED - WS-GLC-RECOVERED
           COMPUTE WS-MOVE-CHARGEBACK =
               WS-LDG-CHARGEBACK - WS-GLC-CHARGEBACK
           COMPUTE WS-MOVE-WRITEOFF =
               WS-LDG-WRITEOFF - WS-GLC-WRITEOFF
           COMPUTE WS-MOVE-REVERSED =
               WS-LDG-REVERSED - WS-PRIOR-REVERSED

           MOVE SPACES TO GLRPT-LINE
           WRITE GLRPT-LINE
           STRING "                     LEDGER MOVEMENT"
                      DELIMITED BY SIZE
                  "                JOURNAL" DELIMITED BY SIZE
                  INTO GLRPT-LINE
           END-STRING
           WRITE GLRPT-LINE

           MOVE "PROVISIONAL LOSS"  TO WS-TIE-NAME-OUT
           MOVE WS-MOVE-LOSS        TO WS-TIE-LEDGER
           MOVE WS-JNL-LOSS         TO WS-TIE-JOURNAL
           PERFORM WRITE-TIE-LINE

           MOVE "RECOVERIES"        TO WS-TIE-NAME-OUT
           MOVE WS-MOVE-RECOVERED   TO WS-TIE-LEDGER
           MOVE WS-JNL-RECOVERED    TO WS-TIE-JOURNAL
           PERFORM WRITE-TIE-LINE

           MOVE "CHARGEBACKS"       TO WS-TIE-NAME-OUT
           MOVE WS-MOVE-CHARGEBACK  TO WS-TIE-LEDGER
           MOVE WS-JNL-CHARGEBACK   TO WS-TIE-JOURNAL
           PERFORM WRITE-TIE-LINE

           MOVE "WRITE-OFFS"        TO WS-TIE-NAME-OUT
           MOVE WS-MOVE-WRITEOFF    TO WS-TIE-LEDGER
           MOVE WS-JNL-WRITEOFF     TO WS-TIE-JOURNAL
           PERFORM WRITE-TIE-LINE

           MOVE "LOSS REVERSALS"    TO WS-TIE-NAME-OUT
           MOVE WS-MOVE-REVERSED    TO WS-TIE-LEDGER
           MOVE WS-JNL-REVERSED     TO WS-TIE-JOURNAL
           PERFORM WRITE-TIE-LINE

           MOVE "DEBITS / CREDITS"  TO WS-TIE-NAME-OUT
           MOVE WS-JNL-DEBITS       TO WS-TIE-LEDGER
           MOVE WS-JNL-CREDITS      TO WS-TIE-JOURNAL
           PERFORM WRITE-TIE-LINE.

       WRITE-TIE-LINE.
           MOVE WS-TIE-LEDGER  TO WS-TIE-LEDGER-OUT
           MOVE WS-TIE-JOURNAL TO WS-TIE-JOURNAL-OUT
           IF WS-TIE-LEDGER = WS-TIE-JOURNAL
               MOVE "TIED"     TO WS-TIE-RESULT-OUT
           ELSE
               MOVE "NOT TIED" TO WS-TIE-RESULT-OUT
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF
           MOVE WS-TIE-LINE TO GLRPT-LINE
           WRITE GLRPT-LINE.

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO GLRPT-LINE
           WRITE GLRPT-LINE
           MOVE WS-COUNT-NEW-LOSSES TO WS-COUNT-OUT
           STRING "LEDGER RECORDS POSTED: " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO GLRPT-LINE
           END-STRING
           WRITE GLRPT-LINE
           MOVE SPACES TO GLRPT-LINE
           MOVE WS-COUNT-POSTINGS TO WS-COUNT-OUT
           STRING "TRAIL POSTINGS       : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO GLRPT-LINE
           END-STRING
           WRITE GLRPT-LINE
           MOVE SPACES TO GLRPT-LINE
           MOVE WS-LINE-COUNT TO WS-COUNT-OUT
           STRING "JOURNAL LINES        : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO GLRPT-LINE
           END-STRING
           WRITE GLRPT-LINE
           MOVE SPACES TO GLRPT-LINE
           WRITE GLRPT-LINE

           IF WS-DISCREPANCY-COUNT = ZERO
               MOVE "RESULT: JOURNAL BALANCED AND TIED TO THE LEDGER"
                   TO GLRPT-LINE
           ELSE
               MOVE WS-DISCREPANCY-COUNT TO WS-COUNT-OUT
               STRING "RESULT: NOT POSTED - " DELIMITED BY SIZE
                      WS-COUNT-OUT DELIMITED BY SIZE
                      " DISCREPANCIES, JOURNAL WITHDRAWN"
                          DELIMITED BY SIZE
                      INTO GLRPT-LINE
               END-STRING
           END-IF
           WRITE GLRPT-LINE.

      *> ---------------------------------------------------------
      *> WITHDRAW-JOURNAL-FILE empties FRAUD.GL.JOURNAL.txt, so a
      *> journal that failed its proof can never be picked up and
      *> uploaded.
       WITHDRAW-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE.

      *> ---------------------------------------------------------
      *> SAVE-GL-CONTROL moves the control record on - period,
      *> batch, the trail cutoff, and the ledger totals just
      *> posted up to.  Written last: until it lands, the period
      *> is not posted and a rerun rebuilds the same batch.
       SAVE-GL-CONTROL.
           MOVE WS-PERIOD        TO WS-GLC-LAST-PERIOD
           MOVE WS-BATCH         TO WS-GLC-LAST-BATCH
           MOVE WS-RUN-TIMESTAMP TO WS-GLC-CUTOFF
           IF WS-LDG-LOSS < ZERO
               MOVE '-' TO WS-GLC-LOSS-SIGN
               COMPUTE WS-GLC-LOSS = WS-LDG-LOSS * -1
           ELSE
               MOVE '+' TO WS-GLC-LOSS-SIGN
               MOVE WS-LDG-LOSS TO WS-GLC-LOSS
           END-IF
           MOVE WS-LDG-RECOVERED  TO WS-GLC-RECOVERED
           MOVE WS-LDG-CHARGEBACK TO WS-GLC-CHARGEBACK
           MOVE WS-LDG-WRITEOFF   TO WS-GLC-WRITEOFF
           IF WS-LDG-REVERSED < ZERO
               MOVE '-' TO WS-GLC-REVERSED-SIGN
               COMPUTE WS-GLC-REVERSED = WS-LDG-REVERSED * -1
           ELSE
               MOVE '+' TO WS-GLC-REVERSED-SIGN
               MOVE WS-LDG-REVERSED TO WS-GLC-REVERSED
           END-IF

           OPEN OUTPUT GLCTL-FILE
           MOVE WS-GLCTL-FIELDS TO GLCTL-RECORD
           WRITE GLCTL-RECORD
           CLOSE GLCTL-FILE.

IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDBKSCR.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Off-cycle back-scorer - until now
      *>             a TXN dated other than the processing date went
      *>             to FRAUD.OFFCYCLE.txt and stayed there, so a
      *>             late-posted BLOCK-sized transaction or a
      *>             hot-card hit from two days back was never
      *>             flagged at all.  Runs straight after FRAUDCHK
      *>             and reads every off-cycle record it wrote,
      *>             whatever business dates they carry, balanced
      *>             first against the file's control trailer.
      *>             Each record is scored against the scoring
      *>             tables in effect on its own business date, from
      *>             the scoring-table history FRAUDCHK keeps
      *>             (FRAUD.TABLE.HIST.dat, TABLHIST), after a check
      *>             of the seen-id store under that date so nothing
      *>             already scored is scored twice.  Validation,
      *>             conversion, and the DETERMINE-HOTCARD-ACTION /
      *>             DETERMINE-THRESHOLD-ACTION paragraphs mirror
      *>             FRAUDCHK's, with the hot-card effective date
      *>             tested against the business date.  Flags go to
      *>             FRAUD.LATE.OUTPUT.txt in the flagged layout
      *>             marked LATE at column 119, for FRDQUEUE,
      *>             FRDBLKX and FRDOUTRX to pick up; every scored
      *>             record reaches the scored-transaction store.
      *>             A record older than the back-scoring age on
      *>             FRAUD.BACKSCORE.PARM.txt - or dated ahead of the
      *>             processing date, already scored for its date,
      *>             with no tables on file for its date, or failing
      *>             an edit against that date's tables - is written
      *>             off to FRAUD.BACKSCORE.EXCEPT.txt instead.
      *>             FRAUD.BACKSCORE.RPT cross-foots read against
      *>             scored clean plus flagged plus written off, by
      *>             business date and by write-off reason, and ends
      *>             in a CTL footer FRDRECON ties to the files.
      *> 2026-10-14  Hot-card table raised from 200 to 999 rows -
      *>             the most FRAUD.TABLE.HIST.dat's 3-digit row
      *>             sequence can key - in step with FRAUDCHK,
      *>             FRDSCORE, FRDSIMUL, FRDHOTFD, and FRDTMNT; a
      *>             BIN-attack card list hot-carded through
      *>             FRDTMNT can run to hundreds of cards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKSPARM-FILE ASSIGN TO 'FRAUD.BACKSCORE.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-FILE ASSIGN TO 'FRAUD.OFFCYCLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LATE-OUTFILE ASSIGN TO 'FRAUD.LATE.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO 'FRAUD.BACKSCORE.EXCEPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKSCORE-FILE ASSIGN TO 'FRAUD.BACKSCORE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TABLE-HIST ASSIGN TO 'FRAUD.TABLE.HIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY.
           SELECT OPTIONAL SEENID-FILE ASSIGN TO 'FRAUD.SEENIDS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEENID-KEY.
           SELECT OPTIONAL SCORED-FILE ASSIGN TO 'FRAUD.SCORED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-TRANS-ID.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

       FD  BKSPARM-FILE.
       01  BKSPARM-RECORD         PIC X(10).

       FD  OFFCYCLE-FILE.
       01  OFFCYCLE-RECORD        PIC X(96).

      *> ---------------------------------------------------------
      *> OFF-TRL-FIELDS overlays the control trailer's AMOUNT(13)
      *> (CTLTRL) with a numeric picture - an alphanumeric
      *> substring MOVEd into a numeric receiver would not respect
      *> the implied 2 decimal places.
       01  OFF-TRL-FIELDS REDEFINES OFFCYCLE-RECORD.
           05  FILLER                 PIC X(21).
           05  OFF-TRL-AMOUNT-NUM     PIC 9(11)V99.
           05  FILLER                 PIC X(62).

       FD  LATE-OUTFILE.
       01  LATE-OUT-RECORD        PIC X(126).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD          PIC X(143).

       FD  BACKSCORE-FILE.
       01  BACKSCORE-LINE         PIC X(80).

       FD  TABLE-HIST.
           COPY TABLHIST.

       FD  SEENID-FILE.
       01  SEENID-RECORD.
           05  SEENID-KEY.
               10  SEENID-DATE        PIC X(08).
               10  SEENID-TRANS-ID    PIC X(10).

       FD  SCORED-FILE.
           COPY SCOREREC.

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> TXN detail record, laid over the off-cycle record.
           COPY TXNREC.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD working storage (AMTSCRUB.cpy) - the
      *> off-cycle amount goes through the same scrub FRAUDCHK ran
      *> it through.
           COPY AMTSCRUB.

       01  EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
           88  NOT-END-OF-FILE    VALUE 'N'.

       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.
       01  WS-PROCESSING-NUM REDEFINES WS-PROCESSING-DATE PIC 9(8).

      *> ---------------------------------------------------------
      *> Back-scoring parameters (FRAUD.BACKSCORE.PARM.txt), one
      *> record:
      *>     MAX-AGE-DAYS(3)
      *> e.g.  030 - an off-cycle record whose business date is
      *> more than 30 days before the processing date is written
      *> off, not scored.  FRDPURGE keeps the seen-id store and
      *> the scoring-table history for the same number of days,
      *> so everything this program is allowed to score still has
      *> its history.  Missing or non-numeric abends the run, same
      *> rule as FRAUD.RUNPARM.txt.
       01  WS-MAX-AGE-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-PARM-VALID-FLAG     PIC X VALUE 'N'.
           88  WS-PARM-IS-VALID   VALUE 'Y'.

       01  WS-PROCESSING-INTEGER  PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-CUTOFF-INTEGER      PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(8).

      *> ---------------------------------------------------------
      *> Off-cycle balancing - VERIFY-OFFCYCLE-BALANCE tallies the
      *> file against the TRL control trailer FRAUDCHK ended it
      *> with: count and net amount of the scrubbed original
      *> amounts, the figures FRAUDCHK's trailer attests.
       01  WS-TRAILER-SEEN-FLAG   PIC X VALUE 'N'.
           88  WS-TRAILER-SEEN    VALUE 'Y'.
       01  WS-BAL-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-BAL-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-TRL-SIGN            PIC X VALUE '+'.
       01  WS-TRL-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Scoring tables - FRAUDCHK's layouts and caps, filled from
      *> the scoring-table history for one business date at a
      *> time (LOAD-TABLES-FOR-DATE).  WS-LOADED-FOR-DATE is the
      *> business date the tables were last looked up for, and
      *> WS-TABLES-DATE the history date they came from - the
      *> latest date on or before the business date that has
      *> history, since a date FRAUDCHK did not run for (a
      *> weekend, a holiday) scored nothing and the tables loaded
      *> before it were still the ones in effect.
       01  WS-LOADED-FOR-DATE     PIC X(8) VALUE SPACES.
       01  WS-TABLES-DATE         PIC X(8) VALUE SPACES.
       01  WS-TABLES-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-TABLES-FOUND    VALUE 'Y'.

       01  WS-SEARCH-INTEGER      PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-SEARCH-DATE         PIC 9(8) VALUE ZERO.
       01  WS-SEARCH-DATE-X REDEFINES WS-SEARCH-DATE PIC X(8).

       01  WS-TABLE-HIST-EOF-FLAG PIC X VALUE 'N'.
           88  WS-TABLE-HIST-EOF  VALUE 'Y'.

       01  WS-THRESHOLD-COUNT     PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-THR-IDX             PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-THR-HIT-IDX         PIC 9(4) COMP-3 VALUE ZERO.

       01  WS-THRESHOLD-TABLE.
           05  WS-THRESHOLD-ENTRY OCCURS 10 TIMES.
               10  WS-THR-CODE    PIC X(2).
               10  WS-THR-ACTION  PIC X(8).
               10  WS-THR-AMOUNT  PIC 9(9)V99.

       01  WS-RISKLOC-COUNT       PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-RISKLOC-IDX         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-RISKLOC-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-RISKLOC-FOUND   VALUE 'Y'.

       01  WS-RISKLOC-TABLE.
           05  WS-RISKLOC-ENTRY OCCURS 25 TIMES.
               10  WS-RISKLOC-PREFIX  PIC X(5).
               10  WS-RISKLOC-REVIEW  PIC 9(9)V99.
               10  WS-RISKLOC-BLOCK   PIC 9(9)V99.

       01  WS-HOTCARD-COUNT       PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-HOTCARD-IDX         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-HOTCARD-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-HOTCARD-FOUND   VALUE 'Y'.

       01  WS-HOTCARD-TABLE.
           05  WS-HOTCARD-ENTRY OCCURS 999 TIMES.
               10  WS-HOT-CARD-NUMBER PIC X(16).
               10  WS-HOT-REASON      PIC X(10).
               10  WS-HOT-EFF-DATE    PIC X(8).

       01  WS-EXRATE-COUNT        PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-EXRATE-IDX          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-EXRATE-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-EXRATE-FOUND    VALUE 'Y'.

       01  WS-EXRATE-TABLE.
           05  WS-EXRATE-ENTRY OCCURS 50 TIMES.
               10  WS-EXRATE-CCY      PIC X(3).
               10  WS-EXRATE-RATE     PIC 9(5)V9(6).

       01  WS-BASE-CURRENCY       PIC X(3) VALUE "USD".

      *> ---------------------------------------------------------
      *> Scoring scratch fields, the same names FRAUDCHK carries.
       01  WS-AMOUNT-NUMERIC      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-ORIGINAL     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CONVERT-TRIAL       PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-ACTION-CODE         PIC X(8) VALUE SPACES.
           88  WS-NOT-FLAGGED     VALUE SPACES.
           88  WS-HOTCARD-FLAGGED VALUE "HOTCARD ".

       01  WS-OUT-BASE-AMOUNT     PIC -9(7).99.

       01  WS-VALID-FLAG          PIC X VALUE 'Y'.
           88  WS-RECORD-VALID    VALUE 'Y'.
           88  WS-RECORD-INVALID  VALUE 'N'.

       01  WS-REJECT-FIELDS.
           05  WS-REJECT-REASON-CODE  PIC X(4).
           05  WS-REJECT-REASON-TEXT  PIC X(30).

       01  WS-DAYS-IN-MONTH-TABLE  VALUE "312831303130313130313031".
           05  WS-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(2).

       01  WS-DATE-MAX-DAY         PIC 9(2) VALUE ZERO.
       01  WS-DATE-DIV-RESULT      PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-YEAR-REMAINDER       PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LEAP-FLAG            PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR     VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Seen-id flush buffer - business date plus trans-id of
      *> every record scored this run.  Held until the run has
      *> finished and its files are closed, then written to
      *> FRAUD.SEENIDS.dat in one pass (FLUSH-SEENID-BUFFER): an
      *> abended run leaves no ids behind, so the rerun scores the
      *> same records again rather than writing them off as
      *> already scored.  VERIFY-OFFCYCLE-BALANCE abends a file
      *> too big for the buffer before anything is scored.
       01  WS-SEENID-COUNT        PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-SEENID-IDX          PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-SEENID-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-SEENID-FOUND    VALUE 'Y'.

       01  WS-SEENID-TABLE.
           05  WS-SEENID-ENTRY OCCURS 50000 TIMES.
               10  WS-SEENID-BUF-DATE     PIC X(8).
               10  WS-SEENID-BUF-TRANS-ID PIC X(10).

      *> ---------------------------------------------------------
      *> Run accumulators.  Every TXN read ends scored clean,
      *> flagged, or written off - WRITE-BACKSCORE-REPORT proves
      *> it.
       01  WS-COUNT-READ           PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-COUNT-CLEAN          PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-COUNT-FLAGGED        PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-COUNT-HOTCARD        PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-COUNT-WRITTEN-OFF    PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-TOTAL-FLAGGED-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-WRITEOFF-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CROSSFOOT           PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-CROSSFOOT-BAD-FLAG  PIC X VALUE 'N'.
           88  WS-CROSSFOOT-BAD   VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Control trailer written as the last record of the late
      *> flagged file and the exceptions file (CTLTRL.cpy).
           COPY CTLTRL.

      *> ---------------------------------------------------------
      *> Breakdown by business date - what each date's late
      *> records came to.  A date's row is added the first time
      *> one of its records is read.
       01  WS-BDATE-COUNT          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-BDATE-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-BDATE-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-BDATE-FOUND      VALUE 'Y'.

       01  WS-BDATE-TABLE.
           05  WS-BDATE-ENTRY OCCURS 1000 TIMES.
               10  WS-BDATE-DATE       PIC X(8).
               10  WS-BDATE-TABLES     PIC X(8).
               10  WS-BDATE-READ       PIC 9(7) COMP-3.
               10  WS-BDATE-CLEAN      PIC 9(7) COMP-3.
               10  WS-BDATE-FLAGGED    PIC 9(7) COMP-3.
               10  WS-BDATE-WRITEOFF   PIC 9(7) COMP-3.

      *> ---------------------------------------------------------
      *> Breakdown by write-off reason, added the first time each
      *> reason is seen.
       01  WS-REASON-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-REASON-IDX           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-REASON-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-REASON-FOUND     VALUE 'Y'.

       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 20 TIMES.
               10  WS-REASON-CODE      PIC X(4).
               10  WS-REASON-TEXT      PIC X(30).
               10  WS-REASON-TALLY     PIC 9(7) COMP-3.

      *> ---------------------------------------------------------
      *> Report lines.
       01  WS-RPT-COUNT-OUT        PIC ZZZZZZZZ9.
       01  WS-RPT-AMOUNT-OUT       PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-BDATE-DETAIL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BDL-DATE          PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BDL-TABLES        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BDL-READ          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BDL-CLEAN         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BDL-FLAGGED       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BDL-WRITEOFF      PIC ZZZ,ZZ9.

       01  WS-REASON-DETAIL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RDL-CODE          PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RDL-TEXT          PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RDL-COUNT         PIC ZZZ,ZZ9.

      *> ---------------------------------------------------------
      *> Machine-readable control footer written as the last line
      *> of FRAUD.BACKSCORE.RPT, in fixed columns FRDRECON can
      *> cross-foot against the off-cycle, late flagged and
      *> exceptions trailers:
      *>   "CTL " READ(9) CLEAN(9) FLAGGED(9) WRITTEN-OFF(9)
      *>   SIGN(1) FLAGGED-AMOUNT(13)
       01  WS-BACKSCORE-CONTROL-LINE.
           05  FILLER                PIC X(04) VALUE "CTL ".
           05  WS-CTL-BKS-READ       PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-CTL-BKS-CLEAN      PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-CTL-BKS-FLAGGED    PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-CTL-BKS-WRITEOFF   PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-CTL-BKS-SIGN       PIC X(01) VALUE '+'.
           05  WS-CTL-BKS-AMOUNT     PIC 9(11)V99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BACKSCORE-PARAMETERS
           PERFORM COMPUTE-WRITE-OFF-CUTOFF
           PERFORM VERIFY-OFFCYCLE-BALANCE

           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT OFFCYCLE-FILE
           OPEN OUTPUT LATE-OUTFILE
           OPEN OUTPUT EXCEPT-FILE
           OPEN INPUT TABLE-HIST
           OPEN I-O SEENID-FILE
           OPEN I-O SCORED-FILE

           PERFORM BACKSCORE-ONE-RECORD UNTIL END-OF-FILE

           PERFORM WRITE-CONTROL-TRAILERS
           CLOSE OFFCYCLE-FILE LATE-OUTFILE EXCEPT-FILE TABLE-HIST
                 SCORED-FILE

           COMPUTE WS-CROSSFOOT =
               WS-COUNT-CLEAN + WS-COUNT-FLAGGED + WS-COUNT-WRITTEN-OFF
           IF WS-CROSSFOOT NOT = WS-COUNT-READ
               SET WS-CROSSFOOT-BAD TO TRUE
           ELSE
               PERFORM FLUSH-SEENID-BUFFER
           END-IF
           CLOSE SEENID-FILE

           PERFORM WRITE-BACKSCORE-REPORT

           IF WS-CROSSFOOT-BAD
               DISPLAY "FRDBKSCR - SCORED PLUS FLAGGED PLUS WRITTEN "
                       "OFF DOES NOT EQUAL READ, SEE FRAUD.BACKSCORE.RPT"
               STOP RUN RETURNING 16
           END-IF
           STOP RUN.

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
               DISPLAY "FRDBKSCR - FRAUD.RUNPARM.txt MISSING OR "
                       "INVALID PROCESSING DATE"
               STOP RUN RETURNING 16
           END-IF.

       LOAD-BACKSCORE-PARAMETERS.
           OPEN INPUT BKSPARM-FILE
           READ BKSPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BKSPARM-RECORD(1:3) NUMERIC
                       MOVE BKSPARM-RECORD(1:3) TO WS-MAX-AGE-DAYS
                       SET WS-PARM-IS-VALID TO TRUE
                   END-IF
           END-READ
           CLOSE BKSPARM-FILE

           IF NOT WS-PARM-IS-VALID
               DISPLAY "FRDBKSCR - FRAUD.BACKSCORE.PARM.txt MISSING OR "
                       "INVALID BACK-SCORING AGE"
               STOP RUN RETURNING 16
           END-IF.

      *> ---------------------------------------------------------
      *> COMPUTE-WRITE-OFF-CUTOFF - the processing date less the
      *> back-scoring age.  A business date before the cutoff is
      *> too old to score; one on the cutoff is still scored.
       COMPUTE-WRITE-OFF-CUTOFF.
           COMPUTE WS-PROCESSING-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-NUM)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-PROCESSING-INTEGER - WS-MAX-AGE-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).

      *> ---------------------------------------------------------
      *> VERIFY-OFFCYCLE-BALANCE reads FRAUD.OFFCYCLE.txt once,
      *> start to finish, before anything is scored, and proves it
      *> against the control trailer FRAUDCHK ended it with - the
      *> same pre-pass rule FRAUDCHK applies to its own feed, so a
      *> truncated file is never back-scored as if it were whole.
      *> A file with no trailer means FRAUDCHK never reached a
      *> clean end and abends here too.
       VERIFY-OFFCYCLE-BALANCE.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT OFFCYCLE-FILE
           PERFORM VERIFY-BALANCE-READ UNTIL END-OF-FILE
           CLOSE OFFCYCLE-FILE

           IF NOT WS-TRAILER-SEEN
               DISPLAY "FRDBKSCR - NO CONTROL TRAILER ON "
                       "FRAUD.OFFCYCLE.txt"
               STOP RUN RETURNING 16
           END-IF

           IF WS-TRL-COUNT NOT = WS-BAL-COUNT
              OR WS-TRL-AMOUNT NOT = WS-BAL-AMOUNT
               DISPLAY "FRDBKSCR - FRAUD.OFFCYCLE.txt DOES NOT "
                       "BALANCE TO ITS TRAILER"
               DISPLAY "  RECORDS READ  : " WS-BAL-COUNT
               DISPLAY "  TRAILER COUNT : " WS-TRL-COUNT
               DISPLAY "  AMOUNT READ   : " WS-BAL-AMOUNT
               DISPLAY "  TRAILER AMOUNT: " WS-TRL-AMOUNT
               STOP RUN RETURNING 16
           END-IF

           IF WS-BAL-COUNT > 50000
               DISPLAY "FRDBKSCR - MORE THAN 50000 OFF-CYCLE RECORDS "
                       "WOULD OVERRUN THE SEEN-ID FLUSH BUFFER"
               STOP RUN RETURNING 16
           END-IF.

       VERIFY-BALANCE-READ.
           READ OFFCYCLE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF OFFCYCLE-RECORD(1:3) = "TRL"
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE OFFCYCLE-RECORD(11:9) TO WS-TRL-COUNT
                       MOVE OFFCYCLE-RECORD(21:1) TO WS-TRL-SIGN
                       MOVE OFF-TRL-AMOUNT-NUM    TO WS-TRL-AMOUNT
                       IF WS-TRL-SIGN = '-'
                           MULTIPLY WS-TRL-AMOUNT BY -1
                               GIVING WS-TRL-AMOUNT
                       END-IF
                   ELSE
                   IF OFFCYCLE-RECORD(1:3) = "TXN"
                       ADD 1 TO WS-BAL-COUNT
                       MOVE OFFCYCLE-RECORD(12:15) TO WS-SCRUB-RAW
                       PERFORM SCRUB-AMOUNT-FIELD
                       IF WS-SCRUB-IS-VALID
                           ADD WS-SCRUB-NUMERIC TO WS-BAL-AMOUNT
                       END-IF
                   END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> BACKSCORE-ONE-RECORD - the trailer was proven by the
      *> pre-pass and is skipped here.  The first failure found
      *> wins and writes the record off with that reason: the
      *> amount and date edits, the age and future-date tests,
      *> the business date's tables, the seen-id check for that
      *> date, then the location, merchant and currency edits
      *> against that date's rate table.  A record that clears
      *> them all is scored.
       BACKSCORE-ONE-RECORD.
           READ OFFCYCLE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF OFFCYCLE-RECORD(1:3) = "TXN"
                       PERFORM BACKSCORE-TXN-RECORD
                   END-IF
           END-READ.

       BACKSCORE-TXN-RECORD.
           ADD 1 TO WS-COUNT-READ
           MOVE OFFCYCLE-RECORD TO WS-TXN-RECORD
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CODE WS-REJECT-REASON-TEXT

           PERFORM VALIDATE-AMOUNT-FIELD
           IF WS-RECORD-VALID
               PERFORM VALIDATE-DATE-FIELD
           END-IF
           IF WS-RECORD-VALID
               PERFORM CHECK-BUSINESS-DATE-AGE
           END-IF
           IF WS-RECORD-VALID
               PERFORM LOAD-TABLES-FOR-DATE
           END-IF
           IF WS-RECORD-VALID
               PERFORM FIND-SEEN-TRANS-ID
               IF WS-SEENID-FOUND
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "DUP " TO WS-REJECT-REASON-CODE
                   MOVE "ALREADY SCORED FOR DATE" TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM VALIDATE-LOCATION-FIELD
           END-IF
           IF WS-RECORD-VALID
               PERFORM VALIDATE-MERCHANT-FIELD
           END-IF
           IF WS-RECORD-VALID
               PERFORM VALIDATE-CURRENCY-FIELD
           END-IF

           PERFORM FIND-BUSINESS-DATE-ENTRY
           ADD 1 TO WS-BDATE-READ(WS-BDATE-IDX)

           IF WS-RECORD-INVALID
               PERFORM WRITE-OFF-RECORD
           ELSE
               PERFORM RECORD-SEEN-TRANS-ID
               PERFORM CLEAN-AMOUNT
               PERFORM CONVERT-AMOUNT-TO-BASE
               PERFORM DETERMINE-HOTCARD-ACTION

               IF WS-NOT-FLAGGED
                   PERFORM DETERMINE-THRESHOLD-ACTION
               END-IF

               IF NOT WS-NOT-FLAGGED
                   PERFORM WRITE-LATE-FLAG-RECORD
               ELSE
                   ADD 1 TO WS-COUNT-CLEAN
                   ADD 1 TO WS-BDATE-CLEAN(WS-BDATE-IDX)
               END-IF
               PERFORM WRITE-SCORED-STORE-ROW
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-BUSINESS-DATE-AGE writes off a record older than the
      *> back-scoring age, and one dated after the processing date
      *> - no tables were ever in effect for a date still to come,
      *> and FRAUDCHK will not see the record again.
       CHECK-BUSINESS-DATE-AGE.
           IF WS-DATE < WS-CUTOFF-DATE-X
               SET WS-RECORD-INVALID TO TRUE
               MOVE "AGE " TO WS-REJECT-REASON-CODE
               MOVE "OLDER THAN BACK-SCORING AGE" TO WS-REJECT-REASON-TEXT
           ELSE
           IF WS-DATE > WS-PROCESSING-DATE
               SET WS-RECORD-INVALID TO TRUE
               MOVE "FUT " TO WS-REJECT-REASON-CODE
               MOVE "DATED AFTER PROCESSING DATE" TO WS-REJECT-REASON-TEXT
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-TABLES-FOR-DATE makes the four scoring tables those
      *> in effect on WS-DATE - only looked up again when the
      *> business date changes from the last record's.  The
      *> history is searched back a day at a time from the
      *> business date to the write-off cutoff for the latest date
      *> FRAUDCHK recorded tables; none at all in that window
      *> writes the record off.
       LOAD-TABLES-FOR-DATE.
           IF WS-DATE NOT = WS-LOADED-FOR-DATE
               MOVE WS-DATE TO WS-LOADED-FOR-DATE
               MOVE 'N'     TO WS-TABLES-FOUND-FLAG
               MOVE SPACES  TO WS-TABLES-DATE
               MOVE WS-DATE TO WS-SEARCH-DATE-X
               COMPUTE WS-SEARCH-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SEARCH-DATE)
               PERFORM PROBE-TABLE-HISTORY-DATE
                   UNTIL WS-TABLES-FOUND
                      OR WS-SEARCH-INTEGER < WS-CUTOFF-INTEGER
               IF WS-TABLES-FOUND
                   PERFORM LOAD-TABLE-HISTORY-ROWS
               END-IF
           END-IF

           IF NOT WS-TABLES-FOUND
               SET WS-RECORD-INVALID TO TRUE
               MOVE "TBL " TO WS-REJECT-REASON-CODE
               MOVE "NO SCORING TABLES FOR DATE" TO WS-REJECT-REASON-TEXT
           END-IF.

       PROBE-TABLE-HISTORY-DATE.
           COMPUTE WS-SEARCH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SEARCH-INTEGER)
           MOVE 'N'              TO WS-TABLE-HIST-EOF-FLAG
           MOVE LOW-VALUES       TO TH-KEY
           MOVE WS-SEARCH-DATE-X TO TH-DATE
           START TABLE-HIST KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   SET WS-TABLE-HIST-EOF TO TRUE
           END-START
           IF NOT WS-TABLE-HIST-EOF
               READ TABLE-HIST NEXT RECORD
                   AT END
                       SET WS-TABLE-HIST-EOF TO TRUE
               END-READ
           END-IF
           IF NOT WS-TABLE-HIST-EOF
              AND TH-DATE = WS-SEARCH-DATE-X
               SET WS-TABLES-FOUND TO TRUE
               MOVE WS-SEARCH-DATE-X TO WS-TABLES-DATE
           ELSE
               SUBTRACT 1 FROM WS-SEARCH-INTEGER
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-TABLE-HISTORY-ROWS reads the history date's rows
      *> back into the tables in key order - the row sequence is
      *> FRAUDCHK's load order, so the tier table comes back in
      *> the ascending amount order scoring relies on.  FRAUDCHK
      *> never records more rows than its own tables hold, which
      *> are the sizes here.
       LOAD-TABLE-HISTORY-ROWS.
           MOVE ZERO TO WS-THRESHOLD-COUNT WS-RISKLOC-COUNT
                        WS-HOTCARD-COUNT WS-EXRATE-COUNT
           MOVE 'N'            TO WS-TABLE-HIST-EOF-FLAG
           MOVE LOW-VALUES     TO TH-KEY
           MOVE WS-TABLES-DATE TO TH-DATE
           START TABLE-HIST KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   SET WS-TABLE-HIST-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-TABLE-HISTORY-ROW
               UNTIL WS-TABLE-HIST-EOF.

       LOAD-ONE-TABLE-HISTORY-ROW.
           READ TABLE-HIST NEXT RECORD
               AT END
                   SET WS-TABLE-HIST-EOF TO TRUE
               NOT AT END
                   IF TH-DATE NOT = WS-TABLES-DATE
                       SET WS-TABLE-HIST-EOF TO TRUE
                   ELSE
                   IF TH-THRESHOLD-ROW
                       ADD 1 TO WS-THRESHOLD-COUNT
                       MOVE TH-ROW-DATA TO
                           WS-THRESHOLD-ENTRY(WS-THRESHOLD-COUNT)
                   ELSE
                   IF TH-RISKLOC-ROW
                       ADD 1 TO WS-RISKLOC-COUNT
                       MOVE TH-ROW-DATA TO
                           WS-RISKLOC-ENTRY(WS-RISKLOC-COUNT)
                   ELSE
                   IF TH-HOTCARD-ROW
                       ADD 1 TO WS-HOTCARD-COUNT
                       MOVE TH-ROW-DATA TO
                           WS-HOTCARD-ENTRY(WS-HOTCARD-COUNT)
                   ELSE
                   IF TH-EXRATE-ROW
                       ADD 1 TO WS-EXRATE-COUNT
                       MOVE TH-ROW-DATA TO
                           WS-EXRATE-ENTRY(WS-EXRATE-COUNT)
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       VALIDATE-AMOUNT-FIELD.
           MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-INVALID
               SET WS-RECORD-INVALID TO TRUE
               MOVE "AMT " TO WS-REJECT-REASON-CODE
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-DATE-FIELD - FRAUDCHK's calendar edit.  Every
      *> record here already passed it once; it is repeated so a
      *> business date is never handed to the date arithmetic
      *> unproven.
       VALIDATE-DATE-FIELD.
           IF WS-DATE NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
               MOVE "DTE " TO WS-REJECT-REASON-CODE
               MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON-TEXT
           ELSE
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "DTE " TO WS-REJECT-REASON-CODE
                   MOVE "INVALID YYYYMMDD DATE" TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM DETERMINE-LEAP-YEAR
                   MOVE WS-DAYS-IN-MONTH(WS-DATE-MM) TO WS-DATE-MAX-DAY
                   IF WS-DATE-MM = 2 AND WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-DATE-MAX-DAY
                   END-IF
                   IF WS-DATE-DD > WS-DATE-MAX-DAY
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE "DTE " TO WS-REJECT-REASON-CODE
                       MOVE "INVALID YYYYMMDD DATE" TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       DETERMINE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG
           DIVIDE WS-DATE-YYYY BY 400
               GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER = 0
               MOVE 'Y' TO WS-LEAP-FLAG
           ELSE
               DIVIDE WS-DATE-YYYY BY 100
                   GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER NOT = 0
                   DIVIDE WS-DATE-YYYY BY 4
                       GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER = 0
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

       VALIDATE-LOCATION-FIELD.
           IF WS-LOCATION = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE "LOC " TO WS-REJECT-REASON-CODE
               MOVE "LOCATION BLANK" TO WS-REJECT-REASON-TEXT
           END-IF.

       VALIDATE-MERCHANT-FIELD.
           IF WS-MERCHANT-ID = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE "MER " TO WS-REJECT-REASON-CODE
               MOVE "MERCHANT ID BLANK" TO WS-REJECT-REASON-TEXT
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-CURRENCY-FIELD - FRAUDCHK's edit, against the
      *> business date's rate table: a currency that date could
      *> not convert, or whose conversion would overflow, is
      *> written off rather than scored at a rate it never had.
       VALIDATE-CURRENCY-FIELD.
           IF WS-CURRENCY-CODE = SPACES
              OR WS-CURRENCY-CODE = WS-BASE-CURRENCY
               CONTINUE
           ELSE
               PERFORM FIND-EXRATE-ENTRY
               IF NOT WS-EXRATE-FOUND
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "CCY " TO WS-REJECT-REASON-CODE
                   MOVE "CURRENCY NOT ON RATE TABLE"
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   COMPUTE WS-CONVERT-TRIAL ROUNDED =
                       WS-SCRUB-NUMERIC
                       * WS-EXRATE-RATE(WS-EXRATE-IDX)
                       ON SIZE ERROR
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "CNV " TO WS-REJECT-REASON-CODE
                           MOVE "AMOUNT EXCEEDS BASE-CCY LIMIT"
                               TO WS-REJECT-REASON-TEXT
                   END-COMPUTE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-SEEN-TRANS-ID leaves WS-SEENID-FOUND set when the
      *> trans-id has already been scored for its business date -
      *> by FRAUDCHK on the day, by an earlier back-scoring run,
      *> or earlier in this one (still in the flush buffer).  The
      *> buffer is searched first; the store is only read when
      *> the buffer misses.
       FIND-SEEN-TRANS-ID.
           MOVE 'N' TO WS-SEENID-FOUND-FLAG
           MOVE 1   TO WS-SEENID-IDX

           PERFORM TEST-SEENID-ENTRY
               UNTIL WS-SEENID-FOUND OR WS-SEENID-IDX > WS-SEENID-COUNT

           IF NOT WS-SEENID-FOUND
               MOVE WS-DATE     TO SEENID-DATE
               MOVE WS-TRANS-ID TO SEENID-TRANS-ID
               READ SEENID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SEENID-FOUND TO TRUE
               END-READ
           END-IF.

       TEST-SEENID-ENTRY.
           IF WS-SEENID-BUF-TRANS-ID(WS-SEENID-IDX) = WS-TRANS-ID
              AND WS-SEENID-BUF-DATE(WS-SEENID-IDX) = WS-DATE
               SET WS-SEENID-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SEENID-IDX
           END-IF.

       RECORD-SEEN-TRANS-ID.
           ADD 1 TO WS-SEENID-COUNT
           MOVE WS-DATE     TO WS-SEENID-BUF-DATE(WS-SEENID-COUNT)
           MOVE WS-TRANS-ID TO WS-SEENID-BUF-TRANS-ID(WS-SEENID-COUNT).

      *> ---------------------------------------------------------
      *> FLUSH-SEENID-BUFFER writes the run's ids to the store
      *> under their business dates - only once the run has
      *> cross-footed.  A key already on the store is simply
      *> already there.
       FLUSH-SEENID-BUFFER.
           MOVE 1 TO WS-SEENID-IDX
           PERFORM WRITE-SEENID-STORE-ROW
               UNTIL WS-SEENID-IDX > WS-SEENID-COUNT
           MOVE ZERO TO WS-SEENID-COUNT.

       WRITE-SEENID-STORE-ROW.
           MOVE WS-SEENID-BUF-DATE(WS-SEENID-IDX)     TO SEENID-DATE
           MOVE WS-SEENID-BUF-TRANS-ID(WS-SEENID-IDX) TO SEENID-TRANS-ID
           WRITE SEENID-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-SEENID-IDX.

      *> ---------------------------------------------------------
      *> WRITE-OFF-RECORD sends a record that will not be scored
      *> to FRAUD.BACKSCORE.EXCEPT.txt, in the FRAUD.REJECTS.txt
      *> layout, with the reason it was written off.  The
      *> trailer's net amount only includes amounts that scrub
      *> clean, the rule the reject trailer applies.
       WRITE-OFF-RECORD.
           ADD 1 TO WS-COUNT-WRITTEN-OFF
           ADD 1 TO WS-BDATE-WRITEOFF(WS-BDATE-IDX)
           PERFORM FIND-REASON-ENTRY
           ADD 1 TO WS-REASON-TALLY(WS-REASON-IDX)

           MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-VALID
               ADD WS-SCRUB-NUMERIC TO WS-TOTAL-WRITEOFF-AMOUNT
           END-IF
           MOVE SPACES TO EXCEPT-RECORD
           STRING WS-TRANS-ID           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-REJECT-REASON-CODE DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-REJECT-REASON-TEXT DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OFFCYCLE-RECORD       DELIMITED BY SIZE
                  INTO EXCEPT-RECORD
           END-STRING
           WRITE EXCEPT-RECORD.

      *> ---------------------------------------------------------
      *> WRITE-LATE-FLAG-RECORD writes the flag in FRAUDCHK's
      *> flagged layout - record, action at column 98, base
      *> amount at column 107 - with LATE at column 119, so every
      *> reader of FRAUD.OUTPUT.txt reads this file unchanged and
      *> a case opened from it shows it was back-scored.
       WRITE-LATE-FLAG-RECORD.
           ADD 1 TO WS-COUNT-FLAGGED
           ADD 1 TO WS-BDATE-FLAGGED(WS-BDATE-IDX)
           IF WS-HOTCARD-FLAGGED
               ADD 1 TO WS-COUNT-HOTCARD
           END-IF
           ADD WS-AMOUNT-NUMERIC TO WS-TOTAL-FLAGGED-AMOUNT
           MOVE WS-AMOUNT-NUMERIC TO WS-OUT-BASE-AMOUNT
           MOVE SPACES TO LATE-OUT-RECORD
           STRING OFFCYCLE-RECORD    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-ACTION-CODE     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-OUT-BASE-AMOUNT DELIMITED BY SIZE
                  " LATE"            DELIMITED BY SIZE
                  INTO LATE-OUT-RECORD
           END-STRING
           WRITE LATE-OUT-RECORD.

      *> ---------------------------------------------------------
      *> WRITE-SCORED-STORE-ROW - FRAUDCHK's row, with the
      *> business date the record carries and tonight as the
      *> date it was scored, so FRDMISS can match a late
      *> transaction the way it matches any other.
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
      *> DETERMINE-HOTCARD-ACTION - as FRAUDCHK, but a listing
      *> applies once its effective date is reached by the
      *> transaction's business date, not tonight's date.
       DETERMINE-HOTCARD-ACTION.
           MOVE SPACES TO WS-ACTION-CODE
           PERFORM FIND-HOTCARD-ENTRY

           IF WS-HOTCARD-FOUND
               MOVE "HOTCARD " TO WS-ACTION-CODE
           END-IF.

       FIND-HOTCARD-ENTRY.
           MOVE 'N' TO WS-HOTCARD-FOUND-FLAG
           MOVE 1   TO WS-HOTCARD-IDX

           IF WS-CARD-NUMBER NOT = SPACES
               PERFORM TEST-HOTCARD-ENTRY
                   UNTIL WS-HOTCARD-FOUND
                      OR WS-HOTCARD-IDX > WS-HOTCARD-COUNT
           END-IF.

       TEST-HOTCARD-ENTRY.
           IF WS-CARD-NUMBER = WS-HOT-CARD-NUMBER(WS-HOTCARD-IDX)
              AND WS-DATE >= WS-HOT-EFF-DATE(WS-HOTCARD-IDX)
               SET WS-HOTCARD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HOTCARD-IDX
           END-IF.

       DETERMINE-THRESHOLD-ACTION.
           MOVE SPACES TO WS-ACTION-CODE
           PERFORM FIND-LOCATION-RISK-OVERRIDE

           IF WS-RISKLOC-FOUND
               PERFORM DETERMINE-ACTION-FROM-OVERRIDE
           ELSE
               PERFORM DETERMINE-ACTION-FROM-GLOBAL-TABLE
           END-IF.

       FIND-LOCATION-RISK-OVERRIDE.
           MOVE 'N' TO WS-RISKLOC-FOUND-FLAG
           MOVE 1   TO WS-RISKLOC-IDX

           PERFORM TEST-RISKLOC-ENTRY
               UNTIL WS-RISKLOC-FOUND OR WS-RISKLOC-IDX > WS-RISKLOC-COUNT.

       TEST-RISKLOC-ENTRY.
           IF WS-LOCATION(1:5) = WS-RISKLOC-PREFIX(WS-RISKLOC-IDX)
               SET WS-RISKLOC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RISKLOC-IDX
           END-IF.

       DETERMINE-ACTION-FROM-OVERRIDE.
           IF WS-AMOUNT-NUMERIC >= WS-RISKLOC-BLOCK(WS-RISKLOC-IDX)
               MOVE "BLOCK   " TO WS-ACTION-CODE
           ELSE
               IF WS-AMOUNT-NUMERIC >= WS-RISKLOC-REVIEW(WS-RISKLOC-IDX)
                   MOVE "REVIEW  " TO WS-ACTION-CODE
               END-IF
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

       CLEAN-AMOUNT.
           MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-VALID
               MOVE WS-SCRUB-NUMERIC TO WS-AMOUNT-NUMERIC
           ELSE
               MOVE ZERO TO WS-AMOUNT-NUMERIC
           END-IF.

       CONVERT-AMOUNT-TO-BASE.
           MOVE WS-AMOUNT-NUMERIC TO WS-AMOUNT-ORIGINAL
           IF WS-CURRENCY-CODE = SPACES
              OR WS-CURRENCY-CODE = WS-BASE-CURRENCY
               CONTINUE
           ELSE
               PERFORM FIND-EXRATE-ENTRY
               IF WS-EXRATE-FOUND
                   COMPUTE WS-AMOUNT-NUMERIC ROUNDED =
                       WS-AMOUNT-ORIGINAL
                       * WS-EXRATE-RATE(WS-EXRATE-IDX)
               END-IF
           END-IF.

       FIND-EXRATE-ENTRY.
           MOVE 'N' TO WS-EXRATE-FOUND-FLAG
           MOVE 1   TO WS-EXRATE-IDX

           PERFORM TEST-EXRATE-ENTRY
               UNTIL WS-EXRATE-FOUND OR WS-EXRATE-IDX > WS-EXRATE-COUNT.

       TEST-EXRATE-ENTRY.
           IF WS-CURRENCY-CODE = WS-EXRATE-CCY(WS-EXRATE-IDX)
               SET WS-EXRATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EXRATE-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-BUSINESS-DATE-ENTRY leaves WS-BDATE-IDX pointing at
      *> the breakdown row for WS-DATE, adding one the first time
      *> the date is read.  The table outgrowing 1000 dates abends
      *> the run before anything is flushed to the seen-id store.
       FIND-BUSINESS-DATE-ENTRY.
           MOVE 'N' TO WS-BDATE-FOUND-FLAG
           MOVE 1   TO WS-BDATE-IDX

           PERFORM TEST-BUSINESS-DATE-ENTRY
               UNTIL WS-BDATE-FOUND OR WS-BDATE-IDX > WS-BDATE-COUNT

           IF NOT WS-BDATE-FOUND
               IF WS-BDATE-COUNT >= 1000
                   DISPLAY "FRDBKSCR - MORE THAN 1000 BUSINESS DATES "
                           "OFF-CYCLE, WS-BDATE-TABLE IS FULL"
                   CLOSE OFFCYCLE-FILE LATE-OUTFILE EXCEPT-FILE
                         TABLE-HIST SEENID-FILE SCORED-FILE
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WS-BDATE-COUNT
               MOVE WS-BDATE-COUNT TO WS-BDATE-IDX
               MOVE WS-DATE        TO WS-BDATE-DATE(WS-BDATE-IDX)
               MOVE SPACES         TO WS-BDATE-TABLES(WS-BDATE-IDX)
               MOVE ZERO TO WS-BDATE-READ(WS-BDATE-IDX)
                            WS-BDATE-CLEAN(WS-BDATE-IDX)
                            WS-BDATE-FLAGGED(WS-BDATE-IDX)
                            WS-BDATE-WRITEOFF(WS-BDATE-IDX)
           END-IF
           IF WS-BDATE-TABLES(WS-BDATE-IDX) = SPACES
              AND WS-DATE = WS-LOADED-FOR-DATE
               MOVE WS-TABLES-DATE TO WS-BDATE-TABLES(WS-BDATE-IDX)
           END-IF.

       TEST-BUSINESS-DATE-ENTRY.
           IF WS-BDATE-DATE(WS-BDATE-IDX) = WS-DATE
               SET WS-BDATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BDATE-IDX
           END-IF.

       FIND-REASON-ENTRY.
           MOVE 'N' TO WS-REASON-FOUND-FLAG
           MOVE 1   TO WS-REASON-IDX

           PERFORM TEST-REASON-ENTRY
               UNTIL WS-REASON-FOUND OR WS-REASON-IDX > WS-REASON-COUNT

           IF NOT WS-REASON-FOUND
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT       TO WS-REASON-IDX
               MOVE WS-REJECT-REASON-CODE TO WS-REASON-CODE(WS-REASON-IDX)
               MOVE WS-REJECT-REASON-TEXT TO WS-REASON-TEXT(WS-REASON-IDX)
               MOVE ZERO TO WS-REASON-TALLY(WS-REASON-IDX)
           END-IF.

       TEST-REASON-ENTRY.
           IF WS-REASON-CODE(WS-REASON-IDX) = WS-REJECT-REASON-CODE
               SET WS-REASON-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-REASON-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD / SCRUB-ONE-CHARACTER (AMTPARSE.cpy).
           COPY AMTPARSE.

      *> ---------------------------------------------------------
      *> WRITE-CONTROL-TRAILERS ends the late flagged file and the
      *> exceptions file with a TRL control record (CTLTRL.cpy) of
      *> count and net amount - the late file's in base currency,
      *> as FRAUD.OUTPUT.txt's is, the exceptions file's in the
      *> amounts as they arrived, as FRAUD.REJECTS.txt's is.
       WRITE-CONTROL-TRAILERS.
           MOVE WS-COUNT-FLAGGED        TO WS-CTL-COUNT
           MOVE WS-TOTAL-FLAGGED-AMOUNT TO WS-CTL-WORK-AMOUNT
           PERFORM SET-CONTROL-TRAILER-SIGN
           MOVE WS-CONTROL-TRAILER TO LATE-OUT-RECORD
           WRITE LATE-OUT-RECORD

           MOVE WS-COUNT-WRITTEN-OFF     TO WS-CTL-COUNT
           MOVE WS-TOTAL-WRITEOFF-AMOUNT TO WS-CTL-WORK-AMOUNT
           PERFORM SET-CONTROL-TRAILER-SIGN
           MOVE WS-CONTROL-TRAILER TO EXCEPT-RECORD
           WRITE EXCEPT-RECORD.

       SET-CONTROL-TRAILER-SIGN.
           IF WS-CTL-WORK-AMOUNT < ZERO
               MOVE '-' TO WS-CTL-SIGN
           ELSE
               MOVE '+' TO WS-CTL-SIGN
           END-IF
           MOVE WS-CTL-WORK-AMOUNT TO WS-CTL-AMOUNT.

      *> ---------------------------------------------------------
      *> WRITE-BACKSCORE-REPORT produces FRAUD.BACKSCORE.RPT - the
      *> run totals and their cross-foot, the breakdown by
      *> business date (with the history date whose tables scored
      *> it) and by write-off reason, and the CTL footer.
       WRITE-BACKSCORE-REPORT.
           OPEN OUTPUT BACKSCORE-FILE

           MOVE "FRDBKSCR OFF-CYCLE BACK-SCORING" TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           MOVE SPACES TO BACKSCORE-LINE
           STRING "PROCESSING DATE " DELIMITED BY SIZE
                  WS-PROCESSING-DATE DELIMITED BY SIZE
                  "   WRITE-OFF BEFORE " DELIMITED BY SIZE
                  WS-CUTOFF-DATE-X   DELIMITED BY SIZE
                  INTO BACKSCORE-LINE
           END-STRING
           WRITE BACKSCORE-LINE
           MOVE SPACES TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE

           MOVE WS-COUNT-READ TO WS-RPT-COUNT-OUT
           STRING "OFF-CYCLE RECORDS READ . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO BACKSCORE-LINE
           END-STRING
           WRITE BACKSCORE-LINE

           MOVE WS-COUNT-CLEAN TO WS-RPT-COUNT-OUT
           STRING "SCORED CLEAN . . . . . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO BACKSCORE-LINE
           END-STRING
           WRITE BACKSCORE-LINE

           MOVE WS-COUNT-FLAGGED TO WS-RPT-COUNT-OUT
           STRING "FLAGGED LATE . . . . . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO BACKSCORE-LINE
           END-STRING
           WRITE BACKSCORE-LINE

           MOVE WS-COUNT-HOTCARD TO WS-RPT-COUNT-OUT
           STRING "  OF WHICH HOT-CARD HITS . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO BACKSCORE-LINE
           END-STRING
           WRITE BACKSCORE-LINE

           MOVE WS-COUNT-WRITTEN-OFF TO WS-RPT-COUNT-OUT
           STRING "WRITTEN OFF  . . . . . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO BACKSCORE-LINE
           END-STRING
           WRITE BACKSCORE-LINE

           MOVE WS-TOTAL-FLAGGED-AMOUNT TO WS-RPT-AMOUNT-OUT
           STRING "TOTAL FLAGGED (BASE CCY) . : " DELIMITED BY SIZE
                  WS-RPT-AMOUNT-OUT               DELIMITED BY SIZE
                  INTO BACKSCORE-LINE
           END-STRING
           WRITE BACKSCORE-LINE

           IF WS-CROSSFOOT-BAD
               MOVE "  *** SCORED PLUS WRITTEN OFF DOES NOT EQUAL READ ***"
                   TO BACKSCORE-LINE
               WRITE BACKSCORE-LINE
           END-IF

           MOVE SPACES TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           MOVE "BREAKDOWN BY BUSINESS DATE" TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           MOVE "  BUS DATE  TABLES       READ    CLEAN  FLAGGED  WRT-OFF"
               TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           MOVE 1 TO WS-BDATE-IDX
           PERFORM WRITE-BUSINESS-DATE-LINE
               UNTIL WS-BDATE-IDX > WS-BDATE-COUNT

           MOVE SPACES TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           MOVE "WRITTEN OFF BY REASON" TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           MOVE 1 TO WS-REASON-IDX
           PERFORM WRITE-REASON-LINE
               UNTIL WS-REASON-IDX > WS-REASON-COUNT

           PERFORM WRITE-BACKSCORE-CONTROL-LINE

           CLOSE BACKSCORE-FILE.

       WRITE-BUSINESS-DATE-LINE.
           MOVE WS-BDATE-DATE(WS-BDATE-IDX)     TO WS-BDL-DATE
           MOVE WS-BDATE-TABLES(WS-BDATE-IDX)   TO WS-BDL-TABLES
           MOVE WS-BDATE-READ(WS-BDATE-IDX)     TO WS-BDL-READ
           MOVE WS-BDATE-CLEAN(WS-BDATE-IDX)    TO WS-BDL-CLEAN
           MOVE WS-BDATE-FLAGGED(WS-BDATE-IDX)  TO WS-BDL-FLAGGED
           MOVE WS-BDATE-WRITEOFF(WS-BDATE-IDX) TO WS-BDL-WRITEOFF
           MOVE WS-BDATE-DETAIL-LINE TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           ADD 1 TO WS-BDATE-IDX.

       WRITE-REASON-LINE.
           MOVE WS-REASON-CODE(WS-REASON-IDX)  TO WS-RDL-CODE
           MOVE WS-REASON-TEXT(WS-REASON-IDX)  TO WS-RDL-TEXT
           MOVE WS-REASON-TALLY(WS-REASON-IDX) TO WS-RDL-COUNT
           MOVE WS-REASON-DETAIL-LINE TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           ADD 1 TO WS-REASON-IDX.

      *> ---------------------------------------------------------
      *> WRITE-BACKSCORE-CONTROL-LINE ends the report with the CTL
      *> footer FRDRECON ties to the off-cycle, late flagged and
      *> exceptions trailers.
       WRITE-BACKSCORE-CONTROL-LINE.
           MOVE SPACES TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE
           MOVE WS-COUNT-READ        TO WS-CTL-BKS-READ
           MOVE WS-COUNT-CLEAN       TO WS-CTL-BKS-CLEAN
           MOVE WS-COUNT-FLAGGED     TO WS-CTL-BKS-FLAGGED
           MOVE WS-COUNT-WRITTEN-OFF TO WS-CTL-BKS-WRITEOFF
           IF WS-TOTAL-FLAGGED-AMOUNT < ZERO
               MOVE '-' TO WS-CTL-BKS-SIGN
           ELSE
               MOVE '+' TO WS-CTL-BKS-SIGN
           END-IF
           MOVE WS-TOTAL-FLAGGED-AMOUNT TO WS-CTL-BKS-AMOUNT
           MOVE WS-BACKSCORE-CONTROL-LINE TO BACKSCORE-LINE
           WRITE BACKSCORE-LINE.

      *>             or the run abends rather than certify a purge
      *>             it cannot account for.  An open or PENDING
      *>             case is never touched, whatever its age.
      *> 2026-10-14  FRAUDCHK's scored-transaction store
      *>             (FRAUD.SCORED.dat) is retired here too: rows
      *>             for business dates older than the new
      *>             SCORED-DAYS field on FRAUD.RETAIN.PARM.txt are
      *>             deleted, with their own cross-foot on
      *>             FRAUD.PURGE.RPT.  The period is set apart from
      *>             the case retention because network fraud
      *>             reports arrive against a transaction for as
      *>             long as the chargeback window stays open.
      *> 2026-10-14  Seen-id rows are now kept for the back-scoring
      *>             age on FRAUD.BACKSCORE.PARM.txt - FRDBKSCR
      *>             checks a late record's own business date on
      *>             the store, so a past date's ids now protect
      *>             against scoring it twice - and only rows older
      *>             than the processing date less that age are
      *>             deleted.  FRAUDCHK's scoring-table history
      *>             (FRAUD.TABLE.HIST.dat, TABLHIST) retires at
      *>             the same age, with its own cross-foot on
      *>             FRAUD.PURGE.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKSPARM-FILE ASSIGN TO 'FRAUD.BACKSCORE.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-MASTER ASSIGN TO 'FRAUD.CASE.MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-KEY.
           SELECT OPTIONAL SCORED-FILE ASSIGN TO 'FRAUD.SCORED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-TRANS-ID.
           SELECT OPTIONAL TABLE-HIST ASSIGN TO 'FRAUD.TABLE.HIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY.
           SELECT OPTIONAL STATSHIST-FILE
               ASSIGN TO 'FRAUD.STATS.HIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

       FD  RETAINPARM-FILE.
       01  RETAINPARM-RECORD      PIC X(10).

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

       FD  BKSPARM-FILE.
       01  BKSPARM-RECORD         PIC X(10).

       FD  CASE-MASTER.
           COPY CASEMAST.

               10  PS-DATE            PIC X(08).
               10  PS-TRANS-ID        PIC X(10).

       FD  SCORED-FILE.
           COPY SCOREREC.

       FD  TABLE-HIST.
           COPY TABLHIST.

       FD  STATSHIST-FILE.
       01  STATSHIST-RECORD       PIC X(80).


      *> ---------------------------------------------------------
      *> Retention parameters (FRAUD.RETAIN.PARM.txt), one record:
      *>     CASE-DAYS(3) STATS-MONTHS(2) SCORED-DAYS(3)
      *> e.g.  090 13 180 - archive cases closed more than 90
      *> days ago, keep 13 months of stats history (a year of
      *> FRDTREND months plus the one in flight), and keep 180
      *> days of scored transactions for FRDMISS to match fraud
      *> reports against.  Missing or non-numeric abends the
      *> run, same rule as FRAUD.RUNPARM.txt.
       01  WS-CASE-RETAIN-DAYS    PIC 9(3) VALUE ZERO.
       01  WS-STATS-RETAIN-MONTHS PIC 9(2) VALUE ZERO.
       01  WS-SCORED-RETAIN-DAYS  PIC 9(3) VALUE ZERO.
       01  WS-PARM-VALID-FLAG     PIC X VALUE 'N'.
           88  WS-PARM-IS-VALID   VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Back-scoring age (FRAUD.BACKSCORE.PARM.txt, MAX-AGE-DAYS(3)
      *> - FRDBKSCR's parameter file).  Seen-id rows and scoring-
      *> table history are kept that many days back from the
      *> processing date, so every date FRDBKSCR may still score
      *> has both.  Missing or non-numeric abends the run.
       01  WS-BACKSCORE-AGE-DAYS  PIC 9(3) VALUE ZERO.
       01  WS-BKSPARM-VALID-FLAG  PIC X VALUE 'N'.
           88  WS-BKSPARM-IS-VALID VALUE 'Y'.

       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.
       01  WS-PROCESSING-NUM REDEFINES WS-PROCESSING-DATE PIC 9(8).
       01  WS-PROCESSING-INTEGER  PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-BACKSCORE-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01  WS-BACKSCORE-CUTOFF-X REDEFINES WS-BACKSCORE-CUTOFF-DATE
                                  PIC X(8).

       01  WS-TODAY-DATE          PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DATE-FIELDS REDEFINES WS-TODAY-DATE.
       01  WS-CUTOFF-INTEGER      PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(8).
       01  WS-SCORED-CUTOFF-DATE  PIC 9(8) VALUE ZERO.
       01  WS-SCORED-CUTOFF-X REDEFINES WS-SCORED-CUTOFF-DATE
                                  PIC X(8).

      *> ---------------------------------------------------------
      *> Stats cutoff month - the earliest yyyymm kept, computed
       01  WS-PROFSEEN-READ       PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-PROFSEEN-KEPT       PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-PROFSEEN-PURGED     PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-SCORED-READ         PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-SCORED-KEPT         PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-SCORED-PURGED       PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-TBLHIST-READ        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-TBLHIST-KEPT        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-TBLHIST-PURGED      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-STATS-READ          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-STATS-KEPT          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-STATS-PURGED        PIC 9(9) COMP-3 VALUE ZERO.
       MAIN-PROCEDURE.
           PERFORM LOAD-RETENTION-PARAMETERS
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BACKSCORE-PARAMETERS
           PERFORM COMPUTE-CUTOFF-DATES
           PERFORM BUILD-ARCHIVE-NAMES

           PERFORM ARCHIVE-CASE-HISTORY
           PERFORM PURGE-SEENID-STORE
           PERFORM PURGE-PROFSEEN-STORE
           PERFORM PURGE-SCORED-STORE
           PERFORM PURGE-TABLE-HISTORY
           PERFORM TRIM-STATS-HISTORY

           PERFORM WRITE-PURGE-REPORT
               NOT AT END
                   IF RETAINPARM-RECORD(1:3) NUMERIC
                      AND RETAINPARM-RECORD(5:2) NUMERIC
                      AND RETAINPARM-RECORD(8:3) NUMERIC
                       MOVE RETAINPARM-RECORD(1:3)
                           TO WS-CASE-RETAIN-DAYS
                       MOVE RETAINPARM-RECORD(5:2)
                           TO WS-STATS-RETAIN-MONTHS
                       MOVE RETAINPARM-RECORD(8:3)
                           TO WS-SCORED-RETAIN-DAYS
                       SET WS-PARM-IS-VALID TO TRUE
                   END-IF
           END-READ
               STOP RUN RETURNING 16
           END-IF.

       LOAD-BACKSCORE-PARAMETERS.
           OPEN INPUT BKSPARM-FILE
           READ BKSPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BKSPARM-RECORD(1:3) NUMERIC
                       MOVE BKSPARM-RECORD(1:3)
                           TO WS-BACKSCORE-AGE-DAYS
                       SET WS-BKSPARM-IS-VALID TO TRUE
                   END-IF
           END-READ
           CLOSE BKSPARM-FILE

           IF NOT WS-BKSPARM-IS-VALID
               DISPLAY "FRDPURGE - FRAUD.BACKSCORE.PARM.txt MISSING OR "
                       "INVALID BACK-SCORING AGE"
               STOP RUN RETURNING 16
           END-IF.

      *> ---------------------------------------------------------
      *> COMPUTE-CUTOFF-DATES - the case cutoff is today minus the
      *> retention days, and the scored-store cutoff today minus
      *> the scored days; the stats cutoff month counts back from
      *> today in whole months.  The seen-id and table-history
      *> cutoff is the processing date minus the back-scoring
      *> age, the same cutoff FRDBKSCR writes off before.
      *> Anything dated before its cutoff is past retention.
       COMPUTE-CUTOFF-DATES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               WS-TODAY-INTEGER - WS-CASE-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-SCORED-RETAIN-DAYS
           COMPUTE WS-SCORED-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           COMPUTE WS-PROCESSING-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-NUM)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-PROCESSING-INTEGER - WS-BACKSCORE-AGE-DAYS
           COMPUTE WS-BACKSCORE-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

      *> the month serial is built from the REDEFINES year and
      *> month fields - dividing the whole YYYYMMDD down keeps a

      *> ---------------------------------------------------------
      *> PURGE-SEENID-STORE deletes every seen-id row dated before
      *> the back-scoring cutoff.  Duplicate detection is per-date,
      *> but a past date's ids still protect that date while
      *> FRDBKSCR may back-score late records for it; past the
      *> cutoff nothing can score the date again and the rows
      *> only grow the store.  The current date's rows always
      *> stay: an intraday delta feed may still be coming.
       PURGE-SEENID-STORE.
           SET NOT-END-OF-FILE TO TRUE
           OPEN I-O SEENID-FILE
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SEENID-READ
                   IF SEENID-DATE < WS-BACKSCORE-CUTOFF-X
                       DELETE SEENID-FILE RECORD
                       ADD 1 TO WS-SEENID-PURGED
                   ELSE
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> PURGE-SCORED-STORE deletes every scored-transaction row
      *> whose business date is before the scored cutoff - a
      *> fraud report against a transaction that old falls
      *> outside the chargeback window, and FRDMISS lists it as
      *> not on the store.
       PURGE-SCORED-STORE.
           SET NOT-END-OF-FILE TO TRUE
           OPEN I-O SCORED-FILE

           PERFORM PURGE-ONE-SCORED-ROW UNTIL END-OF-FILE

           CLOSE SCORED-FILE.

       PURGE-ONE-SCORED-ROW.
           READ SCORED-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCORED-READ
                   IF SC-BUSINESS-DATE < WS-SCORED-CUTOFF-X
                       DELETE SCORED-FILE RECORD
                       ADD 1 TO WS-SCORED-PURGED
                   ELSE
                       ADD 1 TO WS-SCORED-KEPT
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> PURGE-TABLE-HISTORY deletes every scoring-table history
      *> row dated before the back-scoring cutoff - FRDBKSCR
      *> writes off anything that old rather than score it, so
      *> the tables in effect then are no longer asked for.
       PURGE-TABLE-HISTORY.
           SET NOT-END-OF-FILE TO TRUE
           OPEN I-O TABLE-HIST

           PERFORM PURGE-ONE-TABLE-HISTORY-ROW UNTIL END-OF-FILE

           CLOSE TABLE-HIST.

       PURGE-ONE-TABLE-HISTORY-ROW.
           READ TABLE-HIST NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TBLHIST-READ
                   IF TH-DATE < WS-BACKSCORE-CUTOFF-X
                       DELETE TABLE-HIST RECORD
                       ADD 1 TO WS-TBLHIST-PURGED
                   ELSE
                       ADD 1 TO WS-TBLHIST-KEPT
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> TRIM-STATS-HISTORY keeps the RUN/LOC records FRDTREND can
      *> still be asked for - months at or after the cutoff month
               PERFORM WRITE-CROSSFOOT-FAILURE
           END-IF

           MOVE SPACES TO PURGE-LINE
           WRITE PURGE-LINE
           MOVE "SCORED-TRANSACTION STORE" TO PURGE-LINE
           WRITE PURGE-LINE
           MOVE WS-SCORED-READ   TO WS-PURGE-COUNT-OUT
           PERFORM WRITE-READ-COUNT-LINE
           MOVE WS-SCORED-KEPT   TO WS-PURGE-COUNT-OUT
           PERFORM WRITE-KEPT-COUNT-LINE
           MOVE WS-SCORED-PURGED TO WS-PURGE-COUNT-OUT
           PERFORM WRITE-PURGED-COUNT-LINE
           COMPUTE WS-CROSSFOOT = WS-SCORED-KEPT + WS-SCORED-PURGED
           IF WS-CROSSFOOT NOT = WS-SCORED-READ
               PERFORM WRITE-CROSSFOOT-FAILURE
           END-IF

           MOVE SPACES TO PURGE-LINE
           WRITE PURGE-LINE
           MOVE "SCORING-TABLE HISTORY" TO PURGE-LINE
           WRITE PURGE-LINE
           MOVE WS-TBLHIST-READ   TO WS-PURGE-COUNT-OUT
           PERFORM WRITE-READ-COUNT-LINE
           MOVE WS-TBLHIST-KEPT   TO WS-PURGE-COUNT-OUT
           PERFORM WRITE-KEPT-COUNT-LINE
           MOVE WS-TBLHIST-PURGED TO WS-PURGE-COUNT-OUT
           PERFORM WRITE-PURGED-COUNT-LINE
           COMPUTE WS-CROSSFOOT = WS-TBLHIST-KEPT + WS-TBLHIST-PURGED
           IF WS-CROSSFOOT NOT = WS-TBLHIST-READ
               PERFORM WRITE-CROSSFOOT-FAILURE
           END-IF

           MOVE SPACES TO PURGE-LINE
           WRITE PURGE-LINE
           MOVE "STATS HISTORY" TO PURGE-LINE

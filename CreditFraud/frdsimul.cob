IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDSIMUL.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Threshold what-if simulator -
      *>             risk retunes the scoring tables through FRDTMNT
      *>             from FRDPRECS and FRDMISS numbers, but had no
      *>             way to see what a change would have done before
      *>             it went live.  Replays a saved FRAUD.INPUT.txt
      *>             (one day, or several days' files concatenated
      *>             into FRAUD.SIM.INPUT.txt) for the business-date
      *>             range on FRAUD.SIM.PARM.txt, scoring every TXN
      *>             twice: against the current FRAUD.THRESHOLD.txt,
      *>             FRAUD.RISKLOC.txt, FRAUD.HOTCARD.txt, and
      *>             FRAUD.EXRATE.txt, and against the candidate
      *>             copies FRAUD.SIM.THRESHOLD.txt,
      *>             FRAUD.SIM.RISKLOC.txt, FRAUD.SIM.HOTCARD.txt,
      *>             and FRAUD.SIM.EXRATE.txt.  Validation,
      *>             conversion, and the DETERMINE-HOTCARD-ACTION /
      *>             DETERMINE-THRESHOLD-ACTION paragraphs mirror
      *>             FRAUDCHK's, run against whichever table set
      *>             WS-SET-IDX names.  Reads only: no production
      *>             output, checkpoint, seen-id store, or scored
      *>             store is opened.  FRAUD.SIMULATION.RPT shows
      *>             flags gained and lost by location and tier,
      *>             the analyst workload change, and how many
      *>             CONFIRMED and FALSE-POSITIVE cases on the case
      *>             master the candidate would catch or drop.
      *> 2026-10-14  Hot-card rows now carry card tokens, so the
      *>             replay file is built from saved copies of
      *>             FRAUDCHK's tokenized FRAUD.INPUT.TOKEN.txt,
      *>             not the upstream FRAUD.INPUT.txt; the layout
      *>             is the same and nothing here changes.
      *> 2026-10-14  Hot-card rows from either table set are looked
      *>             up in FRAUD.TOKEN.VAULT.dat (read only, FIND-
      *>             CARD-TOKEN, as FRDSCORE does) and held as the
      *>             card's token - a candidate FRAUD.SIM.HOTCARD.txt
      *>             keyed with card numbers never matched the
      *>             tokenized replay.  A card the vault has never
      *>             seen is held as keyed.
      *> 2026-10-14  Hot-card table raised from 200 to 999 rows -
      *>             the most FRAUD.TABLE.HIST.dat's 3-digit row
      *>             sequence can key - in step with FRAUDCHK,
      *>             FRDSCORE, FRDBKSCR, FRDHOTFD, and FRDTMNT; a
      *>             BIN-attack card list hot-carded through
      *>             FRDTMNT can run to hundreds of cards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMPARM-FILE ASSIGN TO 'FRAUD.SIM.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLAY-FILE ASSIGN TO 'FRAUD.SIM.INPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT THRESHOLD-FILE ASSIGN TO WS-THRESHOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISKLOC-FILE ASSIGN TO WS-RISKLOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOTCARD-FILE ASSIGN TO WS-HOTCARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXRATE-FILE ASSIGN TO WS-EXRATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-MASTER ASSIGN TO 'FRAUD.CASE.MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TRANS-ID.
           SELECT SIMULATION-FILE ASSIGN TO 'FRAUD.SIMULATION.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOKEN-VAULT ASSIGN TO 'FRAUD.TOKEN.VAULT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD  SIMPARM-FILE.
       01  SIMPARM-RECORD         PIC X(17).

       FD  REPLAY-FILE.
       01  REPLAY-RECORD          PIC X(96).

       FD  THRESHOLD-FILE.
       01  THR-RECORD             PIC X(40).

      *> ---------------------------------------------------------
      *> THR-RECORD-NUM overlays the AMOUNT(11) field with a
      *> numeric picture - an alphanumeric substring MOVEd into a
      *> numeric receiver would not respect the implied 2 decimal
      *> places.  Same overlay FRAUDCHK uses on this same file.
       01  THR-RECORD-NUM REDEFINES THR-RECORD.
           05  FILLER                 PIC X(10).
           05  THR-AMOUNT-NUM         PIC 9(9)V99.
           05  FILLER                 PIC X(19).

       FD  RISKLOC-FILE.
       01  RISKLOC-RECORD         PIC X(27).

       01  RISKLOC-RECORD-NUM REDEFINES RISKLOC-RECORD.
           05  FILLER                 PIC X(5).
           05  RISKLOC-REVIEW-NUM     PIC 9(9)V99.
           05  RISKLOC-BLOCK-NUM      PIC 9(9)V99.

       FD  HOTCARD-FILE.
       01  HOTCARD-RECORD         PIC X(36).

       FD  EXRATE-FILE.
       01  EXRATE-RECORD          PIC X(15).

       01  EXRATE-RECORD-NUM REDEFINES EXRATE-RECORD.
           05  FILLER                 PIC X(4).
           05  EXRATE-RATE-NUM        PIC 9(5)V9(6).

       FD  CASE-MASTER.
           COPY CASEMAST.

       FD  SIMULATION-FILE.
       01  SIMULATION-LINE        PIC X(120).

       FD  TOKEN-VAULT.
           COPY TOKVAULT.

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> TXN detail record, laid over the replayed record.
           COPY TXNREC.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD working storage (AMTSCRUB.cpy) - the
      *> replayed amount goes through the same scrub FRAUDCHK runs
      *> the feed through.
           COPY AMTSCRUB.

      *> ---------------------------------------------------------
      *> FIND-CARD-TOKEN working storage (TOKWORK.cpy) - hot-card
      *> rows are only ever looked up, never issued a token.
           COPY TOKWORK.

       01  REPLAY-EOF-FLAG        PIC X VALUE 'N'.
           88  REPLAY-EOF         VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Simulation parameters (FRAUD.SIM.PARM.txt), one record:
      *>     FROM-DATE(8) TO-DATE(8)
      *> separated by a single space, e.g. 20261001 20261007 -
      *> only TXN records with a business date inside the range
      *> are scored.  Missing, non-numeric, or reversed abends the
      *> run, same rule as FRAUD.RUNPARM.txt.
       01  WS-SIM-FROM-DATE       PIC X(8) VALUE SPACES.
       01  WS-SIM-FROM-NUM REDEFINES WS-SIM-FROM-DATE PIC 9(8).
       01  WS-SIM-TO-DATE         PIC X(8) VALUE SPACES.
       01  WS-SIM-TO-NUM REDEFINES WS-SIM-TO-DATE PIC 9(8).

      *> ---------------------------------------------------------
      *> Table file names - the loaders run once per table set,
      *> set 1 from the production names, set 2 from the
      *> candidate copies.
       01  WS-THRESHOLD-NAME      PIC X(30) VALUE SPACES.
       01  WS-RISKLOC-NAME        PIC X(30) VALUE SPACES.
       01  WS-HOTCARD-NAME        PIC X(30) VALUE SPACES.
       01  WS-EXRATE-NAME         PIC X(30) VALUE SPACES.

      *> ---------------------------------------------------------
      *> The two table sets - WS-SET-IDX 1 is CURRENT, 2 is
      *> CANDIDATE.  Each set holds the four scoring tables in
      *> FRAUDCHK's layouts, with FRAUDCHK's caps.
       01  WS-SET-IDX             PIC 9(1) VALUE ZERO.

       01  WS-SET-LABEL-VALUES.
           05  FILLER             PIC X(9) VALUE "CURRENT".
           05  FILLER             PIC X(9) VALUE "CANDIDATE".
       01  WS-SET-LABEL-TABLE REDEFINES WS-SET-LABEL-VALUES.
           05  WS-SET-LABEL       OCCURS 2 TIMES PIC X(9).

       01  WS-TABLE-SETS.
           05  WS-TABLE-SET OCCURS 2 TIMES.
               10  WS-THRESHOLD-COUNT     PIC 9(4) COMP-3.
               10  WS-THRESHOLD-ENTRY OCCURS 10 TIMES.
                   15  WS-THR-CODE        PIC X(2).
                   15  WS-THR-ACTION      PIC X(8).
                   15  WS-THR-AMOUNT      PIC 9(9)V99.
               10  WS-RISKLOC-COUNT       PIC 9(4) COMP-3.
               10  WS-RISKLOC-ENTRY OCCURS 25 TIMES.
                   15  WS-RISKLOC-PREFIX  PIC X(5).
                   15  WS-RISKLOC-REVIEW  PIC 9(9)V99.
                   15  WS-RISKLOC-BLOCK   PIC 9(9)V99.
               10  WS-HOTCARD-COUNT       PIC 9(4) COMP-3.
               10  WS-HOTCARD-ENTRY OCCURS 999 TIMES.
                   15  WS-HOT-CARD-NUMBER PIC X(16).
                   15  WS-HOT-REASON      PIC X(10).
                   15  WS-HOT-EFF-DATE    PIC X(8).
               10  WS-EXRATE-COUNT        PIC 9(4) COMP-3.
               10  WS-EXRATE-ENTRY OCCURS 50 TIMES.
                   15  WS-EXRATE-CCY      PIC X(3).
                   15  WS-EXRATE-RATE     PIC 9(5)V9(6).

       01  WS-THRESHOLD-EOF-FLAG  PIC X VALUE 'N'.
           88  WS-THRESHOLD-EOF   VALUE 'Y'.
       01  WS-RISKLOC-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-RISKLOC-EOF     VALUE 'Y'.
       01  WS-HOTCARD-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-HOTCARD-EOF     VALUE 'Y'.
       01  WS-EXRATE-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-EXRATE-EOF      VALUE 'Y'.

       01  WS-THR-IDX             PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-THR-HIT-IDX         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-RISKLOC-IDX         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-RISKLOC-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-RISKLOC-FOUND   VALUE 'Y'.
       01  WS-HOTCARD-IDX         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-HOTCARD-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-HOTCARD-FOUND   VALUE 'Y'.
       01  WS-EXRATE-IDX          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-EXRATE-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-EXRATE-FOUND    VALUE 'Y'.

       01  WS-BASE-CURRENCY       PIC X(3) VALUE "USD".

      *> ---------------------------------------------------------
      *> Scoring scratch fields, the same names FRAUDCHK carries.
       01  WS-AMOUNT-NUMERIC      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-ORIGINAL     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-SCRUBBED     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CONVERT-TRIAL       PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-ACTION-CODE         PIC X(8) VALUE SPACES.
           88  WS-NOT-FLAGGED     VALUE SPACES.
           88  WS-HOTCARD-FLAGGED VALUE "HOTCARD ".

       01  WS-VALID-FLAG          PIC X VALUE 'Y'.
           88  WS-RECORD-VALID    VALUE 'Y'.
           88  WS-RECORD-INVALID  VALUE 'N'.

       01  WS-DAYS-IN-MONTH-TABLE  VALUE "312831303130313130313031".
           05  WS-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(2).

       01  WS-DATE-MAX-DAY         PIC 9(2) VALUE ZERO.
       01  WS-DATE-DIV-RESULT      PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-YEAR-REMAINDER       PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LEAP-FLAG            PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR     VALUE 'Y'.

      *> ---------------------------------------------------------
      *> One transaction's verdict under each table set.  The rule
      *> label follows the scored-store convention (SCOREREC) -
      *> H for a hot-card hit, R plus the FRAUD.RISKLOC.txt
      *> prefix, T plus the global tier code.  A side that could
      *> not convert the currency rejected the record and did not
      *> score it.
       01  WS-SIDE-RESULTS.
           05  WS-SIDE-RESULT OCCURS 2 TIMES.
               10  WS-SIDE-ACTION     PIC X(8).
               10  WS-SIDE-RULE       PIC X(6).
               10  WS-SIDE-SCORED     PIC X(1).

       01  WS-RULE-LABEL.
           05  WS-RULE-SOURCE     PIC X(1).
           05  WS-RULE-KEY        PIC X(5).

       01  WS-CUR-FLAGGED-FLAG    PIC X VALUE 'N'.
           88  WS-CUR-FLAGGED     VALUE 'Y'.
       01  WS-CAN-FLAGGED-FLAG    PIC X VALUE 'N'.
           88  WS-CAN-FLAGGED     VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Location/tier comparison table - one row per location,
      *> rule, and action that either table set flagged.  Each
      *> side counts its flags on its own rule's row; a flag
      *> gained is counted on the candidate's row, a flag lost on
      *> the current row.
       01  WS-CMP-COUNT           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-CMP-IDX             PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-CMP-FOUND-FLAG      PIC X VALUE 'N'.
           88  WS-CMP-FOUND       VALUE 'Y'.

       01  WS-CMP-LOCATION        PIC X(20).
       01  WS-CMP-RULE            PIC X(6).
       01  WS-CMP-ACTION          PIC X(8).

       01  WS-COMPARE-TABLE.
           05  WS-CMP-ENTRY OCCURS 500 TIMES.
               10  WS-CMP-ROW-LOCATION PIC X(20).
               10  WS-CMP-ROW-RULE     PIC X(6).
               10  WS-CMP-ROW-ACTION   PIC X(8).
               10  WS-CMP-ROW-CURRENT  PIC 9(7) COMP-3.
               10  WS-CMP-ROW-CANDIDATE PIC 9(7) COMP-3.
               10  WS-CMP-ROW-GAINED   PIC 9(7) COMP-3.
               10  WS-CMP-ROW-LOST     PIC 9(7) COMP-3.

      *> ---------------------------------------------------------
      *> Business dates replayed - the workload change is shown
      *> per day as well as in total.  The range is capped at 366
      *> days on FRAUD.SIM.PARM.txt, so the table cannot fill.
       01  WS-DATE-COUNT          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-DATE-IDX            PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-DATE-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-DATE-FOUND      VALUE 'Y'.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY      OCCURS 366 TIMES PIC X(8).

       01  WS-RANGE-FROM-INT      PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-RANGE-TO-INT        PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-RANGE-DAYS          PIC 9(8) COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Run tallies.
       01  WS-COUNT-READ          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-REJECTED      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT-OF-RANGE  PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-REPLAYED      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-GAINED        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-LOST          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-CHANGED       PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-SET-TALLIES.
           05  WS-SET-TALLY OCCURS 2 TIMES.
               10  WS-SET-FLAGS       PIC 9(9) COMP-3.
               10  WS-SET-CCY-REJECTS PIC 9(9) COMP-3.
               10  WS-SET-BLOCKS      PIC 9(9) COMP-3.

      *> ---------------------------------------------------------
      *> Case-master outcome tallies - for the CONFIRMED and the
      *> FALSE-POSITIVE cases among the replayed transactions:
      *> how many each table set would flag, and how many the
      *> candidate drops (current flags, candidate does not) or
      *> adds (candidate flags, current does not).
       01  WS-CASE-DISPOSITION    PIC X(14).
           88  WS-CASE-CONFIRMED  VALUE "CONFIRMED".
           88  WS-CASE-FALSE-POS  VALUE "FALSE-POSITIVE".

       01  WS-OUTCOME-TALLIES.
           05  WS-OUTCOME-TALLY OCCURS 2 TIMES.
               10  WS-OUT-CASES       PIC 9(9) COMP-3.
               10  WS-OUT-CUR-CAUGHT  PIC 9(9) COMP-3.
               10  WS-OUT-CAN-CAUGHT  PIC 9(9) COMP-3.
               10  WS-OUT-DROPPED     PIC 9(9) COMP-3.
               10  WS-OUT-ADDED       PIC 9(9) COMP-3.
       01  WS-OUTCOME-IDX         PIC 9(1) VALUE ZERO.

       01  WS-OUTCOME-LABEL-VALUES.
           05  FILLER             PIC X(14) VALUE "CONFIRMED".
           05  FILLER             PIC X(14) VALUE "FALSE-POSITIVE".
       01  WS-OUTCOME-LABEL-TABLE REDEFINES WS-OUTCOME-LABEL-VALUES.
           05  WS-OUTCOME-LABEL   OCCURS 2 TIMES PIC X(14).

       01  WS-WORKLOAD-CHANGE     PIC S9(9)    COMP-3 VALUE ZERO.
       01  WS-PER-DAY-WORK        PIC S9(7)V9  COMP-3 VALUE ZERO.

       01  WS-COUNT-OUT           PIC ZZZZZZZZ9.
       01  WS-CHANGE-OUT          PIC -ZZZZZZZZ9.
       01  WS-PER-DAY-OUT         PIC -ZZZZZZ9.9.

       01  WS-COMPARE-DETAIL-LINE.
           05  WS-CDL-LOCATION    PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-RULE        PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-ACTION      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-CURRENT     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-CANDIDATE   PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-GAINED      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-LOST        PIC ZZZ,ZZ9.

       01  WS-COMPARE-HEADER-LINE.
           05  FILLER             PIC X(22) VALUE "LOCATION".
           05  FILLER             PIC X(8)  VALUE "RULE".
           05  FILLER             PIC X(10) VALUE "ACTION".
           05  FILLER             PIC X(9)  VALUE "CURRENT".
           05  FILLER             PIC X(9)  VALUE "   CANDID".
           05  FILLER             PIC X(9)  VALUE "   GAINED".
           05  FILLER             PIC X(9)  VALUE "     LOST".

       01  WS-OUTCOME-DETAIL-LINE.
           05  WS-ODL-LABEL       PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-CASES       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-CUR-CAUGHT  PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-CAN-CAUGHT  PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-DROPPED     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-ADDED       PIC ZZZ,ZZ9.

       01  WS-OUTCOME-HEADER-LINE.
           05  FILLER             PIC X(16) VALUE "DISPOSITION".
           05  FILLER             PIC X(9)  VALUE "  CASES".
           05  FILLER             PIC X(9)  VALUE "CUR FLAG".
           05  FILLER             PIC X(9)  VALUE "CAN FLAG".
           05  FILLER             PIC X(9)  VALUE "  DROPPED".
           05  FILLER             PIC X(9)  VALUE "    ADDED".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-SIMULATION-PARAMETERS
           OPEN INPUT TOKEN-VAULT

           MOVE 1 TO WS-SET-IDX
           MOVE "FRAUD.THRESHOLD.txt"     TO WS-THRESHOLD-NAME
           MOVE "FRAUD.RISKLOC.txt"       TO WS-RISKLOC-NAME
           MOVE "FRAUD.HOTCARD.txt"       TO WS-HOTCARD-NAME
           MOVE "FRAUD.EXRATE.txt"        TO WS-EXRATE-NAME
           PERFORM LOAD-TABLE-SET

           MOVE 2 TO WS-SET-IDX
           MOVE "FRAUD.SIM.THRESHOLD.txt" TO WS-THRESHOLD-NAME
           MOVE "FRAUD.SIM.RISKLOC.txt"   TO WS-RISKLOC-NAME
           MOVE "FRAUD.SIM.HOTCARD.txt"   TO WS-HOTCARD-NAME
           MOVE "FRAUD.SIM.EXRATE.txt"    TO WS-EXRATE-NAME
           PERFORM LOAD-TABLE-SET
           CLOSE TOKEN-VAULT

           MOVE ZERO TO WS-SET-TALLY(1) WS-SET-TALLY(2)
           MOVE ZERO TO WS-OUTCOME-TALLY(1) WS-OUTCOME-TALLY(2)

           OPEN INPUT REPLAY-FILE
           OPEN INPUT CASE-MASTER

           PERFORM REPLAY-ONE-RECORD UNTIL REPLAY-EOF

           CLOSE REPLAY-FILE CASE-MASTER

           PERFORM WRITE-SIMULATION-REPORT

           COMPUTE WS-WORKLOAD-CHANGE =
               WS-SET-FLAGS(2) - WS-SET-FLAGS(1)
           MOVE WS-WORKLOAD-CHANGE TO WS-CHANGE-OUT
           DISPLAY "FRDSIMUL - CANDIDATE FLAG CHANGE: " WS-CHANGE-OUT
           STOP RUN.

       LOAD-SIMULATION-PARAMETERS.
           OPEN INPUT SIMPARM-FILE
           READ SIMPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SIMPARM-RECORD(1:8)  TO WS-SIM-FROM-DATE
                   MOVE SIMPARM-RECORD(10:8) TO WS-SIM-TO-DATE
           END-READ
           CLOSE SIMPARM-FILE

           IF WS-SIM-FROM-DATE NOT NUMERIC
              OR WS-SIM-TO-DATE NOT NUMERIC
              OR WS-SIM-FROM-DATE > WS-SIM-TO-DATE
               DISPLAY "FRDSIMUL - FRAUD.SIM.PARM.txt MISSING OR "
                       "INVALID DATE RANGE"
               STOP RUN RETURNING 16
           END-IF

           COMPUTE WS-RANGE-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SIM-FROM-NUM)
           COMPUTE WS-RANGE-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-SIM-TO-NUM)
           COMPUTE WS-RANGE-DAYS =
               WS-RANGE-TO-INT - WS-RANGE-FROM-INT + 1
           IF WS-RANGE-DAYS > 366
               DISPLAY "FRDSIMUL - FRAUD.SIM.PARM.txt DATE RANGE "
                       "LONGER THAN 366 DAYS"
               STOP RUN RETURNING 16
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-TABLE-SET loads the four scoring tables named in
      *> WS-THRESHOLD-NAME .. WS-EXRATE-NAME into table set
      *> WS-SET-IDX, with FRAUDCHK's layouts and caps.
       LOAD-TABLE-SET.
           MOVE ZERO TO WS-THRESHOLD-COUNT(WS-SET-IDX)
           MOVE ZERO TO WS-RISKLOC-COUNT(WS-SET-IDX)
           MOVE ZERO TO WS-HOTCARD-COUNT(WS-SET-IDX)
           MOVE ZERO TO WS-EXRATE-COUNT(WS-SET-IDX)

           MOVE 'N' TO WS-THRESHOLD-EOF-FLAG
           OPEN INPUT THRESHOLD-FILE
           PERFORM LOAD-THRESHOLD-ENTRY UNTIL WS-THRESHOLD-EOF
           CLOSE THRESHOLD-FILE

           MOVE 'N' TO WS-RISKLOC-EOF-FLAG
           OPEN INPUT RISKLOC-FILE
           PERFORM LOAD-RISKLOC-ENTRY UNTIL WS-RISKLOC-EOF
           CLOSE RISKLOC-FILE

           MOVE 'N' TO WS-HOTCARD-EOF-FLAG
           OPEN INPUT HOTCARD-FILE
           PERFORM LOAD-HOTCARD-ENTRY UNTIL WS-HOTCARD-EOF
           CLOSE HOTCARD-FILE

           MOVE 'N' TO WS-EXRATE-EOF-FLAG
           OPEN INPUT EXRATE-FILE
           PERFORM LOAD-EXRATE-ENTRY UNTIL WS-EXRATE-EOF
           CLOSE EXRATE-FILE.

       LOAD-THRESHOLD-ENTRY.
           READ THRESHOLD-FILE
               AT END
                   SET WS-THRESHOLD-EOF TO TRUE
               NOT AT END
                   IF WS-THRESHOLD-COUNT(WS-SET-IDX) >= 10
                       DISPLAY "FRDSIMUL - " WS-THRESHOLD-NAME
                               " HAS MORE THAN 10 TIERS"
                       CLOSE THRESHOLD-FILE TOKEN-VAULT
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-THRESHOLD-COUNT(WS-SET-IDX)
                   MOVE WS-THRESHOLD-COUNT(WS-SET-IDX) TO WS-THR-IDX
                   MOVE THR-RECORD(1:2)
                       TO WS-THR-CODE(WS-SET-IDX, WS-THR-IDX)
                   MOVE THR-RECORD(3:8)
                       TO WS-THR-ACTION(WS-SET-IDX, WS-THR-IDX)
                   MOVE THR-AMOUNT-NUM
                       TO WS-THR-AMOUNT(WS-SET-IDX, WS-THR-IDX)
           END-READ.

       LOAD-RISKLOC-ENTRY.
           READ RISKLOC-FILE
               AT END
                   SET WS-RISKLOC-EOF TO TRUE
               NOT AT END
                   IF WS-RISKLOC-COUNT(WS-SET-IDX) >= 25
                       DISPLAY "FRDSIMUL - " WS-RISKLOC-NAME
                               " HAS MORE THAN 25 ROWS"
                       CLOSE RISKLOC-FILE TOKEN-VAULT
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-RISKLOC-COUNT(WS-SET-IDX)
                   MOVE WS-RISKLOC-COUNT(WS-SET-IDX) TO WS-RISKLOC-IDX
                   MOVE RISKLOC-RECORD(1:5)
                       TO WS-RISKLOC-PREFIX(WS-SET-IDX, WS-RISKLOC-IDX)
                   MOVE RISKLOC-REVIEW-NUM
                       TO WS-RISKLOC-REVIEW(WS-SET-IDX, WS-RISKLOC-IDX)
                   MOVE RISKLOC-BLOCK-NUM
                       TO WS-RISKLOC-BLOCK(WS-SET-IDX, WS-RISKLOC-IDX)
           END-READ.

      *> ---------------------------------------------------------
      *> LOAD-HOTCARD-ENTRY holds each row's card as its token, so
      *> a candidate list keyed with card numbers matches the
      *> tokenized replay the same as the production list does.
       LOAD-HOTCARD-ENTRY.
           READ HOTCARD-FILE
               AT END
                   SET WS-HOTCARD-EOF TO TRUE
               NOT AT END
                   IF WS-HOTCARD-COUNT(WS-SET-IDX) >= 999
                       DISPLAY "FRDSIMUL - " WS-HOTCARD-NAME
                               " HAS MORE THAN 999 ROWS"
                       CLOSE HOTCARD-FILE TOKEN-VAULT
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-HOTCARD-COUNT(WS-SET-IDX)
                   MOVE WS-HOTCARD-COUNT(WS-SET-IDX) TO WS-HOTCARD-IDX
                   MOVE HOTCARD-RECORD(1:16)
                       TO WS-HOT-CARD-NUMBER(WS-SET-IDX, WS-HOTCARD-IDX)
                   MOVE HOTCARD-RECORD(1:16) TO WS-TOKEN-CARD
                   PERFORM FIND-CARD-TOKEN
                   IF WS-TOKEN-FOUND
                       MOVE WS-TOKEN-VALUE TO
                           WS-HOT-CARD-NUMBER(WS-SET-IDX, WS-HOTCARD-IDX)
                   END-IF
                   MOVE HOTCARD-RECORD(18:10)
                       TO WS-HOT-REASON(WS-SET-IDX, WS-HOTCARD-IDX)
                   MOVE HOTCARD-RECORD(29:8)
                       TO WS-HOT-EFF-DATE(WS-SET-IDX, WS-HOTCARD-IDX)
           END-READ.

       LOAD-EXRATE-ENTRY.
           READ EXRATE-FILE
               AT END
                   SET WS-EXRATE-EOF TO TRUE
               NOT AT END
                   IF WS-EXRATE-COUNT(WS-SET-IDX) >= 50
                       DISPLAY "FRDSIMUL - " WS-EXRATE-NAME
                               " HAS MORE THAN 50 ROWS"
                       CLOSE EXRATE-FILE TOKEN-VAULT
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-EXRATE-COUNT(WS-SET-IDX)
                   MOVE WS-EXRATE-COUNT(WS-SET-IDX) TO WS-EXRATE-IDX
                   MOVE EXRATE-RECORD(1:3)
                       TO WS-EXRATE-CCY(WS-SET-IDX, WS-EXRATE-IDX)
                   MOVE EXRATE-RATE-NUM
                       TO WS-EXRATE-RATE(WS-SET-IDX, WS-EXRATE-IDX)
           END-READ.

      *> ---------------------------------------------------------
      *> REPLAY-ONE-RECORD - a concatenated replay file carries a
      *> TRL trailer per day; trailers are skipped.  A record
      *> FRAUDCHK would reject on amount, date, location, or
      *> merchant is rejected under both table sets alike, and a
      *> record dated outside the range is not scored at all.
      *> Duplicates are scored as they appear - the seen-id store
      *> is not consulted - which moves both sides alike.
       REPLAY-ONE-RECORD.
           READ REPLAY-FILE
               AT END
                   SET REPLAY-EOF TO TRUE
               NOT AT END
                   IF REPLAY-RECORD(1:3) = "TXN"
                       ADD 1 TO WS-COUNT-READ
                       MOVE REPLAY-RECORD TO WS-TXN-RECORD
                       PERFORM VALIDATE-TXN-RECORD
                       IF WS-RECORD-INVALID
                           ADD 1 TO WS-COUNT-REJECTED
                       ELSE
                       IF WS-DATE < WS-SIM-FROM-DATE
                          OR WS-DATE > WS-SIM-TO-DATE
                           ADD 1 TO WS-COUNT-OUT-OF-RANGE
                       ELSE
                           PERFORM SIMULATE-TRANSACTION
                       END-IF
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> VALIDATE-TXN-RECORD - FRAUDCHK's amount, date, location,
      *> and merchant edits.  The currency edit depends on the
      *> rate table, so it runs per table set in
      *> SCORE-AGAINST-TABLE-SET.
       VALIDATE-TXN-RECORD.
           SET WS-RECORD-VALID TO TRUE

           MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-INVALID
               SET WS-RECORD-INVALID TO TRUE
           ELSE
               MOVE WS-SCRUB-NUMERIC TO WS-AMOUNT-SCRUBBED
           END-IF
           IF WS-RECORD-VALID
               PERFORM VALIDATE-DATE-FIELD
           END-IF
           IF WS-RECORD-VALID
               IF WS-LOCATION = SPACES OR WS-MERCHANT-ID = SPACES
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
           END-IF.

       VALIDATE-DATE-FIELD.
           IF WS-DATE NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
           ELSE
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
                   PERFORM DETERMINE-LEAP-YEAR
                   MOVE WS-DAYS-IN-MONTH(WS-DATE-MM) TO WS-DATE-MAX-DAY
                   IF WS-DATE-MM = 2 AND WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-DATE-MAX-DAY
                   END-IF
                   IF WS-DATE-DD > WS-DATE-MAX-DAY
                       SET WS-RECORD-INVALID TO TRUE
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

      *> ---------------------------------------------------------
      *> SIMULATE-TRANSACTION scores the record under both table
      *> sets and rolls the pair of verdicts into the comparison.
       SIMULATE-TRANSACTION.
           ADD 1 TO WS-COUNT-REPLAYED
           PERFORM NOTE-BUSINESS-DATE

           MOVE 1 TO WS-SET-IDX
           PERFORM SCORE-AGAINST-TABLE-SET
           MOVE 2 TO WS-SET-IDX
           PERFORM SCORE-AGAINST-TABLE-SET

           PERFORM COMPARE-SIDE-RESULTS
           PERFORM TALLY-CASE-OUTCOME.

       NOTE-BUSINESS-DATE.
           MOVE 'N' TO WS-DATE-FOUND-FLAG
           MOVE 1   TO WS-DATE-IDX
           PERFORM TEST-BUSINESS-DATE
               UNTIL WS-DATE-FOUND OR WS-DATE-IDX > WS-DATE-COUNT
           IF NOT WS-DATE-FOUND
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-DATE TO WS-DATE-ENTRY(WS-DATE-COUNT)
           END-IF.

       TEST-BUSINESS-DATE.
           IF WS-DATE-ENTRY(WS-DATE-IDX) = WS-DATE
               SET WS-DATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DATE-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> SCORE-AGAINST-TABLE-SET walks the record through
      *> FRAUDCHK's order of judgment against table set
      *> WS-SET-IDX: currency edit and conversion, hot-card match,
      *> then the thresholds.  A hot-card listing applies from
      *> its effective date, judged against the record's own
      *> business date - the date FRAUDCHK would have scored it.
       SCORE-AGAINST-TABLE-SET.
           MOVE SPACES TO WS-ACTION-CODE
           MOVE SPACES TO WS-RULE-LABEL
           MOVE 'Y'    TO WS-SIDE-SCORED(WS-SET-IDX)
           SET WS-RECORD-VALID TO TRUE
           MOVE WS-AMOUNT-SCRUBBED TO WS-AMOUNT-NUMERIC

           PERFORM VALIDATE-CURRENCY-FIELD
           IF WS-RECORD-INVALID
               MOVE 'N' TO WS-SIDE-SCORED(WS-SET-IDX)
               ADD 1 TO WS-SET-CCY-REJECTS(WS-SET-IDX)
           ELSE
               PERFORM CONVERT-AMOUNT-TO-BASE
               PERFORM DETERMINE-HOTCARD-ACTION
               IF WS-NOT-FLAGGED
                   PERFORM DETERMINE-THRESHOLD-ACTION
               END-IF
           END-IF

           MOVE WS-ACTION-CODE TO WS-SIDE-ACTION(WS-SET-IDX)
           MOVE WS-RULE-LABEL  TO WS-SIDE-RULE(WS-SET-IDX)
           IF NOT WS-NOT-FLAGGED
               ADD 1 TO WS-SET-FLAGS(WS-SET-IDX)
               IF WS-ACTION-CODE = "BLOCK   "
                   ADD 1 TO WS-SET-BLOCKS(WS-SET-IDX)
               END-IF
           END-IF.

       VALIDATE-CURRENCY-FIELD.
           IF WS-CURRENCY-CODE = SPACES
              OR WS-CURRENCY-CODE = WS-BASE-CURRENCY
               CONTINUE
           ELSE
               PERFORM FIND-EXRATE-ENTRY
               IF NOT WS-EXRATE-FOUND
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
                   COMPUTE WS-CONVERT-TRIAL ROUNDED =
                       WS-AMOUNT-SCRUBBED
                       * WS-EXRATE-RATE(WS-SET-IDX, WS-EXRATE-IDX)
                       ON SIZE ERROR
                           SET WS-RECORD-INVALID TO TRUE
                   END-COMPUTE
               END-IF
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
                       * WS-EXRATE-RATE(WS-SET-IDX, WS-EXRATE-IDX)
               END-IF
           END-IF.

       FIND-EXRATE-ENTRY.
           MOVE 'N' TO WS-EXRATE-FOUND-FLAG
           MOVE 1   TO WS-EXRATE-IDX

           PERFORM TEST-EXRATE-ENTRY
               UNTIL WS-EXRATE-FOUND
                  OR WS-EXRATE-IDX > WS-EXRATE-COUNT(WS-SET-IDX).

       TEST-EXRATE-ENTRY.
           IF WS-CURRENCY-CODE = WS-EXRATE-CCY(WS-SET-IDX, WS-EXRATE-IDX)
               SET WS-EXRATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EXRATE-IDX
           END-IF.

       DETERMINE-HOTCARD-ACTION.
           MOVE SPACES TO WS-ACTION-CODE
           PERFORM FIND-HOTCARD-ENTRY

           IF WS-HOTCARD-FOUND
               MOVE "HOTCARD " TO WS-ACTION-CODE
               MOVE "H"        TO WS-RULE-SOURCE
           END-IF.

       FIND-HOTCARD-ENTRY.
           MOVE 'N' TO WS-HOTCARD-FOUND-FLAG
           MOVE 1   TO WS-HOTCARD-IDX

           IF WS-CARD-NUMBER NOT = SPACES
               PERFORM TEST-HOTCARD-ENTRY
                   UNTIL WS-HOTCARD-FOUND
                      OR WS-HOTCARD-IDX > WS-HOTCARD-COUNT(WS-SET-IDX)
           END-IF.

       TEST-HOTCARD-ENTRY.
           IF WS-CARD-NUMBER =
                  WS-HOT-CARD-NUMBER(WS-SET-IDX, WS-HOTCARD-IDX)
              AND WS-DATE >= WS-HOT-EFF-DATE(WS-SET-IDX, WS-HOTCARD-IDX)
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
               UNTIL WS-RISKLOC-FOUND
                  OR WS-RISKLOC-IDX > WS-RISKLOC-COUNT(WS-SET-IDX).

       TEST-RISKLOC-ENTRY.
           IF WS-LOCATION(1:5) =
                  WS-RISKLOC-PREFIX(WS-SET-IDX, WS-RISKLOC-IDX)
               SET WS-RISKLOC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RISKLOC-IDX
           END-IF.

       DETERMINE-ACTION-FROM-OVERRIDE.
           MOVE "R" TO WS-RULE-SOURCE
           MOVE WS-RISKLOC-PREFIX(WS-SET-IDX, WS-RISKLOC-IDX)
               TO WS-RULE-KEY
           IF WS-AMOUNT-NUMERIC >=
                  WS-RISKLOC-BLOCK(WS-SET-IDX, WS-RISKLOC-IDX)
               MOVE "BLOCK   " TO WS-ACTION-CODE
           ELSE
               IF WS-AMOUNT-NUMERIC >=
                      WS-RISKLOC-REVIEW(WS-SET-IDX, WS-RISKLOC-IDX)
                   MOVE "REVIEW  " TO WS-ACTION-CODE
               END-IF
           END-IF.

       DETERMINE-ACTION-FROM-GLOBAL-TABLE.
           MOVE 1    TO WS-THR-IDX
           MOVE ZERO TO WS-THR-HIT-IDX

           PERFORM TEST-THRESHOLD-ENTRY
               UNTIL WS-THR-IDX > WS-THRESHOLD-COUNT(WS-SET-IDX)

           MOVE "T" TO WS-RULE-SOURCE
           IF WS-THR-HIT-IDX > ZERO
               MOVE WS-THR-CODE(WS-SET-IDX, WS-THR-HIT-IDX)
                   TO WS-RULE-KEY
           END-IF.

       TEST-THRESHOLD-ENTRY.
           IF WS-AMOUNT-NUMERIC >= WS-THR-AMOUNT(WS-SET-IDX, WS-THR-IDX)
               MOVE WS-THR-ACTION(WS-SET-IDX, WS-THR-IDX)
                   TO WS-ACTION-CODE
               MOVE WS-THR-IDX TO WS-THR-HIT-IDX
           END-IF
           ADD 1 TO WS-THR-IDX.

      *> ---------------------------------------------------------
      *> COMPARE-SIDE-RESULTS - each side's flag is counted on its
      *> own location/rule/action row; a flag only the candidate
      *> raises is a gain, one only the current tables raise is a
      *> loss, and a flag both raise under different actions is
      *> counted as changed.
       COMPARE-SIDE-RESULTS.
           MOVE 'N' TO WS-CUR-FLAGGED-FLAG WS-CAN-FLAGGED-FLAG
           IF WS-SIDE-ACTION(1) NOT = SPACES
               SET WS-CUR-FLAGGED TO TRUE
           END-IF
           IF WS-SIDE-ACTION(2) NOT = SPACES
               SET WS-CAN-FLAGGED TO TRUE
           END-IF

           IF WS-CUR-FLAGGED
               MOVE WS-SIDE-RULE(1)   TO WS-CMP-RULE
               MOVE WS-SIDE-ACTION(1) TO WS-CMP-ACTION
               PERFORM FIND-COMPARE-ROW
               ADD 1 TO WS-CMP-ROW-CURRENT(WS-CMP-IDX)
               IF NOT WS-CAN-FLAGGED
                   ADD 1 TO WS-CMP-ROW-LOST(WS-CMP-IDX)
                   ADD 1 TO WS-COUNT-LOST
               END-IF
           END-IF

           IF WS-CAN-FLAGGED
               MOVE WS-SIDE-RULE(2)   TO WS-CMP-RULE
               MOVE WS-SIDE-ACTION(2) TO WS-CMP-ACTION
               PERFORM FIND-COMPARE-ROW
               ADD 1 TO WS-CMP-ROW-CANDIDATE(WS-CMP-IDX)
               IF NOT WS-CUR-FLAGGED
                   ADD 1 TO WS-CMP-ROW-GAINED(WS-CMP-IDX)
                   ADD 1 TO WS-COUNT-GAINED
               END-IF
           END-IF

           IF WS-CUR-FLAGGED AND WS-CAN-FLAGGED
              AND WS-SIDE-ACTION(1) NOT = WS-SIDE-ACTION(2)
               ADD 1 TO WS-COUNT-CHANGED
           END-IF.

       FIND-COMPARE-ROW.
           MOVE WS-LOCATION TO WS-CMP-LOCATION
           MOVE 'N' TO WS-CMP-FOUND-FLAG
           MOVE 1   TO WS-CMP-IDX

           PERFORM TEST-COMPARE-ROW
               UNTIL WS-CMP-FOUND OR WS-CMP-IDX > WS-CMP-COUNT

           IF NOT WS-CMP-FOUND
               IF WS-CMP-COUNT >= 500
                   DISPLAY "FRDSIMUL - MORE THAN 500 LOCATION/RULE/"
                           "ACTION ROWS, WS-COMPARE-TABLE IS FULL"
                   CLOSE REPLAY-FILE CASE-MASTER
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-CMP-COUNT    TO WS-CMP-IDX
               MOVE WS-CMP-LOCATION TO WS-CMP-ROW-LOCATION(WS-CMP-IDX)
               MOVE WS-CMP-RULE     TO WS-CMP-ROW-RULE(WS-CMP-IDX)
               MOVE WS-CMP-ACTION   TO WS-CMP-ROW-ACTION(WS-CMP-IDX)
               MOVE ZERO TO WS-CMP-ROW-CURRENT(WS-CMP-IDX)
               MOVE ZERO TO WS-CMP-ROW-CANDIDATE(WS-CMP-IDX)
               MOVE ZERO TO WS-CMP-ROW-GAINED(WS-CMP-IDX)
               MOVE ZERO TO WS-CMP-ROW-LOST(WS-CMP-IDX)
           END-IF.

       TEST-COMPARE-ROW.
           IF WS-CMP-ROW-LOCATION(WS-CMP-IDX) = WS-CMP-LOCATION
              AND WS-CMP-ROW-RULE(WS-CMP-IDX) = WS-CMP-RULE
              AND WS-CMP-ROW-ACTION(WS-CMP-IDX) = WS-CMP-ACTION
               SET WS-CMP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CMP-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> TALLY-CASE-OUTCOME reads the replayed trans-id's case off
      *> the master, CURRENT disposition, the same join FRDPRECS
      *> makes.  Only CONFIRMED and FALSE-POSITIVE cases count;
      *> a PENDING or missing case has no outcome to weigh.
       TALLY-CASE-OUTCOME.
           MOVE SPACES TO WS-CASE-DISPOSITION
           MOVE WS-TRANS-ID TO CM-TRANS-ID
           READ CASE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-DISPOSITION TO WS-CASE-DISPOSITION
           END-READ

           MOVE ZERO TO WS-OUTCOME-IDX
           IF WS-CASE-CONFIRMED
               MOVE 1 TO WS-OUTCOME-IDX
           END-IF
           IF WS-CASE-FALSE-POS
               MOVE 2 TO WS-OUTCOME-IDX
           END-IF

           IF WS-OUTCOME-IDX > ZERO
               ADD 1 TO WS-OUT-CASES(WS-OUTCOME-IDX)
               IF WS-CUR-FLAGGED
                   ADD 1 TO WS-OUT-CUR-CAUGHT(WS-OUTCOME-IDX)
               END-IF
               IF WS-CAN-FLAGGED
                   ADD 1 TO WS-OUT-CAN-CAUGHT(WS-OUTCOME-IDX)
               END-IF
               IF WS-CUR-FLAGGED AND NOT WS-CAN-FLAGGED
                   ADD 1 TO WS-OUT-DROPPED(WS-OUTCOME-IDX)
               END-IF
               IF WS-CAN-FLAGGED AND NOT WS-CUR-FLAGGED
                   ADD 1 TO WS-OUT-ADDED(WS-OUTCOME-IDX)
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-SIMULATION-REPORT - run counts, the workload
      *> comparison, the case-outcome comparison, then the
      *> location/rule/action breakdown.  Workload is flags
      *> raised, since every flag lands on the analyst queue;
      *> the per-day figure divides by the business dates
      *> actually replayed.
       WRITE-SIMULATION-REPORT.
           OPEN OUTPUT SIMULATION-FILE

           MOVE "FRDSIMUL THRESHOLD WHAT-IF SIMULATION" TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE
           STRING "BUSINESS DATES . . . . . . : " DELIMITED BY SIZE
                  WS-SIM-FROM-DATE               DELIMITED BY SIZE
                  " TO "                         DELIMITED BY SIZE
                  WS-SIM-TO-DATE                 DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE
           WRITE SIMULATION-LINE

           MOVE WS-COUNT-READ TO WS-COUNT-OUT
           STRING "TXN RECORDS READ . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-COUNT-REJECTED TO WS-COUNT-OUT
           STRING "REJECTED (AMT/DTE/LOC/MER) : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-COUNT-OUT-OF-RANGE TO WS-COUNT-OUT
           STRING "OUTSIDE DATE RANGE . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-COUNT-REPLAYED TO WS-COUNT-OUT
           STRING "TRANSACTIONS REPLAYED  . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-DATE-COUNT TO WS-COUNT-OUT
           STRING "BUSINESS DATES REPLAYED  . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE
           WRITE SIMULATION-LINE

           MOVE 1 TO WS-SET-IDX
           PERFORM WRITE-TABLE-SET-LINES
           MOVE 2 TO WS-SET-IDX
           PERFORM WRITE-TABLE-SET-LINES

           MOVE WS-COUNT-GAINED TO WS-COUNT-OUT
           STRING "FLAGS GAINED . . . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-COUNT-LOST TO WS-COUNT-OUT
           STRING "FLAGS LOST . . . . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-COUNT-CHANGED TO WS-COUNT-OUT
           STRING "ACTION CHANGED . . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           COMPUTE WS-WORKLOAD-CHANGE =
               WS-SET-FLAGS(2) - WS-SET-FLAGS(1)
           MOVE WS-WORKLOAD-CHANGE TO WS-CHANGE-OUT
           STRING "ANALYST WORKLOAD CHANGE  . : " DELIMITED BY SIZE
                  WS-CHANGE-OUT                   DELIMITED BY SIZE
                  " CASES"                        DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE ZERO TO WS-PER-DAY-WORK
           IF WS-DATE-COUNT > ZERO
               COMPUTE WS-PER-DAY-WORK ROUNDED =
                   WS-WORKLOAD-CHANGE / WS-DATE-COUNT
           END-IF
           MOVE WS-PER-DAY-WORK TO WS-PER-DAY-OUT
           STRING "  PER BUSINESS DAY . . . . : " DELIMITED BY SIZE
                  WS-PER-DAY-OUT                  DELIMITED BY SIZE
                  " CASES"                        DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE

           MOVE SPACES TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           MOVE "CASE-MASTER OUTCOMES OF THE REPLAYED TRANSACTIONS"
               TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           MOVE WS-OUTCOME-HEADER-LINE TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           MOVE 1 TO WS-OUTCOME-IDX
           PERFORM WRITE-OUTCOME-LINE
           MOVE 2 TO WS-OUTCOME-IDX
           PERFORM WRITE-OUTCOME-LINE

           MOVE SPACES TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           MOVE "FLAGS BY LOCATION AND TIER" TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           MOVE WS-COMPARE-HEADER-LINE TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           MOVE 1 TO WS-CMP-IDX
           PERFORM WRITE-COMPARE-LINE
               UNTIL WS-CMP-IDX > WS-CMP-COUNT

           CLOSE SIMULATION-FILE.

       WRITE-TABLE-SET-LINES.
           MOVE WS-SET-FLAGS(WS-SET-IDX) TO WS-COUNT-OUT
           STRING "FLAGGED - "                 DELIMITED BY SIZE
                  WS-SET-LABEL(WS-SET-IDX)     DELIMITED BY SIZE
                  "  . . : "                   DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-SET-BLOCKS(WS-SET-IDX) TO WS-COUNT-OUT
           STRING "  OF WHICH BLOCK . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE

           MOVE WS-SET-CCY-REJECTS(WS-SET-IDX) TO WS-COUNT-OUT
           STRING "  REJECTED (CCY/CNV) . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO SIMULATION-LINE
           END-STRING
           WRITE SIMULATION-LINE
           MOVE SPACES TO SIMULATION-LINE.

       WRITE-OUTCOME-LINE.
           MOVE WS-OUTCOME-LABEL(WS-OUTCOME-IDX)   TO WS-ODL-LABEL
           MOVE WS-OUT-CASES(WS-OUTCOME-IDX)       TO WS-ODL-CASES
           MOVE WS-OUT-CUR-CAUGHT(WS-OUTCOME-IDX)  TO WS-ODL-CUR-CAUGHT
           MOVE WS-OUT-CAN-CAUGHT(WS-OUTCOME-IDX)  TO WS-ODL-CAN-CAUGHT
           MOVE WS-OUT-DROPPED(WS-OUTCOME-IDX)     TO WS-ODL-DROPPED
           MOVE WS-OUT-ADDED(WS-OUTCOME-IDX)       TO WS-ODL-ADDED
           MOVE WS-OUTCOME-DETAIL-LINE TO SIMULATION-LINE
           WRITE SIMULATION-LINE.

       WRITE-COMPARE-LINE.
           MOVE WS-CMP-ROW-LOCATION(WS-CMP-IDX)  TO WS-CDL-LOCATION
           MOVE WS-CMP-ROW-RULE(WS-CMP-IDX)      TO WS-CDL-RULE
           MOVE WS-CMP-ROW-ACTION(WS-CMP-IDX)    TO WS-CDL-ACTION
           MOVE WS-CMP-ROW-CURRENT(WS-CMP-IDX)   TO WS-CDL-CURRENT
           MOVE WS-CMP-ROW-CANDIDATE(WS-CMP-IDX) TO WS-CDL-CANDIDATE
           MOVE WS-CMP-ROW-GAINED(WS-CMP-IDX)    TO WS-CDL-GAINED
           MOVE WS-CMP-ROW-LOST(WS-CMP-IDX)      TO WS-CDL-LOST
           MOVE WS-COMPARE-DETAIL-LINE TO SIMULATION-LINE
           WRITE SIMULATION-LINE
           ADD 1 TO WS-CMP-IDX.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD / SCRUB-ONE-CHARACTER (AMTPARSE.cpy) -
      *> shared with FRAUDCHK and FRDPATRN, see AMTSCRUB.cpy.
           COPY AMTPARSE.

      *> ---------------------------------------------------------
      *> FIND-CARD-TOKEN (TOKFIND.cpy) - shared with FRAUDCHK and
      *> FRDSCORE, see TOKVAULT.cpy.
           COPY TOKFIND.

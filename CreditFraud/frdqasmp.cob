IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDQASMP.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Nightly disposition QA sampling.
      *>             A FALSE-POSITIVE keyed in FRDCASE closed the
      *>             case for good and nobody ever checked it; audit
      *>             wants a second pair of eyes on a sample of
      *>             closures.  For the processing date in
      *>             FRAUD.RUNPARM.txt FRDQASMP reads the day's
      *>             CONFIRMED and FALSE-POSITIVE dispositions off
      *>             FRAUD.CASE.HIST.txt and draws the percentage in
      *>             FRAUD.QA.PARM.txt of them, plus every one whose
      *>             base-currency amount is at or above the floor
      *>             in the same parm, onto the supervisor QA queue
      *>             - the indexed store FRAUD.QA.REVIEW.dat
      *>             (QAREVIEW) FRDQAREV works.  It then writes
      *>             FRAUD.QA.RPT over the whole store: sample size,
      *>             reviews done, overturns, and overturn rate per
      *>             original analyst and per severity rank.
      *> 2026-10-14  A draw FRDQAREV closed SUPERSED - its case was
      *>             re-dispositioned before anyone reviewed it -
      *>             is left out of the analyst and severity rows,
      *>             which judge only closures that were reviewed
      *>             or still can be, and counted on a line of its
      *>             own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QAPARM-FILE ASSIGN TO 'FRAUD.QA.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-HIST-FILE
               ASSIGN TO 'FRAUD.CASE.HIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-MASTER ASSIGN TO 'FRAUD.CASE.MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TRANS-ID.
           SELECT OPTIONAL QA-REVIEW-FILE
               ASSIGN TO 'FRAUD.QA.REVIEW.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-TRANS-ID.
           SELECT QA-RPT-FILE ASSIGN TO 'FRAUD.QA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

       FD  QAPARM-FILE.
       01  QAPARM-RECORD          PIC X(17).

      *> ---------------------------------------------------------
      *> QAPARM-RECORD-NUM overlays the FLOOR(13) field with a
      *> numeric picture - an alphanumeric substring MOVEd into a
      *> numeric receiver would not respect the implied 2 decimal
      *> places.
       01  QAPARM-RECORD-NUM REDEFINES QAPARM-RECORD.
           05  QAPARM-PERCENT-NUM     PIC 9(3).
           05  FILLER                 PIC X(1).
           05  QAPARM-FLOOR-NUM       PIC 9(11)V99.

       FD  CASE-HIST-FILE.
       01  CASE-HIST-RECORD       PIC X(52).

       FD  CASE-MASTER.
           COPY CASEMAST.

       FD  QA-REVIEW-FILE.
           COPY QAREVIEW.

       FD  QA-RPT-FILE.
       01  QA-RPT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-HIST-EOF        VALUE 'Y'.

       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.

      *> ---------------------------------------------------------
      *> Sampling parameters (FRAUD.QA.PARM.txt), one record:
      *>     PERCENT(3) FLOOR(13)
      *> separated by a single space.  PERCENT (000-100) is the
      *> share of the day's closures drawn for review; FLOOR is
      *> the base-currency amount, 13 unsigned digits with 2
      *> implied decimal places, at or above which every closure
      *> is drawn regardless of the percentage.  Missing or
      *> non-numeric abends the run, same rule as
      *> FRAUD.RUNPARM.txt.
       01  WS-SAMPLE-PERCENT      PIC 9(3) VALUE ZERO.
       01  WS-SAMPLE-FLOOR        PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PARM-VALID-FLAG     PIC X VALUE 'N'.
           88  WS-PARM-IS-VALID   VALUE 'Y'.

      *> ---------------------------------------------------------
      *> The percentage draw is systematic: every eligible closure
      *> below the floor adds PERCENT to the accumulator, and each
      *> time it reaches 100 that closure is drawn and 100 comes
      *> off.  The day's history is in keying order, so the draw
      *> spreads evenly across the day and across analysts, and a
      *> rerun draws the same cases.
       01  WS-RATE-ACCUMULATOR    PIC 9(3) COMP-3 VALUE ZERO.

       01  WS-HIST-DISPOSITION    PIC X(14).
           88  WS-HIST-CLOSURE    VALUES "CONFIRMED"
                                         "FALSE-POSITIVE".

       01  WS-HIST-TRANS-ID       PIC X(10).
       01  WS-HIST-ANALYST        PIC X(8).
       01  WS-HIST-SEVERITY       PIC X(1).

       01  WS-MASTER-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-MASTER-FOUND    VALUE 'Y'.

       01  WS-SAMPLED-FLAG        PIC X VALUE 'N'.
           88  WS-ALREADY-SAMPLED VALUE 'Y'.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD working storage (AMTSCRUB.cpy) - the
      *> base-currency amount on the case's flagged record goes
      *> through the same scrub the rest of the suite trusts.
           COPY AMTSCRUB.

       01  WS-CASE-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CASE-ABS-AMOUNT     PIC 9(11)V99 COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Tonight's sampling tallies.
       01  WS-COUNT-CLOSURES      PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-SUPERSEDED    PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-PRIOR         PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-ELIGIBLE      PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-BY-RATE       PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-BY-FLOOR      PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-DRAWN         PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-COUNT-OUT           PIC ZZZ,ZZ9.

      *> ---------------------------------------------------------
      *> Report rows rolled up from the whole QA store - one per
      *> original analyst, one per severity rank (0 through 4,
      *> then slot 6 for a blank or unknown rank), and the
      *> grand total.  The overturn rate is overturns over
      *> reviews done; a draw still OPEN has no verdict yet.  A
      *> superseded draw is counted only in WS-QAT-SUPERSEDED.
       01  WS-QA-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-QA-EOF          VALUE 'Y'.

       01  WS-QAN-COUNT           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-QAN-IDX             PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-QAN-FOUND-FLAG      PIC X VALUE 'N'.
           88  WS-QAN-FOUND       VALUE 'Y'.

       01  WS-QA-ANALYST-TABLE.
           05  WS-QAN-ENTRY OCCURS 50 TIMES.
               10  WS-QAN-ANALYST     PIC X(8).
               10  WS-QAN-SAMPLED     PIC 9(7) COMP-3.
               10  WS-QAN-OPEN        PIC 9(7) COMP-3.
               10  WS-QAN-AGREE       PIC 9(7) COMP-3.
               10  WS-QAN-OVERTURN    PIC 9(7) COMP-3.

       01  WS-SEV-DIGIT           PIC 9(1) VALUE ZERO.
       01  WS-SEV-SLOT            PIC 9(2) COMP-3 VALUE ZERO.

       01  WS-QA-SEVERITY-TABLE.
           05  WS-QAS-ENTRY OCCURS 6 TIMES.
               10  WS-QAS-SAMPLED     PIC 9(7) COMP-3.
               10  WS-QAS-OPEN        PIC 9(7) COMP-3.
               10  WS-QAS-AGREE       PIC 9(7) COMP-3.
               10  WS-QAS-OVERTURN    PIC 9(7) COMP-3.

       01  WS-QAT-SAMPLED         PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-QAT-OPEN            PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-QAT-AGREE           PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-QAT-OVERTURN        PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-QAT-SUPERSEDED      PIC 9(7) COMP-3 VALUE ZERO.

      *> One detail row's figures, loaded from whichever table row
      *> or total is being printed.
       01  WS-ROW-SAMPLED         PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-ROW-OPEN            PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-ROW-AGREE           PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-ROW-OVERTURN        PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-ROW-REVIEWED        PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-ROW-RATE            PIC 9(3)V9 COMP-3 VALUE ZERO.

       01  WS-QA-COLUMN-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE "  SAMPLED".
           05  FILLER             PIC X(10) VALUE "  REVIEWED".
           05  FILLER             PIC X(09) VALUE "     OPEN".
           05  FILLER             PIC X(09) VALUE "    AGREE".
           05  FILLER             PIC X(10) VALUE "  OVERTURN".
           05  FILLER             PIC X(09) VALUE "   RATE %".

       01  WS-QA-DETAIL-LINE.
           05  WS-DET-NAME-OUT    PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DET-SAMPLED-OUT PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DET-REVIEWED-OUT PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DET-OPEN-OUT    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DET-AGREE-OUT   PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DET-OVER-OUT    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DET-RATE-OUT    PIC ZZ9.9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-QA-PARAMETERS

           OPEN INPUT CASE-MASTER
           OPEN I-O QA-REVIEW-FILE

           PERFORM DRAW-QA-SAMPLE
           PERFORM WRITE-QA-REPORT

           CLOSE CASE-MASTER QA-REVIEW-FILE

           MOVE WS-COUNT-DRAWN TO WS-COUNT-OUT
           DISPLAY "FRDQASMP - CLOSURES DRAWN FOR QA: " WS-COUNT-OUT
           STOP RUN.

      *> ---------------------------------------------------------
      *> LOAD-RUN-PARAMETERS reads FRAUD.RUNPARM.txt, same record
      *> and same abend as every other step in the stream.
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
               DISPLAY "FRDQASMP - FRAUD.RUNPARM.txt MISSING OR "
                       "INVALID PROCESSING DATE"
               STOP RUN RETURNING 16
           END-IF.

       LOAD-QA-PARAMETERS.
           OPEN INPUT QAPARM-FILE
           READ QAPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF QAPARM-RECORD(1:3) NUMERIC
                      AND QAPARM-RECORD(5:13) NUMERIC
                       MOVE QAPARM-PERCENT-NUM TO WS-SAMPLE-PERCENT
                       MOVE QAPARM-FLOOR-NUM   TO WS-SAMPLE-FLOOR
                       IF WS-SAMPLE-PERCENT <= 100
                           SET WS-PARM-IS-VALID TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE QAPARM-FILE

           IF NOT WS-PARM-IS-VALID
               DISPLAY "FRDQASMP - FRAUD.QA.PARM.txt MISSING OR "
                       "INVALID PERCENT/FLOOR"
               STOP RUN RETURNING 16
           END-IF.

      *> ---------------------------------------------------------
      *> DRAW-QA-SAMPLE reads the history trail start to finish.
      *> A line is a candidate when it was keyed on the processing
      *> date (timestamp date, columns 36-43), closes the case
      *> (CONFIRMED or FALSE-POSITIVE), and is on a trans-id-keyed
      *> case - a velocity disposition has no master record an
      *> overturn could correct.
       DRAW-QA-SAMPLE.
           OPEN INPUT CASE-HIST-FILE
           PERFORM EXAMINE-ONE-HISTORY-LINE UNTIL WS-HIST-EOF
           CLOSE CASE-HIST-FILE.

       EXAMINE-ONE-HISTORY-LINE.
           READ CASE-HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   MOVE CASE-HIST-RECORD(12:14) TO WS-HIST-DISPOSITION
                   IF CASE-HIST-RECORD(36:8) = WS-PROCESSING-DATE
                      AND CASE-HIST-RECORD(1:3) = "TXN"
                      AND WS-HIST-CLOSURE
                       ADD 1 TO WS-COUNT-CLOSURES
                       MOVE CASE-HIST-RECORD(1:10) TO WS-HIST-TRANS-ID
                       MOVE CASE-HIST-RECORD(27:8) TO WS-HIST-ANALYST
                       MOVE CASE-HIST-RECORD(51:1) TO WS-HIST-SEVERITY
                       PERFORM CONSIDER-CLOSURE
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> CONSIDER-CLOSURE - the closure is reviewed as it stands on
      *> the master.  A line the master no longer agrees with (the
      *> case was re-dispositioned later, by another analyst or to
      *> another outcome) is superseded - the line that replaced
      *> it is the one to draw.  A case already on the QA store is
      *> never drawn twice, which also keeps a supervisor's own
      *> overturn line from being sampled back.
       CONSIDER-CLOSURE.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE WS-HIST-TRANS-ID TO CM-TRANS-ID
           READ CASE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-DISPOSITION = WS-HIST-DISPOSITION
                      AND CM-ANALYST-ID = WS-HIST-ANALYST
                       SET WS-MASTER-FOUND TO TRUE
                   END-IF
           END-READ

           IF NOT WS-MASTER-FOUND
               ADD 1 TO WS-COUNT-SUPERSEDED
           ELSE
               PERFORM FIND-QA-ENTRY
               IF WS-ALREADY-SAMPLED
                   ADD 1 TO WS-COUNT-PRIOR
               ELSE
                   ADD 1 TO WS-COUNT-ELIGIBLE
                   PERFORM PARSE-CASE-BASE-AMOUNT
                   IF WS-CASE-ABS-AMOUNT >= WS-SAMPLE-FLOOR
                      AND WS-SAMPLE-FLOOR > ZERO
                       MOVE "F" TO QA-SAMPLE-REASON
                       ADD 1 TO WS-COUNT-BY-FLOOR
                       PERFORM WRITE-QA-ENTRY
                   ELSE
                       ADD WS-SAMPLE-PERCENT TO WS-RATE-ACCUMULATOR
                       IF WS-RATE-ACCUMULATOR >= 100
                           SUBTRACT 100 FROM WS-RATE-ACCUMULATOR
                           MOVE "R" TO QA-SAMPLE-REASON
                           ADD 1 TO WS-COUNT-BY-RATE
                           PERFORM WRITE-QA-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-QA-ENTRY.
           MOVE 'N' TO WS-SAMPLED-FLAG
           MOVE WS-HIST-TRANS-ID TO QA-TRANS-ID
           READ QA-REVIEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-SAMPLED TO TRUE
           END-READ.

      *> ---------------------------------------------------------
      *> PARSE-CASE-BASE-AMOUNT re-reads the base-currency amount
      *> FRAUDCHK appended at column 107 of the flagged record -
      *> column 109 of CM-FLAGGED-RECORD, past the queue record's
      *> 2-byte severity prefix.  The floor compare is on the
      *> magnitude, as FRDSARX's threshold is.
       PARSE-CASE-BASE-AMOUNT.
           MOVE CM-FLAGGED-RECORD(109:11) TO WS-SCRUB-RAW(1:11)
           MOVE SPACES TO WS-SCRUB-RAW(12:4)
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-VALID
               MOVE WS-SCRUB-NUMERIC TO WS-CASE-AMOUNT
           ELSE
               MOVE ZERO TO WS-CASE-AMOUNT
           END-IF
           IF WS-CASE-AMOUNT < ZERO
               COMPUTE WS-CASE-ABS-AMOUNT = WS-CASE-AMOUNT * -1
           ELSE
               MOVE WS-CASE-AMOUNT TO WS-CASE-ABS-AMOUNT
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-QA-ENTRY puts the drawn closure on the QA queue,
      *> OPEN, with QA-SAMPLE-REASON already set by the caller.
       WRITE-QA-ENTRY.
           MOVE WS-HIST-TRANS-ID    TO QA-TRANS-ID
           MOVE WS-PROCESSING-DATE  TO QA-SAMPLE-DATE
           MOVE WS-HIST-ANALYST     TO QA-ANALYST-ID
           MOVE WS-HIST-DISPOSITION TO QA-DISPOSITION
           MOVE WS-HIST-SEVERITY    TO QA-SEVERITY
           IF WS-CASE-AMOUNT < ZERO
               MOVE '-' TO QA-AMOUNT-SIGN
           ELSE
               MOVE '+' TO QA-AMOUNT-SIGN
           END-IF
           MOVE WS-CASE-ABS-AMOUNT  TO QA-AMOUNT
           MOVE "OPEN"              TO QA-STATUS
           MOVE SPACES              TO QA-REVIEWER-ID
           MOVE SPACES              TO QA-REVIEW-TIMESTAMP
           MOVE SPACES              TO QA-NEW-DISPOSITION

           WRITE QA-REVIEW-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-DRAWN
           END-WRITE.

      *> ---------------------------------------------------------
      *> WRITE-QA-REPORT - tonight's draw, then the whole store
      *> rolled up by original analyst and by severity rank.
       WRITE-QA-REPORT.
           OPEN OUTPUT QA-RPT-FILE
           MOVE "FRDQASMP DISPOSITION QA SAMPLING REPORT"
               TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE
           STRING "PROCESSING DATE . . . . . : " DELIMITED BY SIZE
                  WS-PROCESSING-DATE             DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE
           WRITE QA-RPT-LINE

           MOVE WS-COUNT-CLOSURES TO WS-COUNT-OUT
           STRING "CLOSURES KEYED  . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE

           MOVE WS-COUNT-SUPERSEDED TO WS-COUNT-OUT
           STRING "SUPERSEDED SINCE  . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE

           MOVE WS-COUNT-PRIOR TO WS-COUNT-OUT
           STRING "ALREADY SAMPLED . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE

           MOVE WS-COUNT-ELIGIBLE TO WS-COUNT-OUT
           STRING "ELIGIBLE FOR DRAW . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE

           MOVE WS-COUNT-BY-FLOOR TO WS-COUNT-OUT
           STRING "DRAWN AT/OVER FLOOR . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE

           MOVE WS-COUNT-BY-RATE TO WS-COUNT-OUT
           STRING "DRAWN BY PERCENTAGE . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE
           MOVE SPACES TO QA-RPT-LINE
           WRITE QA-RPT-LINE

           PERFORM ROLL-UP-QA-STORE

           MOVE "BY ANALYST" TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE WS-QA-COLUMN-LINE TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE 1 TO WS-QAN-IDX
           PERFORM WRITE-ANALYST-QA-LINE
               UNTIL WS-QAN-IDX > WS-QAN-COUNT

           MOVE SPACES TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE "BY SEVERITY RANK" TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE WS-QA-COLUMN-LINE TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE 1 TO WS-SEV-SLOT
           PERFORM WRITE-SEVERITY-QA-LINE UNTIL WS-SEV-SLOT > 6

           MOVE SPACES TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE WS-QAT-SAMPLED  TO WS-ROW-SAMPLED
           MOVE WS-QAT-OPEN     TO WS-ROW-OPEN
           MOVE WS-QAT-AGREE    TO WS-ROW-AGREE
           MOVE WS-QAT-OVERTURN TO WS-ROW-OVERTURN
           MOVE "TOTAL" TO WS-DET-NAME-OUT
           PERFORM WRITE-QA-DETAIL-LINE

           MOVE SPACES TO QA-RPT-LINE
           WRITE QA-RPT-LINE
           MOVE WS-QAT-SUPERSEDED TO WS-COUNT-OUT
           STRING "DRAWS SUPERSEDED UNREVIEWED: " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO QA-RPT-LINE
           END-STRING
           WRITE QA-RPT-LINE

           CLOSE QA-RPT-FILE.

      *> ---------------------------------------------------------
      *> ROLL-UP-QA-STORE walks the QA store start to finish - the
      *> report is cumulative, so an overturn keyed today counts
      *> against the analyst whose closure was drawn last week.
       ROLL-UP-QA-STORE.
           MOVE 1 TO WS-SEV-SLOT
           PERFORM CLEAR-SEVERITY-ROW UNTIL WS-SEV-SLOT > 6

           MOVE 'N' TO WS-QA-EOF-FLAG
           MOVE LOW-VALUES TO QA-TRANS-ID
           START QA-REVIEW-FILE KEY IS NOT LESS THAN QA-TRANS-ID
               INVALID KEY
                   SET WS-QA-EOF TO TRUE
           END-START

           PERFORM ROLL-UP-ONE-QA-ENTRY UNTIL WS-QA-EOF.

       CLEAR-SEVERITY-ROW.
           MOVE ZERO TO WS-QAS-SAMPLED(WS-SEV-SLOT)
           MOVE ZERO TO WS-QAS-OPEN(WS-SEV-SLOT)
           MOVE ZERO TO WS-QAS-AGREE(WS-SEV-SLOT)
           MOVE ZERO TO WS-QAS-OVERTURN(WS-SEV-SLOT)
           ADD 1 TO WS-SEV-SLOT.

       ROLL-UP-ONE-QA-ENTRY.
           READ QA-REVIEW-FILE NEXT RECORD
               AT END
                   SET WS-QA-EOF TO TRUE
               NOT AT END
                   IF QA-STATUS-SUPERSEDED
                       ADD 1 TO WS-QAT-SUPERSEDED
                   ELSE
                       PERFORM FIND-QA-ANALYST-ROW
                       IF QA-SEVERITY >= '0' AND QA-SEVERITY <= '4'
                           MOVE QA-SEVERITY TO WS-SEV-DIGIT
                           COMPUTE WS-SEV-SLOT = WS-SEV-DIGIT + 1
                       ELSE
                           MOVE 6 TO WS-SEV-SLOT
                       END-IF

                       ADD 1 TO WS-QAN-SAMPLED(WS-QAN-IDX)
                       ADD 1 TO WS-QAS-SAMPLED(WS-SEV-SLOT)
                       ADD 1 TO WS-QAT-SAMPLED
                       IF QA-STATUS-AGREE
                           ADD 1 TO WS-QAN-AGREE(WS-QAN-IDX)
                           ADD 1 TO WS-QAS-AGREE(WS-SEV-SLOT)
                           ADD 1 TO WS-QAT-AGREE
                       ELSE
                           IF QA-STATUS-OVERTURN
                               ADD 1 TO WS-QAN-OVERTURN(WS-QAN-IDX)
                               ADD 1 TO WS-QAS-OVERTURN(WS-SEV-SLOT)
                               ADD 1 TO WS-QAT-OVERTURN
                           ELSE
                               ADD 1 TO WS-QAN-OPEN(WS-QAN-IDX)
                               ADD 1 TO WS-QAS-OPEN(WS-SEV-SLOT)
                               ADD 1 TO WS-QAT-OPEN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-QA-ANALYST-ROW.
           MOVE 'N' TO WS-QAN-FOUND-FLAG
           MOVE 1   TO WS-QAN-IDX

           PERFORM TEST-QA-ANALYST-ROW
               UNTIL WS-QAN-FOUND OR WS-QAN-IDX > WS-QAN-COUNT

           IF NOT WS-QAN-FOUND
               IF WS-QAN-COUNT >= 50
                   DISPLAY "FRDQASMP - MORE THAN 50 ANALYSTS, "
                           "WS-QA-ANALYST-TABLE IS FULL"
                   CLOSE CASE-MASTER QA-REVIEW-FILE QA-RPT-FILE
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WS-QAN-COUNT
               MOVE WS-QAN-COUNT TO WS-QAN-IDX
               MOVE QA-ANALYST-ID TO WS-QAN-ANALYST(WS-QAN-IDX)
               MOVE ZERO TO WS-QAN-SAMPLED(WS-QAN-IDX)
               MOVE ZERO TO WS-QAN-OPEN(WS-QAN-IDX)
               MOVE ZERO TO WS-QAN-AGREE(WS-QAN-IDX)
               MOVE ZERO TO WS-QAN-OVERTURN(WS-QAN-IDX)
           END-IF.

       TEST-QA-ANALYST-ROW.
           IF WS-QAN-ANALYST(WS-QAN-IDX) = QA-ANALYST-ID
               SET WS-QAN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-QAN-IDX
           END-IF.

       WRITE-ANALYST-QA-LINE.
           MOVE WS-QAN-SAMPLED(WS-QAN-IDX)  TO WS-ROW-SAMPLED
           MOVE WS-QAN-OPEN(WS-QAN-IDX)     TO WS-ROW-OPEN
           MOVE WS-QAN-AGREE(WS-QAN-IDX)    TO WS-ROW-AGREE
           MOVE WS-QAN-OVERTURN(WS-QAN-IDX) TO WS-ROW-OVERTURN
           MOVE WS-QAN-ANALYST(WS-QAN-IDX)  TO WS-DET-NAME-OUT
           PERFORM WRITE-QA-DETAIL-LINE
           ADD 1 TO WS-QAN-IDX.

       WRITE-SEVERITY-QA-LINE.
           MOVE WS-QAS-SAMPLED(WS-SEV-SLOT)  TO WS-ROW-SAMPLED
           MOVE WS-QAS-OPEN(WS-SEV-SLOT)     TO WS-ROW-OPEN
           MOVE WS-QAS-AGREE(WS-SEV-SLOT)    TO WS-ROW-AGREE
           MOVE WS-QAS-OVERTURN(WS-SEV-SLOT) TO WS-ROW-OVERTURN
           IF WS-SEV-SLOT > 5
               MOVE "RANK ?" TO WS-DET-NAME-OUT
           ELSE
               COMPUTE WS-SEV-DIGIT = WS-SEV-SLOT - 1
               MOVE SPACES TO WS-DET-NAME-OUT
               STRING "RANK "      DELIMITED BY SIZE
                      WS-SEV-DIGIT DELIMITED BY SIZE
                      INTO WS-DET-NAME-OUT
               END-STRING
           END-IF
           PERFORM WRITE-QA-DETAIL-LINE
           ADD 1 TO WS-SEV-SLOT.

      *> ---------------------------------------------------------
      *> WRITE-QA-DETAIL-LINE prints the WS-ROW- figures under the
      *> name already in WS-DET-NAME-OUT.
       WRITE-QA-DETAIL-LINE.
           COMPUTE WS-ROW-REVIEWED = WS-ROW-AGREE + WS-ROW-OVERTURN
           IF WS-ROW-REVIEWED > ZERO
               COMPUTE WS-ROW-RATE ROUNDED =
                   WS-ROW-OVERTURN * 100 / WS-ROW-REVIEWED
           ELSE
               MOVE ZERO TO WS-ROW-RATE
           END-IF

           MOVE WS-ROW-SAMPLED  TO WS-DET-SAMPLED-OUT
           MOVE WS-ROW-REVIEWED TO WS-DET-REVIEWED-OUT
           MOVE WS-ROW-OPEN     TO WS-DET-OPEN-OUT
           MOVE WS-ROW-AGREE    TO WS-DET-AGREE-OUT
           MOVE WS-ROW-OVERTURN TO WS-DET-OVER-OUT
           MOVE WS-ROW-RATE     TO WS-DET-RATE-OUT
           MOVE WS-QA-DETAIL-LINE TO QA-RPT-LINE
           WRITE QA-RPT-LINE.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD / SCRUB-ONE-CHARACTER (AMTPARSE.cpy) -
      *> shared with FRAUDCHK and FRDPATRN, see AMTSCRUB.cpy.
           COPY AMTPARSE.

IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDQAREV.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Supervisor second review of the
      *>             closures FRDQASMP draws onto the QA queue
      *>             (FRAUD.QA.REVIEW.dat, QAREVIEW).  A reviewer
      *>             signs on with an ID that must be on the QA
      *>             reviewer roster (FRAUD.QA.ROSTER.txt, one ID per
      *>             row) and is shown each OPEN draw in turn - never
      *>             one whose closure was keyed under their own
      *>             analyst ID - with the case's flagged record and
      *>             current disposition off the case master, and
      *>             records AGREE or OVERTURN.  An overturn turns
      *>             CONFIRMED into FALSE-POSITIVE or the reverse on
      *>             the case master under the reviewer's ID and
      *>             appends the usual FRAUD.CASE.HIST.txt line, so
      *>             FRDLOSS, FRDSARX, FRDHOTFD and the queue all
      *>             act on the corrected outcome exactly as if an
      *>             analyst had keyed it.
      *> 2026-10-14  A draw whose case has been re-dispositioned
      *>             since it was sampled - the master no longer
      *>             carries the disposition and analyst on the QA
      *>             row, the same test FRDQASMP draws by - is
      *>             not offered for a verdict: it is shown,
      *>             closed SUPERSED with the master's current
      *>             disposition, and the master is left alone.
      *>             An overturn used to reverse the sampled
      *>             disposition over whatever an analyst had
      *>             keyed since.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QA-ROSTER-FILE
               ASSIGN TO 'FRAUD.QA.ROSTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QA-REVIEW-FILE
               ASSIGN TO 'FRAUD.QA.REVIEW.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-TRANS-ID.
           SELECT OPTIONAL CASE-MASTER ASSIGN TO 'FRAUD.CASE.MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TRANS-ID.
           SELECT CASE-HIST-FILE ASSIGN TO 'FRAUD.CASE.HIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  QA-ROSTER-FILE.
       01  QA-ROSTER-RECORD       PIC X(8).

       FD  QA-REVIEW-FILE.
           COPY QAREVIEW.

       FD  CASE-MASTER.
           COPY CASEMAST.

       FD  CASE-HIST-FILE.
       01  CASE-HIST-RECORD       PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-QA-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-QA-EOF          VALUE 'Y'.

       01  WS-ROSTER-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-ROSTER-EOF      VALUE 'Y'.

       01  WS-QUIT-FLAG           PIC X VALUE 'N'.
           88  WS-REVIEWER-QUIT   VALUE 'Y'.

       01  WS-REVIEWER-ID         PIC X(8).

       01  WS-REVIEWER-FOUND-FLAG PIC X VALUE 'N'.
           88  WS-REVIEWER-FOUND  VALUE 'Y'.

       01  WS-CONSOLE-RESPONSE    PIC X(14).

       01  WS-VERDICT             PIC X(14).
           88  WS-VERDICT-AGREE   VALUE "AGREE".
           88  WS-VERDICT-OVERTURN VALUE "OVERTURN".
           88  WS-VERDICT-SKIP    VALUE "SKIP".
           88  WS-VERDICT-DONE    VALUE "DONE".

       01  WS-NEW-DISPOSITION     PIC X(14).

       01  WS-MASTER-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-MASTER-FOUND    VALUE 'Y'.

       01  WS-AMOUNT-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RAW-TIME            PIC 9(8).

       01  WS-TIMESTAMP.
           05  WS-TIMESTAMP-DATE  PIC 9(8).
           05  WS-TIMESTAMP-TIME  PIC 9(6).

       01  WS-COUNT-AGREED        PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-COUNT-OVERTURNED    PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-COUNT-SUPERSEDED    PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZ9.

      *> ---------------------------------------------------------
      *> History line for an overturn - the FRDCASE layout, keyed
      *> under the reviewer, carrying the severity rank the case
      *> was drawn with so FRDTHRPT splits it the same way.
       01  WS-CASE-FIELDS.
           05  WS-OUT-TRANS-ID    PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-OUT-DISPOSITION PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-OUT-ANALYST-ID  PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-OUT-TIMESTAMP   PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-OUT-SEVERITY    PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PROMPT-FOR-REVIEWER-ID

           OPEN I-O QA-REVIEW-FILE
           OPEN I-O CASE-MASTER
           OPEN EXTEND CASE-HIST-FILE

           MOVE LOW-VALUES TO QA-TRANS-ID
           START QA-REVIEW-FILE KEY IS NOT LESS THAN QA-TRANS-ID
               INVALID KEY
                   SET WS-QA-EOF TO TRUE
           END-START

           PERFORM REVIEW-NEXT-QA-ENTRY
               UNTIL WS-QA-EOF OR WS-REVIEWER-QUIT

           CLOSE QA-REVIEW-FILE CASE-MASTER CASE-HIST-FILE

           MOVE WS-COUNT-AGREED TO WS-COUNT-OUT
           DISPLAY "FRDQAREV - AGREED    : " WS-COUNT-OUT
           MOVE WS-COUNT-OVERTURNED TO WS-COUNT-OUT
           DISPLAY "FRDQAREV - OVERTURNED: " WS-COUNT-OUT
           MOVE WS-COUNT-SUPERSEDED TO WS-COUNT-OUT
           DISPLAY "FRDQAREV - SUPERSEDED: " WS-COUNT-OUT
           STOP RUN.

      *> ---------------------------------------------------------
      *> PROMPT-FOR-REVIEWER-ID - the second review is a
      *> supervisor's job, so the ID keyed must be on the QA
      *> reviewer roster.  A missing or empty roster lets nobody
      *> in.
       PROMPT-FOR-REVIEWER-ID.
           DISPLAY "REVIEWER ID: " WITH NO ADVANCING
           ACCEPT WS-REVIEWER-ID FROM CONSOLE

           IF WS-REVIEWER-ID = SPACES
               DISPLAY "FRDQAREV - A REVIEWER ID IS REQUIRED; EVERY "
                       "VERDICT IS AUDITED UNDER IT"
               STOP RUN RETURNING 16
           END-IF

           OPEN INPUT QA-ROSTER-FILE
           PERFORM TEST-ROSTER-ENTRY
               UNTIL WS-ROSTER-EOF OR WS-REVIEWER-FOUND
           CLOSE QA-ROSTER-FILE

           IF NOT WS-REVIEWER-FOUND
               DISPLAY "FRDQAREV - " WS-REVIEWER-ID " IS NOT ON "
                       "FRAUD.QA.ROSTER.txt"
               STOP RUN RETURNING 16
           END-IF.

       TEST-ROSTER-ENTRY.
           READ QA-ROSTER-FILE
               AT END
                   SET WS-ROSTER-EOF TO TRUE
               NOT AT END
                   IF QA-ROSTER-RECORD = WS-REVIEWER-ID
                       SET WS-REVIEWER-FOUND TO TRUE
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> REVIEW-NEXT-QA-ENTRY walks the QA queue in trans-id order.
      *> Only OPEN draws are shown, and never one the reviewer
      *> closed themselves - a supervisor who also works cases is
      *> passed over on their own and left for a colleague.
       REVIEW-NEXT-QA-ENTRY.
           READ QA-REVIEW-FILE NEXT RECORD
               AT END
                   SET WS-QA-EOF TO TRUE
               NOT AT END
                   IF QA-STATUS-OPEN
                      AND QA-ANALYST-ID NOT = WS-REVIEWER-ID
                       PERFORM REVIEW-ONE-QA-ENTRY
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> REVIEW-ONE-QA-ENTRY - a verdict is only taken while the
      *> master still carries the closure that was sampled - the
      *> same disposition under the same analyst.  Once the case
      *> has been re-dispositioned, even to the same outcome by
      *> another analyst, there is nothing left to agree with or
      *> overturn, and the draw is closed as superseded.
       REVIEW-ONE-QA-ENTRY.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE QA-TRANS-ID TO CM-TRANS-ID
           READ CASE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ

           MOVE QA-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY " "
           DISPLAY "TRANS-ID       : " QA-TRANS-ID
           DISPLAY "CLOSED AS      : " QA-DISPOSITION
                   " BY " QA-ANALYST-ID
           DISPLAY "SEVERITY RANK  : " QA-SEVERITY
                   "   AMOUNT " QA-AMOUNT-SIGN WS-AMOUNT-OUT
                   "   DRAWN " QA-SAMPLE-DATE " (" QA-SAMPLE-REASON ")"

           IF NOT WS-MASTER-FOUND
               DISPLAY "CASE NO LONGER ON THE MASTER - SKIPPED"
           ELSE
               DISPLAY "FLAGGED RECORD : " CM-FLAGGED-RECORD
               DISPLAY "NOW ON MASTER  : " CM-DISPOSITION
                       " BY " CM-ANALYST-ID
               IF CM-DISPOSITION NOT = QA-DISPOSITION
                  OR CM-ANALYST-ID NOT = QA-ANALYST-ID
                   DISPLAY "RE-DISPOSITIONED SINCE SAMPLED - CLOSED "
                           "AS SUPERSEDED"
                   PERFORM RECORD-SUPERSEDED-DRAW
               ELSE
                   PERFORM PROMPT-FOR-VERDICT

                   IF WS-VERDICT-DONE
                       SET WS-REVIEWER-QUIT TO TRUE
                   ELSE
                       IF WS-VERDICT-AGREE
                           PERFORM RECORD-AGREE-VERDICT
                       ELSE
                           IF WS-VERDICT-OVERTURN
                               PERFORM RECORD-OVERTURN-VERDICT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROMPT-FOR-VERDICT.
           DISPLAY "VERDICT (AGREE/OVERTURN/SKIP/DONE): "
               WITH NO ADVANCING
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE WS-CONSOLE-RESPONSE TO WS-VERDICT.

       STAMP-REVIEW-TIMESTAMP.
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME.

       RECORD-AGREE-VERDICT.
           PERFORM STAMP-REVIEW-TIMESTAMP
           MOVE "AGREE"        TO QA-STATUS
           MOVE WS-REVIEWER-ID TO QA-REVIEWER-ID
           MOVE WS-TIMESTAMP   TO QA-REVIEW-TIMESTAMP
           MOVE SPACES         TO QA-NEW-DISPOSITION
           REWRITE QA-REVIEW-RECORD
           ADD 1 TO WS-COUNT-AGREED.

      *> ---------------------------------------------------------
      *> RECORD-SUPERSEDED-DRAW closes the QA row without a
      *> verdict, keeping the disposition the master now carries,
      *> under the reviewer who found it.  The case master and
      *> its history are not touched.
       RECORD-SUPERSEDED-DRAW.
           PERFORM STAMP-REVIEW-TIMESTAMP
           MOVE "SUPERSED"     TO QA-STATUS
           MOVE WS-REVIEWER-ID TO QA-REVIEWER-ID
           MOVE WS-TIMESTAMP   TO QA-REVIEW-TIMESTAMP
           MOVE CM-DISPOSITION TO QA-NEW-DISPOSITION
           REWRITE QA-REVIEW-RECORD
           ADD 1 TO WS-COUNT-SUPERSEDED.

      *> ---------------------------------------------------------
      *> RECORD-OVERTURN-VERDICT reverses the sampled closure -
      *> CONFIRMED becomes FALSE-POSITIVE and FALSE-POSITIVE
      *> becomes CONFIRMED - on the case master, under the
      *> reviewer's ID and timestamp, and appends the history line
      *> FRDCASE would have, so the audit trail shows who changed
      *> the outcome and when.  The QA row keeps the verdict and
      *> the disposition the case was changed to.
       RECORD-OVERTURN-VERDICT.
           PERFORM STAMP-REVIEW-TIMESTAMP
           IF QA-DISPOSITION = "CONFIRMED"
               MOVE "FALSE-POSITIVE" TO WS-NEW-DISPOSITION
           ELSE
               MOVE "CONFIRMED" TO WS-NEW-DISPOSITION
           END-IF

           MOVE WS-NEW-DISPOSITION TO CM-DISPOSITION
           MOVE WS-REVIEWER-ID     TO CM-ANALYST-ID
           MOVE WS-TIMESTAMP       TO CM-TIMESTAMP
           REWRITE CM-CASE-RECORD

           MOVE QA-TRANS-ID        TO WS-OUT-TRANS-ID
           MOVE WS-NEW-DISPOSITION TO WS-OUT-DISPOSITION
           MOVE WS-REVIEWER-ID     TO WS-OUT-ANALYST-ID
           MOVE WS-TIMESTAMP       TO WS-OUT-TIMESTAMP
           MOVE QA-SEVERITY        TO WS-OUT-SEVERITY
           MOVE WS-CASE-FIELDS     TO CASE-HIST-RECORD
           WRITE CASE-HIST-RECORD

           MOVE "OVERTURN"         TO QA-STATUS
           MOVE WS-REVIEWER-ID     TO QA-REVIEWER-ID
           MOVE WS-TIMESTAMP       TO QA-REVIEW-TIMESTAMP
           MOVE WS-NEW-DISPOSITION TO QA-NEW-DISPOSITION
           REWRITE QA-REVIEW-RECORD
           ADD 1 TO WS-COUNT-OVERTURNED.

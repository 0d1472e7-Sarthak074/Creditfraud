      *>             anomaly-flagged is one case, and releasing
      *>             it twice dealt the same work to two
      *>             analysts.
      *> 2026-10-14  Merge FRDBINAT's BIN-attack flags
      *>             (FRAUD.BINATK.OUTPUT.txt) into the queue at
      *>             the REVIEW rank.  Only the BIN flag lines are
      *>             queued - the CRD card-list lines that follow
      *>             each flag stay on the flagged file for the
      *>             analyst to hot-card from.  Like a velocity
      *>             flag, a BIN flag carries no trans-id and is
      *>             queued unconditionally.  OPTIONAL, so a night
      *>             run before FRDBINAT joined the stream still
      *>             builds a queue.
      *> 2026-10-14  Related-case clusters.  Every case on one card
      *>             is one cluster (see FRDLINK), found through the
      *>             case cross-reference FRAUD.CASE.XREF.dat
      *>             (CASEXREF).  Once any case in a cluster is
      *>             CONFIRMED, its still-open cases are pulled off
      *>             the master and queued at rank 0 with the
      *>             NOTMINE escalations, and a new flag tonight on
      *>             that card is raised to rank 0 too - both are
      *>             known fraud on the card waiting on an analyst.
      *>             Dealing is by card: every queue record on a
      *>             card goes to the analyst who was dealt the
      *>             card's first record, so one analyst works the
      *>             whole cluster and three cases on one card can
      *>             no longer be cleared by one analyst while
      *>             another confirms.  OPTIONAL, so a night before
      *>             FRDLINK first builds it still queues as before.
      *> 2026-10-14  FRDBKSCR's late flags (FRAUD.LATE.OUTPUT.txt,
      *>             the flagged layout marked LATE at column 119)
      *>             are released after FRAUD.OUTPUT.txt by the same
      *>             ranking rules; the LATE mark rides through on
      *>             the queue record.  The flagged file is now
      *>             assigned by name and OPTIONAL, so a night
      *>             before FRDBKSCR joined the stream queues as
      *>             before.
      *> 2026-10-14  A card whose case an analyst already holds
      *>             goes back to that analyst.  The first record
      *>             dealt on a card now looks for an open case on
      *>             the card's cross-reference rows whose analyst
      *>             is on tonight's roster, and is dealt to that
      *>             analyst without taking a turn - a cluster
      *>             spans nights, and a new flag on a card one
      *>             analyst is already working went to whoever's
      *>             turn it was.  The round robin only deals a
      *>             card nobody on the roster is working.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLAGGED-INFILE ASSIGN TO WS-FLAGGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATTERN-INFILE ASSIGN TO 'FRAUD.PATTERN.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROFILE-INFILE
               ASSIGN TO 'FRAUD.PROFILE.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BINATK-INFILE
               ASSIGN TO 'FRAUD.BINATK.OUTPUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ESCAL-INFILE
               ASSIGN TO 'FRAUD.OUTREACH.ESCAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TRANS-ID.
           SELECT OPTIONAL CASE-XREF ASSIGN TO 'FRAUD.CASE.XREF.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY.
           SELECT SORT-WORK-FILE ASSIGN TO 'FRAUD.QUEUE.SORTWORK.tmp'.
           SELECT QUEUE-FILE ASSIGN TO 'FRAUD.WORKQUEUE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PROFILE-INFILE.
       01  PROFILE-RECORD         PIC X(126).

       FD  BINATK-INFILE.
       01  BINATK-RECORD          PIC X(80).

       FD  ESCAL-INFILE.
       01  ESCAL-RECORD           PIC X(126).

       FD  CASE-MASTER.
           COPY CASEMAST.

       FD  CASE-XREF.
           COPY CASEXREF.

       SD  SORT-WORK-FILE.
       01  SORT-QUEUE-RECORD.
           05  SORT-SEVERITY      PIC X(01).
       01  ASSIGN-RECORD          PIC X(137).

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> Flagged file being released - FRAUD.OUTPUT.txt, then
      *> FRAUD.LATE.OUTPUT.txt.
       01  WS-FLAGGED-NAME        PIC X(30) VALUE SPACES.
       01  WS-FLAGGED-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-FLAGGED-EOF     VALUE 'Y'.

       01  WS-PROFILE-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-PROFILE-EOF     VALUE 'Y'.

       01  WS-BINATK-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-BINATK-EOF      VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Worked-case lookup - a FRAUDCHK flag is dropped when its
      *> trans-id's CURRENT disposition on the case master is
       01  WS-ESCAL-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-ESCAL-EOF       VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Related-case lookup through the cross-reference.  The
      *> linked-case pass walks the card rows one card at a time,
      *> holding the card's trans-ids until the break shows
      *> whether any of them is CONFIRMED; a single candidate is
      *> checked by walking just its own card's rows.
       01  WS-XREF-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-XREF-EOF        VALUE 'Y'.

       01  WS-CARD-CONFIRMED-FLAG PIC X VALUE 'N'.
           88  WS-CARD-CONFIRMED  VALUE 'Y'.

       01  WS-LINK-CARD           PIC X(16).
       01  WS-LINK-RAISED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-LINK-MEMBER-COUNT   PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LINK-MEMBER-IDX     PIC 9(4) COMP-3 VALUE ZERO.

       01  WS-LINK-MEMBER-TABLE.
           05  WS-LINK-MEMBER     OCCURS 500 TIMES PIC X(10).

      *> ---------------------------------------------------------
      *> Trans-ids already released to the sort this run - the
      *> escalation store releases first, then FRAUD.OUTPUT.txt,

      *> ---------------------------------------------------------
      *> Analyst roster (FRAUD.ANALYST.ROSTER.txt, one ID per
      *> row), the round-robin pointer the output procedure
      *> deals assignments with, and the slot a card is dealt
      *> to.  Dealing in severity order is what balances the
      *> slices: the 1st, 2nd, 3rd worst cases go to three
      *> different analysts, not to whoever starts first.
       01  WS-ROSTER-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-ROSTER-EOF      VALUE 'Y'.

       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-ENTRY    OCCURS 50 TIMES PIC X(8).

      *> ---------------------------------------------------------
      *> Cards already dealt this run and the roster slot each
      *> went to - a later record on the same card follows it to
      *> the same analyst instead of taking the next turn.
       01  WS-DEALT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-DEALT-IDX           PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-DEALT-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-DEALT-FOUND     VALUE 'Y'.

       01  WS-DEALT-TABLE.
           05  WS-DEALT-ENTRY     OCCURS 5000 TIMES.
               10  WS-DEALT-CARD      PIC X(16).
               10  WS-DEALT-ROSTER-IDX PIC 9(4) COMP-3.

      *> ---------------------------------------------------------
      *> Analyst already working the card - an open case on the
      *> card, on the master under an analyst who is on tonight's
      *> roster.  WS-ROSTER-IDX holds that analyst's slot.
       01  WS-OWNER-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-OWNER-FOUND     VALUE 'Y'.

       01  WS-SORTED-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-SORTED-EOF      VALUE 'Y'.

           PERFORM LOAD-ANALYST-ROSTER

           OPEN INPUT CASE-MASTER
           OPEN INPUT CASE-XREF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SEVERITY
               INPUT PROCEDURE IS RELEASE-QUEUE-CANDIDATES
               OUTPUT PROCEDURE IS WRITE-QUEUE-AND-ASSIGNMENTS

           CLOSE CASE-MASTER CASE-XREF

           IF WS-LINK-RAISED-COUNT > ZERO
               DISPLAY "FRDQUEUE - OPEN CASES RAISED ON CONFIRMED "
                       "CARDS: " WS-LINK-RAISED-COUNT
           END-IF

           STOP RUN.

      *> writes each one twice: to the combined queue every prior
      *> reader still gets, and - dealt round-robin across the
      *> roster in this severity order - to the per-analyst
      *> assignment file FRDCASE opens a slice of.  A trans-id
      *> record on a card already dealt goes to that card's
      *> analyst and does not take a turn, so a cluster lands on
      *> one analyst whole; so does the first record on a card
      *> whose open case an analyst on the roster already holds.
       WRITE-QUEUE-AND-ASSIGNMENTS.
           OPEN OUTPUT QUEUE-FILE
           OPEN OUTPUT ASSIGN-FILE
                   MOVE SORT-QUEUE-RECORD TO QUEUE-RECORD
                   WRITE QUEUE-RECORD
                   IF WS-ROSTER-COUNT > ZERO
                       PERFORM CHOOSE-ASSIGNED-ANALYST
                       MOVE SORT-QUEUE-RECORD TO WS-ASSIGN-QREC
                       MOVE WS-ASSIGN-FIELDS TO ASSIGN-RECORD
                       WRITE ASSIGN-RECORD
                   END-IF
           END-RETURN.

      *> ---------------------------------------------------------
      *> CHOOSE-ASSIGNED-ANALYST sets WS-ASSIGN-ANALYST for the
      *> returned record - the card's analyst when a record on the
      *> same card was already dealt this run; failing that, the
      *> analyst on the roster who holds an open case on the card
      *> (FIND-CARD-OWNER); failing that, the next turn of the
      *> round robin.  Either of the last two is remembered
      *> against the card.  Velocity and BIN flags carry no card
      *> and always take a turn.
       CHOOSE-ASSIGNED-ANALYST.
           MOVE 'N' TO WS-DEALT-FOUND-FLAG
           MOVE 'N' TO WS-OWNER-FOUND-FLAG
           IF SORT-SOURCE-RECORD(1:3) = "TXN"
              AND SORT-SOURCE-RECORD(58:16) NOT = SPACES
               MOVE SORT-SOURCE-RECORD(58:16) TO WS-LINK-CARD
               PERFORM FIND-DEALT-CARD
               IF NOT WS-DEALT-FOUND
                   PERFORM FIND-CARD-OWNER
               END-IF
           END-IF

           IF WS-DEALT-FOUND
               MOVE WS-ROSTER-ENTRY(WS-DEALT-ROSTER-IDX(WS-DEALT-IDX))
                   TO WS-ASSIGN-ANALYST
           ELSE
               IF WS-OWNER-FOUND
                   MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX)
                       TO WS-ASSIGN-ANALYST
                   PERFORM RECORD-DEALT-CARD
               ELSE
                   ADD 1 TO WS-DEAL-IDX
                   IF WS-DEAL-IDX > WS-ROSTER-COUNT
                       MOVE 1 TO WS-DEAL-IDX
                   END-IF
                   MOVE WS-ROSTER-ENTRY(WS-DEAL-IDX)
                       TO WS-ASSIGN-ANALYST
                   IF SORT-SOURCE-RECORD(1:3) = "TXN"
                      AND SORT-SOURCE-RECORD(58:16) NOT = SPACES
                       MOVE WS-DEAL-IDX TO WS-ROSTER-IDX
                       PERFORM RECORD-DEALT-CARD
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-CARD-OWNER walks WS-LINK-CARD's rows on the
      *> cross-reference and reads each case on the master.  The
      *> first case not yet worked (the FIND-WORKED-CASE rule)
      *> whose analyst is on the roster sets WS-OWNER-FOUND, with
      *> that analyst's slot in WS-ROSTER-IDX.
       FIND-CARD-OWNER.
           MOVE 'N'          TO WS-XREF-EOF-FLAG
           MOVE "C"          TO XR-KEY-TYPE
           MOVE WS-LINK-CARD TO XR-KEY-VALUE
           MOVE LOW-VALUES   TO XR-TRANS-ID
           START CASE-XREF KEY IS NOT LESS THAN XR-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START

           PERFORM TEST-CARD-OWNER-ROW
               UNTIL WS-XREF-EOF OR WS-OWNER-FOUND.

       TEST-CARD-OWNER-ROW.
           READ CASE-XREF NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
               NOT AT END
                   IF NOT XR-BY-CARD
                      OR XR-KEY-VALUE NOT = WS-LINK-CARD
                       SET WS-XREF-EOF TO TRUE
                   ELSE
                       MOVE XR-TRANS-ID TO CM-TRANS-ID
                       READ CASE-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CM-DISPOSITION
                                   TO WS-CASE-DISPOSITION
                               IF NOT WS-CASE-IS-WORKED
                                  AND CM-ANALYST-ID NOT = SPACES
                                   PERFORM FIND-ROSTER-ANALYST
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       FIND-ROSTER-ANALYST.
           MOVE 1 TO WS-ROSTER-IDX
           PERFORM TEST-ROSTER-ENTRY
               UNTIL WS-OWNER-FOUND
                  OR WS-ROSTER-IDX > WS-ROSTER-COUNT.

       TEST-ROSTER-ENTRY.
           IF WS-ROSTER-ENTRY(WS-ROSTER-IDX) = CM-ANALYST-ID
               SET WS-OWNER-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ROSTER-IDX
           END-IF.

       FIND-DEALT-CARD.
           MOVE 1 TO WS-DEALT-IDX
           PERFORM TEST-DEALT-ENTRY
               UNTIL WS-DEALT-FOUND
                  OR WS-DEALT-IDX > WS-DEALT-COUNT.

       TEST-DEALT-ENTRY.
           IF WS-DEALT-CARD(WS-DEALT-IDX) = WS-LINK-CARD
               SET WS-DEALT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEALT-IDX
           END-IF.

       RECORD-DEALT-CARD.
           IF WS-DEALT-COUNT >= 5000
               DISPLAY "FRDQUEUE - MORE THAN 5000 CARDS DEALT, "
                       "WS-DEALT-TABLE IS FULL"
               CLOSE QUEUE-FILE ASSIGN-FILE
               STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-DEALT-COUNT
           MOVE WS-LINK-CARD TO WS-DEALT-CARD(WS-DEALT-COUNT)
           MOVE WS-ROSTER-IDX TO WS-DEALT-ROSTER-IDX(WS-DEALT-COUNT).

      *> ---------------------------------------------------------
      *> RELEASE-QUEUE-CANDIDATES feeds the sort - every unworked
      *> record from the escalation store and the flag files,
      *> each prefixed with its severity rank so the sorted queue
      *> reads worst-first.  The escalation store goes first, so
      *> its severity-0 copy is the one that survives the
      *> released-id dedupe; the open cases on confirmed cards
      *> follow for the same reason.
       RELEASE-QUEUE-CANDIDATES.
           OPEN INPUT ESCAL-INFILE
           PERFORM RELEASE-ESCALATION-RECORD UNTIL WS-ESCAL-EOF
           CLOSE ESCAL-INFILE

           PERFORM RELEASE-LINKED-OPEN-CASES

           MOVE "FRAUD.OUTPUT.txt" TO WS-FLAGGED-NAME
           PERFORM RELEASE-FLAGGED-FILE
           MOVE "FRAUD.LATE.OUTPUT.txt" TO WS-FLAGGED-NAME
           PERFORM RELEASE-FLAGGED-FILE

           OPEN INPUT PROFILE-INFILE
           PERFORM RELEASE-PROFILE-RECORD UNTIL WS-PROFILE-EOF
           CLOSE PROFILE-INFILE

           OPEN INPUT BINATK-INFILE
           PERFORM RELEASE-BINATK-RECORD UNTIL WS-BINATK-EOF
           CLOSE BINATK-INFILE

           OPEN INPUT PATTERN-INFILE
           PERFORM RELEASE-PATTERN-RECORD UNTIL WS-PATTERN-EOF
           CLOSE PATTERN-INFILE.
                   END-IF
           END-READ.

       RELEASE-FLAGGED-FILE.
           MOVE 'N' TO WS-FLAGGED-EOF-FLAG
           OPEN INPUT FLAGGED-INFILE
           PERFORM RELEASE-FLAGGED-RECORD UNTIL WS-FLAGGED-EOF
           CLOSE FLAGGED-INFILE.

      *> ---------------------------------------------------------
      *> RELEASE-FLAGGED-RECORD ranks a FRAUD.OUTPUT.txt record by
      *> the action code FRAUDCHK appended at column 98 - BLOCK is
      *> rank 1, HOTCARD (a card already known compromised) rank 2,
      *> REVIEW and anything else rank 3.  A trans-id the
      *> escalation store already queued at severity 0 is
      *> dropped.  A flag on a card that already has a CONFIRMED
      *> case is raised to rank 0 whatever its action code.
       RELEASE-FLAGGED-RECORD.
           READ FLAGGED-INFILE
               AT END
                                       MOVE '3' TO SORT-SEVERITY
                                   END-IF
                               END-IF
                               MOVE FLAGGED-RECORD(58:16)
                                   TO WS-LINK-CARD
                               PERFORM FIND-CONFIRMED-ON-CARD
                               IF WS-CARD-CONFIRMED
                                   MOVE '0' TO SORT-SEVERITY
                               END-IF
                               MOVE FLAGGED-RECORD
                                   TO SORT-SOURCE-RECORD
                               RELEASE SORT-QUEUE-RECORD
      *> is dropped outright - one case, one queue record,
      *> whichever program flagged it louder.  Ranked with REVIEW
      *> - off the card's own normal is worth an analyst, but
      *> never ahead of a BLOCK or a known-bad card - unless the
      *> card already has a CONFIRMED case, which raises it to
      *> rank 0.
       RELEASE-PROFILE-RECORD.
           READ PROFILE-INFILE
               AT END
                           IF NOT WS-WORKED-FOUND
                               MOVE SPACES TO SORT-QUEUE-RECORD
                               MOVE '3' TO SORT-SEVERITY
                               MOVE PROFILE-RECORD(58:16)
                                   TO WS-LINK-CARD
                               PERFORM FIND-CONFIRMED-ON-CARD
                               IF WS-CARD-CONFIRMED
                                   MOVE '0' TO SORT-SEVERITY
                               END-IF
                               MOVE PROFILE-RECORD
                                   TO SORT-SOURCE-RECORD
                               RELEASE SORT-QUEUE-RECORD
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> RELEASE-BINATK-RECORD queues a FRDBINAT BIN-attack flag
      *> with REVIEW - each transaction is small, but card testing
      *> is the run-up to the large fraud that follows on every
      *> card that passed, so it ranks ahead of structuring.  Only
      *> the "BIN" flag line is queued; the "CRD" card list behind
      *> it and the TRL trailer are not analyst work of their own.
      *> No trans-id, so no worked-case drop - the same rule as a
      *> velocity flag.
       RELEASE-BINATK-RECORD.
           READ BINATK-INFILE
               AT END
                   SET WS-BINATK-EOF TO TRUE
               NOT AT END
                   IF BINATK-RECORD(1:3) = "BIN"
                       MOVE SPACES TO SORT-QUEUE-RECORD
                       MOVE '3' TO SORT-SEVERITY
                       MOVE BINATK-RECORD TO SORT-SOURCE-RECORD
                       RELEASE SORT-QUEUE-RECORD
                   END-IF
           END-READ.

       RECORD-RELEASED-ID.
           IF WS-RELEASED-COUNT >= 5000
               DISPLAY "FRDQUEUE - MORE THAN 5000 RELEASED FLAGS, "
                       SET WS-WORKED-FOUND TO TRUE
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> RELEASE-LINKED-OPEN-CASES walks the card rows of the
      *> cross-reference one card at a time.  A card with a
      *> CONFIRMED case is known fraud: every other case on it the
      *> master still shows open is released at rank 0 from its
      *> master record, even though no flag file carries it
      *> tonight.  Cases already released this run are left
      *> where they are.
       RELEASE-LINKED-OPEN-CASES.
           MOVE 'N' TO WS-XREF-EOF-FLAG
           MOVE ZERO TO WS-LINK-MEMBER-COUNT
           MOVE "C"        TO XR-KEY-TYPE
           MOVE LOW-VALUES TO XR-KEY-VALUE
           MOVE LOW-VALUES TO XR-TRANS-ID
           START CASE-XREF KEY IS NOT LESS THAN XR-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START

           PERFORM READ-LINKED-CARD-ROW UNTIL WS-XREF-EOF

           IF WS-LINK-MEMBER-COUNT > ZERO
               PERFORM RELEASE-CONFIRMED-CARD-CASES
           END-IF.

       READ-LINKED-CARD-ROW.
           READ CASE-XREF NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
               NOT AT END
                   IF NOT XR-BY-CARD
                       SET WS-XREF-EOF TO TRUE
                   ELSE
                       IF WS-LINK-MEMBER-COUNT > ZERO
                          AND XR-KEY-VALUE NOT = WS-LINK-CARD
                           PERFORM RELEASE-CONFIRMED-CARD-CASES
                       END-IF
                       PERFORM ADD-LINKED-MEMBER
                   END-IF
           END-READ.

       ADD-LINKED-MEMBER.
           IF WS-LINK-MEMBER-COUNT >= 500
               DISPLAY "FRDQUEUE - MORE THAN 500 CASES ON ONE CARD, "
                       "WS-LINK-MEMBER-TABLE IS FULL"
               CLOSE CASE-MASTER CASE-XREF
               STOP RUN RETURNING 16
           END-IF
           MOVE XR-KEY-VALUE TO WS-LINK-CARD
           ADD 1 TO WS-LINK-MEMBER-COUNT
           MOVE XR-TRANS-ID TO WS-LINK-MEMBER(WS-LINK-MEMBER-COUNT).

      *> ---------------------------------------------------------
      *> RELEASE-CONFIRMED-CARD-CASES closes out one card's group:
      *> if any member is CONFIRMED, the open members are released.
      *> A card with a single case has nothing to raise.
       RELEASE-CONFIRMED-CARD-CASES.
           MOVE 'N' TO WS-CARD-CONFIRMED-FLAG
           IF WS-LINK-MEMBER-COUNT > 1
               MOVE 1 TO WS-LINK-MEMBER-IDX
               PERFORM TEST-LINKED-MEMBER
                   UNTIL WS-CARD-CONFIRMED
                      OR WS-LINK-MEMBER-IDX > WS-LINK-MEMBER-COUNT
           END-IF

           IF WS-CARD-CONFIRMED
               MOVE 1 TO WS-LINK-MEMBER-IDX
               PERFORM RELEASE-LINKED-MEMBER
                   UNTIL WS-LINK-MEMBER-IDX > WS-LINK-MEMBER-COUNT
           END-IF

           MOVE ZERO TO WS-LINK-MEMBER-COUNT.

       TEST-LINKED-MEMBER.
           MOVE WS-LINK-MEMBER(WS-LINK-MEMBER-IDX) TO CM-TRANS-ID
           READ CASE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-DISPOSITION = "CONFIRMED"
                       SET WS-CARD-CONFIRMED TO TRUE
                   END-IF
           END-READ
           ADD 1 TO WS-LINK-MEMBER-IDX.

       RELEASE-LINKED-MEMBER.
           MOVE WS-LINK-MEMBER(WS-LINK-MEMBER-IDX) TO WS-WORK-KEY
           PERFORM FIND-RELEASED-ID
           IF NOT WS-RELEASED-FOUND
               MOVE WS-WORK-KEY TO CM-TRANS-ID
               READ CASE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-DISPOSITION TO WS-CASE-DISPOSITION
                       IF NOT WS-CASE-IS-WORKED
                          AND CM-FLAGGED-RECORD(3:3) = "TXN"
                           MOVE SPACES TO SORT-QUEUE-RECORD
                           MOVE '0' TO SORT-SEVERITY
                           MOVE CM-FLAGGED-RECORD(3:126)
                               TO SORT-SOURCE-RECORD
                           RELEASE SORT-QUEUE-RECORD
                           PERFORM RECORD-RELEASED-ID
                           ADD 1 TO WS-LINK-RAISED-COUNT
                       END-IF
               END-READ
           END-IF
           ADD 1 TO WS-LINK-MEMBER-IDX.

      *> ---------------------------------------------------------
      *> FIND-CONFIRMED-ON-CARD leaves WS-CARD-CONFIRMED set when
      *> another case on WS-LINK-CARD is CONFIRMED on the master.
      *> Called after FIND-WORKED-CASE, since it reads over the
      *> master record area.
       FIND-CONFIRMED-ON-CARD.
           MOVE 'N' TO WS-CARD-CONFIRMED-FLAG
           MOVE 'N' TO WS-XREF-EOF-FLAG
           IF WS-LINK-CARD = SPACES
               SET WS-XREF-EOF TO TRUE
           ELSE
               MOVE "C"          TO XR-KEY-TYPE
               MOVE WS-LINK-CARD TO XR-KEY-VALUE
               MOVE LOW-VALUES   TO XR-TRANS-ID
               START CASE-XREF KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       SET WS-XREF-EOF TO TRUE
               END-START
           END-IF

           PERFORM TEST-CARD-XREF-ROW
               UNTIL WS-XREF-EOF OR WS-CARD-CONFIRMED.

       TEST-CARD-XREF-ROW.
           READ CASE-XREF NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
               NOT AT END
                   IF NOT XR-BY-CARD
                      OR XR-KEY-VALUE NOT = WS-LINK-CARD
                       SET WS-XREF-EOF TO TRUE
                   ELSE
                       IF XR-TRANS-ID NOT = WS-WORK-KEY
                           MOVE XR-TRANS-ID TO CM-TRANS-ID
                           READ CASE-MASTER
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CM-DISPOSITION = "CONFIRMED"
                                       SET WS-CARD-CONFIRMED TO TRUE
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-READ.

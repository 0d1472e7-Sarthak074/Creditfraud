IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDHOTFD.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Closed-loop hot-card feed from the
      *>             case master.  A CONFIRMED keyed in FRDCASE, or
      *>             a NOTMINE escalation FRDOUTRX opens, used to
      *>             reach FRAUD.HOTCARD.txt only if somebody
      *>             remembered to key the card through FRDTMNT, so
      *>             the card's next transaction scored by amount
      *>             alone.  Each night FRDHOTFD walks the master
      *>             for cases that newly support a listing - the
      *>             card on CM-FLAGGED-RECORD goes onto
      *>             FRAUD.HOTCARD.txt in the card(16)/reason(10)/
      *>             effective-date(8) layout, effective from the
      *>             processing date, and every row it adds or
      *>             removes is appended to FRAUD.TABLE.AUDIT.txt
      *>             under the operator ID SYSHOTFD exactly as an
      *>             FRDTMNT change would be.  Which case stands
      *>             behind which card is kept on the indexed feed
      *>             store FRAUD.HOTCARD.FEED.dat, so a case is
      *>             only ever fed once and a card the feed listed
      *>             is taken off again when the last case
      *>             supporting it is re-dispositioned
      *>             FALSE-POSITIVE.  A card an operator listed by
      *>             hand is never removed by the feed.
      *>             FRAUD.HOTFEED.RPT lists every card added,
      *>             removed, skipped because it was already
      *>             listed, and deferred because the table was at
      *>             the loaders' 999-row cap.
      *> 2026-10-14  Hot-card table raised from 200 to 999 rows -
      *>             the most FRAUD.TABLE.HIST.dat's 3-digit row
      *>             sequence can key - in step with FRAUDCHK,
      *>             FRDSCORE, FRDBKSCR, FRDSIMUL, and FRDTMNT; a
      *>             BIN-attack card list hot-carded through
      *>             FRDTMNT can run to hundreds of cards.
      *> 2026-10-14  A PENDING case supports a listing only while
      *>             its trans-id is on FRDOUTRX's escalation store
      *>             FRAUD.OUTREACH.ESCAL.txt.  Severity rank '0'
      *>             on the flagged-record copy no longer stands
      *>             for NOTMINE - FRDQUEUE also raises a case to
      *>             rank 0 when its card is CONFIRMED on another
      *>             case - and a case raised that way was being
      *>             fed as NOTMINE support, so the card stayed
      *>             listed after the CONFIRMED case behind it was
      *>             re-dispositioned FALSE-POSITIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-MASTER ASSIGN TO 'FRAUD.CASE.MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-TRANS-ID.
           SELECT HOTCARD-FILE ASSIGN TO 'FRAUD.HOTCARD.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-FILE ASSIGN TO 'FRAUD.HOTCARD.FEED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-TRANS-ID.
           SELECT OPTIONAL ESCALATION-FILE
               ASSIGN TO 'FRAUD.OUTREACH.ESCAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'FRAUD.TABLE.AUDIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-RPT-FILE ASSIGN TO 'FRAUD.HOTFEED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

       FD  CASE-MASTER.
           COPY CASEMAST.

       FD  HOTCARD-FILE.
       01  HOTCARD-RECORD         PIC X(36).

      *> ---------------------------------------------------------
      *> Feed store - one record per case that has ever supported
      *> a hot-card listing, keyed on trans-id.  HF-ADDED-FLAG is
      *> 'Y' when the feed listed the card on this case's account,
      *> 'N' when the card was already on the table.  HF-STATUS is
      *> ACTIVE while the case still supports the listing and
      *> FALSEP once it has been re-dispositioned FALSE-POSITIVE.
      *> Records are never deleted - the record is what keeps a
      *> case from being fed twice.
       FD  FEED-FILE.
       01  HF-FEED-RECORD.
           05  HF-TRANS-ID        PIC X(10).
           05  HF-CARD-NUMBER     PIC X(16).
           05  HF-ADDED-FLAG      PIC X(01).
           05  HF-STATUS          PIC X(06).
           05  HF-FEED-DATE       PIC X(08).

      *> ---------------------------------------------------------
      *> Escalation store - FRDOUTRX's full flagged record of every
      *> NOTMINE case not yet CONFIRMED or FALSE-POSITIVE on the
      *> master; only the trans-id (1:10) is read here.
       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD      PIC X(126).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD           PIC X(122).

       FD  FEED-RPT-FILE.
       01  FEED-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
           88  NOT-END-OF-FILE    VALUE 'N'.

       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.

      *> ---------------------------------------------------------
      *> Every change the feed makes is audited under this ID, the
      *> way FRDOUTRX's auto-dispositions carry SYSOUTRX.
       01  WS-OPERATOR-ID         PIC X(8) VALUE "SYSHOTFD".

       01  WS-CASE-DISPOSITION    PIC X(14).
           88  WS-CASE-CONFIRMED  VALUE "CONFIRMED".
           88  WS-CASE-FALSE-POS  VALUE "FALSE-POSITIVE".
           88  WS-CASE-PENDING    VALUE "PENDING".

       01  WS-CASE-CARD           PIC X(16).
       01  WS-CASE-REASON         PIC X(10).

       01  WS-SUPPORT-FLAG        PIC X VALUE 'N'.
           88  WS-CASE-SUPPORTS   VALUE 'Y'.

       01  WS-FEED-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-FEED-FOUND      VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Trans-ids on the escalation store, same 2000-row cap
      *> FRDOUTRX holds the store to.
       01  WS-ESCAL-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-ESCAL-EOF       VALUE 'Y'.

       01  WS-ESCAL-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-ESCAL-IDX           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-ESCAL-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-ESCAL-FOUND     VALUE 'Y'.

       01  WS-ESCAL-TABLE.
           05  WS-ESCAL-TRANS-ID  OCCURS 2000 TIMES PIC X(10).

      *> ---------------------------------------------------------
      *> FRAUD.HOTCARD.txt held in memory while the feed works on
      *> it, same layout and same 999-row cap FRAUDCHK and
      *> FRDSCORE load it with - a row past the cap would take
      *> down that night's FRAUDCHK at load time, so the feed
      *> defers a card rather than write one.
       01  WS-HOTCARD-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-HOTCARD-EOF      VALUE 'Y'.

       01  WS-HOTCARD-COUNT        PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-HOTCARD-IDX          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-HOTCARD-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-HOTCARD-FOUND    VALUE 'Y'.

       01  WS-HOTCARD-TABLE.
           05  WS-HOTCARD-ENTRY OCCURS 999 TIMES.
               10  WS-HOT-CARD-NUMBER PIC X(16).
               10  FILLER             PIC X(01).
               10  WS-HOT-REASON      PIC X(10).
               10  FILLER             PIC X(01).
               10  WS-HOT-EFF-DATE    PIC X(08).

       01  WS-HOTCARD-CHANGED-FLAG PIC X VALUE 'N'.
           88  WS-HOTCARD-CHANGED  VALUE 'Y'.

       01  WS-NEW-HOTCARD-ROW.
           05  WS-NEW-CARD-NUMBER PIC X(16).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-NEW-REASON      PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-NEW-EFF-DATE    PIC X(08).

      *> ---------------------------------------------------------
      *> Changes decided this run, held until the hot-card file
      *> has been rewritten - the file lands first, then the
      *> audit lines, then the feed store, so neither the audit
      *> trail nor the store ever describes a change that failed
      *> to land.  Type is ADD, SKIP (already listed), WDRAW
      *> (support withdrawn by a FALSE-POSITIVE), REMOVE, or
      *> DEFER (table full).  Cases take at most 800 slots; the
      *> rest are kept for removals, which can never outnumber
      *> the 200 withdrawn cards.  When the case slots fill, the
      *> remaining cases simply wait for the next run - an unfed
      *> case is not on the store, so nothing is lost.
       01  WS-CHG-COUNT           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-CHG-IDX             PIC 9(4) COMP-3 VALUE ZERO.

       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 1000 TIMES.
               10  WS-CHG-TYPE        PIC X(06).
               10  WS-CHG-TRANS-ID    PIC X(10).
               10  WS-CHG-CARD        PIC X(16).
               10  WS-CHG-ADDED-FLAG  PIC X(01).
               10  WS-CHG-ROW         PIC X(36).

       01  WS-CHG-FULL-FLAG       PIC X VALUE 'N'.
           88  WS-CHG-IS-FULL     VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Cards whose support a FALSE-POSITIVE withdrew this run,
      *> with what the store and tonight's changes say about them:
      *> whether the feed listed the card, and how many cases
      *> still support it.  A card the feed listed with no
      *> support left comes off the table.
       01  WS-WDRAW-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-WDRAW-IDX           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-WDRAW-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-WDRAW-FOUND     VALUE 'Y'.

       01  WS-WDRAW-TABLE.
           05  WS-WDRAW-ENTRY OCCURS 200 TIMES.
               10  WS-WDRAW-CARD      PIC X(16).
               10  WS-WDRAW-AUTO-FLAG PIC X(01).
               10  WS-WDRAW-SUPPORT   PIC 9(5) COMP-3.

       01  WS-LOOKUP-CARD         PIC X(16).
       01  WS-LOOKUP-TRANS-ID     PIC X(10).

       01  WS-WITHDRAWN-FLAG      PIC X VALUE 'N'.
           88  WS-WITHDRAWN-TONIGHT VALUE 'Y'.

       01  WS-COUNT-ADDED         PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-REMOVED       PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-SKIPPED       PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-WITHDRAWN     PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-DEFERRED      PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZZZ9.

       01  WS-RAW-TIME            PIC 9(8).

       01  WS-TIMESTAMP.
           05  WS-TIMESTAMP-DATE  PIC 9(8).
           05  WS-TIMESTAMP-TIME  PIC 9(6).

      *> ---------------------------------------------------------
      *> Change-audit record layout (FRAUD.TABLE.AUDIT.txt) - the
      *> layout FRDTMNT writes:
      *>   TIMESTAMP(14) OPERATOR(8) TABLE(9) ACTION(6)
      *>   OLD-ROW(40) NEW-ROW(40)
      *> separated by single spaces.  OLD-ROW is spaces on an ADD,
      *> NEW-ROW is spaces on a DELETE.
       01  WS-AUDIT-FIELDS.
           05  WS-AUD-TIMESTAMP   PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AUD-OPERATOR    PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AUD-TABLE       PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AUD-ACTION      PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AUD-OLD-ROW     PIC X(40).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AUD-NEW-ROW     PIC X(40).

      *> ---------------------------------------------------------
      *> Report detail line:
      *>   RESULT(8) CARD(16) REASON(10) TRANS-ID(10) NOTE
       01  WS-FEED-DETAIL-LINE.
           05  WS-DET-RESULT-OUT  PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DET-CARD-OUT    PIC X(16).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DET-REASON-OUT  PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DET-TRANS-OUT   PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DET-NOTE-OUT    PIC X(28).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-HOTCARD-TABLE
           PERFORM LOAD-ESCALATION-TABLE

           PERFORM SCAN-CASE-MASTER
           IF WS-WDRAW-COUNT > ZERO
               PERFORM RESOLVE-WITHDRAWN-CARDS
           END-IF

           IF WS-HOTCARD-CHANGED
               PERFORM REWRITE-HOTCARD-FILE
           END-IF
           PERFORM APPLY-FEED-CHANGES

           PERFORM WRITE-FEED-REPORT

           MOVE WS-COUNT-ADDED TO WS-COUNT-OUT
           DISPLAY "FRDHOTFD - CARDS ADDED      : " WS-COUNT-OUT
           MOVE WS-COUNT-REMOVED TO WS-COUNT-OUT
           DISPLAY "FRDHOTFD - CARDS REMOVED    : " WS-COUNT-OUT
           MOVE WS-COUNT-SKIPPED TO WS-COUNT-OUT
           DISPLAY "FRDHOTFD - ALREADY LISTED   : " WS-COUNT-OUT
           IF WS-COUNT-DEFERRED > ZERO
               MOVE WS-COUNT-DEFERRED TO WS-COUNT-OUT
               DISPLAY "FRDHOTFD - DEFERRED, HOT-CARD TABLE FULL: "
                       WS-COUNT-OUT
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
               DISPLAY "FRDHOTFD - FRAUD.RUNPARM.txt MISSING OR "
                       "INVALID PROCESSING DATE"
               STOP RUN RETURNING 16
           END-IF.

       LOAD-HOTCARD-TABLE.
           OPEN INPUT HOTCARD-FILE

           PERFORM LOAD-HOTCARD-ENTRY UNTIL WS-HOTCARD-EOF

           CLOSE HOTCARD-FILE.

       LOAD-HOTCARD-ENTRY.
           READ HOTCARD-FILE
               AT END
                   SET WS-HOTCARD-EOF TO TRUE
               NOT AT END
                   IF WS-HOTCARD-COUNT >= 999
                       DISPLAY "FRDHOTFD - FRAUD.HOTCARD.txt HAS MORE "
                               "THAN 999 ROWS, WS-HOTCARD-TABLE IS FULL"
                       CLOSE HOTCARD-FILE
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-HOTCARD-COUNT
                   MOVE HOTCARD-RECORD TO
                       WS-HOTCARD-ENTRY(WS-HOTCARD-COUNT)
           END-READ.

       LOAD-ESCALATION-TABLE.
           OPEN INPUT ESCALATION-FILE

           PERFORM LOAD-ESCALATION-ENTRY UNTIL WS-ESCAL-EOF

           CLOSE ESCALATION-FILE.

       LOAD-ESCALATION-ENTRY.
           READ ESCALATION-FILE
               AT END
                   SET WS-ESCAL-EOF TO TRUE
               NOT AT END
                   IF WS-ESCAL-COUNT >= 2000
                       DISPLAY "FRDHOTFD - FRAUD.OUTREACH.ESCAL.txt "
                               "HAS MORE THAN 2000 ROWS, WS-ESCAL-TABLE "
                               "IS FULL"
                       CLOSE ESCALATION-FILE
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-ESCAL-COUNT
                   MOVE ESCALATION-RECORD(1:10) TO
                       WS-ESCAL-TRANS-ID(WS-ESCAL-COUNT)
           END-READ.

      *> ---------------------------------------------------------
      *> SCAN-CASE-MASTER walks every case once.  A CONFIRMED case,
      *> or a case still PENDING whose trans-id is on the
      *> escalation store (a NOTMINE escalation), supports a
      *> listing of its card - rank '0' alone does not, since
      *> FRDQUEUE raises linked cases to it as well; a
      *> FALSE-POSITIVE case withdraws whatever support it gave.
      *> A case whose flagged-record copy is blank (one
      *> FRDCLOAD converted before the copy existed) carries no
      *> card and is passed over.  The store is only read here;
      *> it is written once the hot-card file has landed.
       SCAN-CASE-MASTER.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT CASE-MASTER
           OPEN INPUT FEED-FILE

           PERFORM EXAMINE-ONE-CASE UNTIL END-OF-FILE

           CLOSE CASE-MASTER FEED-FILE.

       EXAMINE-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CM-DISPOSITION TO WS-CASE-DISPOSITION
                   MOVE CM-FLAGGED-RECORD(60:16) TO WS-CASE-CARD
                   PERFORM CLASSIFY-CASE-SUPPORT
                   IF WS-CASE-CARD NOT = SPACES
                       IF WS-CASE-SUPPORTS
                           PERFORM FEED-SUPPORTING-CASE
                       ELSE
                       IF WS-CASE-FALSE-POS
                           PERFORM WITHDRAW-CASE-SUPPORT
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       CLASSIFY-CASE-SUPPORT.
           MOVE 'N' TO WS-SUPPORT-FLAG
           IF WS-CASE-CONFIRMED
               SET WS-CASE-SUPPORTS TO TRUE
               MOVE "CONFIRMED" TO WS-CASE-REASON
           ELSE
           IF WS-CASE-PENDING
               PERFORM FIND-ESCALATION-ENTRY
               IF WS-ESCAL-FOUND
                   SET WS-CASE-SUPPORTS TO TRUE
                   MOVE "NOTMINE" TO WS-CASE-REASON
               END-IF
           END-IF
           END-IF.

       FIND-ESCALATION-ENTRY.
           MOVE 'N' TO WS-ESCAL-FOUND-FLAG
           MOVE 1   TO WS-ESCAL-IDX

           PERFORM TEST-ESCALATION-ENTRY
               UNTIL WS-ESCAL-FOUND OR WS-ESCAL-IDX > WS-ESCAL-COUNT.

       TEST-ESCALATION-ENTRY.
           IF WS-ESCAL-TRANS-ID(WS-ESCAL-IDX) = CM-TRANS-ID
               SET WS-ESCAL-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ESCAL-IDX
           END-IF.

       FIND-FEED-RECORD.
           MOVE 'N' TO WS-FEED-FOUND-FLAG
           MOVE CM-TRANS-ID TO HF-TRANS-ID
           READ FEED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FEED-FOUND TO TRUE
           END-READ.

      *> ---------------------------------------------------------
      *> FEED-SUPPORTING-CASE - a case already on the store as
      *> ACTIVE has been fed; one on the store as FALSEP was
      *> re-dispositioned back and is fed again like a new one.
      *> A card already on the table (listed by hand, or by the
      *> feed for another case) is skipped but the case is still
      *> recorded as support, so the card stays listed while any
      *> of its cases stand.  A re-fed case the feed once listed
      *> the card for keeps that mark, so the listing can still
      *> come off when its support is gone.
       FEED-SUPPORTING-CASE.
           PERFORM FIND-FEED-RECORD
           IF WS-FEED-FOUND AND HF-STATUS = "ACTIVE"
               CONTINUE
           ELSE
           IF WS-CHG-COUNT >= 800
               SET WS-CHG-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-CHG-COUNT
               MOVE CM-TRANS-ID  TO WS-CHG-TRANS-ID(WS-CHG-COUNT)
               MOVE WS-CASE-CARD TO WS-CHG-CARD(WS-CHG-COUNT)
               MOVE 'N'          TO WS-CHG-ADDED-FLAG(WS-CHG-COUNT)
               MOVE WS-CASE-CARD TO WS-LOOKUP-CARD
               PERFORM FIND-HOTCARD-ENTRY
               IF WS-HOTCARD-FOUND
                   MOVE "SKIP" TO WS-CHG-TYPE(WS-CHG-COUNT)
                   MOVE WS-HOTCARD-ENTRY(WS-HOTCARD-IDX)
                       TO WS-CHG-ROW(WS-CHG-COUNT)
                   IF WS-FEED-FOUND AND HF-ADDED-FLAG = 'Y'
                       MOVE 'Y' TO WS-CHG-ADDED-FLAG(WS-CHG-COUNT)
                   END-IF
                   ADD 1 TO WS-COUNT-SKIPPED
               ELSE
               IF WS-HOTCARD-COUNT >= 999
                   MOVE "DEFER" TO WS-CHG-TYPE(WS-CHG-COUNT)
                   MOVE SPACES TO WS-CHG-ROW(WS-CHG-COUNT)
                   ADD 1 TO WS-COUNT-DEFERRED
               ELSE
                   PERFORM ADD-HOTCARD-ROW
                   MOVE "ADD" TO WS-CHG-TYPE(WS-CHG-COUNT)
                   MOVE 'Y' TO WS-CHG-ADDED-FLAG(WS-CHG-COUNT)
                   MOVE WS-NEW-HOTCARD-ROW TO WS-CHG-ROW(WS-CHG-COUNT)
                   ADD 1 TO WS-COUNT-ADDED
               END-IF
               END-IF
           END-IF
           END-IF.

       ADD-HOTCARD-ROW.
           MOVE WS-CASE-CARD       TO WS-NEW-CARD-NUMBER
           MOVE WS-CASE-REASON     TO WS-NEW-REASON
           MOVE WS-PROCESSING-DATE TO WS-NEW-EFF-DATE
           ADD 1 TO WS-HOTCARD-COUNT
           MOVE WS-NEW-HOTCARD-ROW TO WS-HOTCARD-ENTRY(WS-HOTCARD-COUNT)
           SET WS-HOTCARD-CHANGED TO TRUE.

       FIND-HOTCARD-ENTRY.
           MOVE 'N' TO WS-HOTCARD-FOUND-FLAG
           MOVE 1   TO WS-HOTCARD-IDX

           PERFORM TEST-HOTCARD-ENTRY
               UNTIL WS-HOTCARD-FOUND
                  OR WS-HOTCARD-IDX > WS-HOTCARD-COUNT.

       TEST-HOTCARD-ENTRY.
           IF WS-HOT-CARD-NUMBER(WS-HOTCARD-IDX) = WS-LOOKUP-CARD
               SET WS-HOTCARD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HOTCARD-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> WITHDRAW-CASE-SUPPORT - a FALSE-POSITIVE case the store
      *> still holds ACTIVE no longer supports its card.  The card
      *> is remembered so RESOLVE-WITHDRAWN-CARDS can decide
      *> whether anything still stands behind it.
       WITHDRAW-CASE-SUPPORT.
           PERFORM FIND-FEED-RECORD
           IF WS-FEED-FOUND AND HF-STATUS = "ACTIVE"
               MOVE HF-CARD-NUMBER TO WS-LOOKUP-CARD
               PERFORM FIND-WITHDRAWN-CARD
               IF WS-CHG-COUNT >= 800
                  OR (NOT WS-WDRAW-FOUND AND WS-WDRAW-COUNT >= 200)
                   SET WS-CHG-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-CHG-COUNT
                   MOVE "WDRAW"        TO WS-CHG-TYPE(WS-CHG-COUNT)
                   MOVE CM-TRANS-ID    TO WS-CHG-TRANS-ID(WS-CHG-COUNT)
                   MOVE HF-CARD-NUMBER TO WS-CHG-CARD(WS-CHG-COUNT)
                   MOVE HF-ADDED-FLAG  TO WS-CHG-ADDED-FLAG(WS-CHG-COUNT)
                   MOVE SPACES         TO WS-CHG-ROW(WS-CHG-COUNT)
                   ADD 1 TO WS-COUNT-WITHDRAWN
                   PERFORM REMEMBER-WITHDRAWN-CARD
               END-IF
           END-IF.

       REMEMBER-WITHDRAWN-CARD.
           IF NOT WS-WDRAW-FOUND
               ADD 1 TO WS-WDRAW-COUNT
               MOVE WS-LOOKUP-CARD TO WS-WDRAW-CARD(WS-WDRAW-COUNT)
               MOVE 'N'  TO WS-WDRAW-AUTO-FLAG(WS-WDRAW-COUNT)
               MOVE ZERO TO WS-WDRAW-SUPPORT(WS-WDRAW-COUNT)
           END-IF.

       FIND-WITHDRAWN-CARD.
           MOVE 'N' TO WS-WDRAW-FOUND-FLAG
           MOVE 1   TO WS-WDRAW-IDX

           PERFORM TEST-WITHDRAWN-CARD
               UNTIL WS-WDRAW-FOUND OR WS-WDRAW-IDX > WS-WDRAW-COUNT.

       TEST-WITHDRAWN-CARD.
           IF WS-WDRAW-CARD(WS-WDRAW-IDX) = WS-LOOKUP-CARD
               SET WS-WDRAW-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-WDRAW-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> RESOLVE-WITHDRAWN-CARDS tallies, for each card that lost
      *> support tonight, whether the feed listed it and how many
      *> cases still stand behind it - the store's ACTIVE rows
      *> not withdrawn tonight, plus tonight's own ADD/SKIP rows -
      *> and takes off the table every feed-listed card with none
      *> left.  Only the feed's own row (reason CONFIRMED or
      *> NOTMINE) is removed; a hand-keyed listing stays.
       RESOLVE-WITHDRAWN-CARDS.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT FEED-FILE
           PERFORM TALLY-ONE-FEED-RECORD UNTIL END-OF-FILE
           CLOSE FEED-FILE

           MOVE 1 TO WS-CHG-IDX
           PERFORM TALLY-ONE-TONIGHT-CHANGE
               UNTIL WS-CHG-IDX > WS-CHG-COUNT

           MOVE 1 TO WS-WDRAW-IDX
           PERFORM RESOLVE-ONE-WITHDRAWN-CARD
               UNTIL WS-WDRAW-IDX > WS-WDRAW-COUNT.

       TALLY-ONE-FEED-RECORD.
           READ FEED-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HF-CARD-NUMBER TO WS-LOOKUP-CARD
                   PERFORM FIND-WITHDRAWN-CARD
                   IF WS-WDRAW-FOUND
                       IF HF-ADDED-FLAG = 'Y'
                           MOVE 'Y' TO WS-WDRAW-AUTO-FLAG(WS-WDRAW-IDX)
                       END-IF
                       IF HF-STATUS = "ACTIVE"
                           MOVE HF-TRANS-ID TO WS-LOOKUP-TRANS-ID
                           PERFORM TEST-WITHDRAWN-TONIGHT
                           IF NOT WS-WITHDRAWN-TONIGHT
                               ADD 1 TO WS-WDRAW-SUPPORT(WS-WDRAW-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       TEST-WITHDRAWN-TONIGHT.
           MOVE 'N' TO WS-WITHDRAWN-FLAG
           MOVE 1   TO WS-CHG-IDX
           PERFORM TEST-ONE-WITHDRAWAL
               UNTIL WS-WITHDRAWN-TONIGHT OR WS-CHG-IDX > WS-CHG-COUNT.

       TEST-ONE-WITHDRAWAL.
           IF WS-CHG-TYPE(WS-CHG-IDX) = "WDRAW"
              AND WS-CHG-TRANS-ID(WS-CHG-IDX) = WS-LOOKUP-TRANS-ID
               SET WS-WITHDRAWN-TONIGHT TO TRUE
           ELSE
               ADD 1 TO WS-CHG-IDX
           END-IF.

       TALLY-ONE-TONIGHT-CHANGE.
           IF WS-CHG-TYPE(WS-CHG-IDX) = "ADD"
              OR WS-CHG-TYPE(WS-CHG-IDX) = "SKIP"
               MOVE WS-CHG-CARD(WS-CHG-IDX) TO WS-LOOKUP-CARD
               PERFORM FIND-WITHDRAWN-CARD
               IF WS-WDRAW-FOUND
                   ADD 1 TO WS-WDRAW-SUPPORT(WS-WDRAW-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-CHG-IDX.

       RESOLVE-ONE-WITHDRAWN-CARD.
           IF WS-WDRAW-AUTO-FLAG(WS-WDRAW-IDX) = 'Y'
              AND WS-WDRAW-SUPPORT(WS-WDRAW-IDX) = ZERO
               MOVE WS-WDRAW-CARD(WS-WDRAW-IDX) TO WS-LOOKUP-CARD
               PERFORM FIND-FEED-HOTCARD-ROW
               IF WS-HOTCARD-FOUND
                   PERFORM REMOVE-HOTCARD-ROW
               END-IF
           END-IF
           ADD 1 TO WS-WDRAW-IDX.

       FIND-FEED-HOTCARD-ROW.
           MOVE 'N' TO WS-HOTCARD-FOUND-FLAG
           MOVE 1   TO WS-HOTCARD-IDX

           PERFORM TEST-FEED-HOTCARD-ROW
               UNTIL WS-HOTCARD-FOUND
                  OR WS-HOTCARD-IDX > WS-HOTCARD-COUNT.

       TEST-FEED-HOTCARD-ROW.
           IF WS-HOT-CARD-NUMBER(WS-HOTCARD-IDX) = WS-LOOKUP-CARD
              AND (WS-HOT-REASON(WS-HOTCARD-IDX) = "CONFIRMED"
                OR WS-HOT-REASON(WS-HOTCARD-IDX) = "NOTMINE")
               SET WS-HOTCARD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HOTCARD-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> REMOVE-HOTCARD-ROW closes the gap the removed row leaves
      *> so the table rewrites in its original order.  The change
      *> slots held back from the case scan always have room for
      *> it.
       REMOVE-HOTCARD-ROW.
           ADD 1 TO WS-CHG-COUNT
           MOVE "REMOVE"      TO WS-CHG-TYPE(WS-CHG-COUNT)
           MOVE SPACES        TO WS-CHG-TRANS-ID(WS-CHG-COUNT)
           MOVE WS-LOOKUP-CARD TO WS-CHG-CARD(WS-CHG-COUNT)
           MOVE WS-HOTCARD-ENTRY(WS-HOTCARD-IDX)
               TO WS-CHG-ROW(WS-CHG-COUNT)
           ADD 1 TO WS-COUNT-REMOVED

           PERFORM SHIFT-HOTCARD-ROW-UP
               UNTIL WS-HOTCARD-IDX >= WS-HOTCARD-COUNT
           SUBTRACT 1 FROM WS-HOTCARD-COUNT
           SET WS-HOTCARD-CHANGED TO TRUE.

       SHIFT-HOTCARD-ROW-UP.
           MOVE WS-HOTCARD-ENTRY(WS-HOTCARD-IDX + 1)
               TO WS-HOTCARD-ENTRY(WS-HOTCARD-IDX)
           ADD 1 TO WS-HOTCARD-IDX.

       REWRITE-HOTCARD-FILE.
           OPEN OUTPUT HOTCARD-FILE
           MOVE 1 TO WS-HOTCARD-IDX
           PERFORM WRITE-ONE-HOTCARD-ROW
               UNTIL WS-HOTCARD-IDX > WS-HOTCARD-COUNT
           CLOSE HOTCARD-FILE.

       WRITE-ONE-HOTCARD-ROW.
           MOVE WS-HOTCARD-ENTRY(WS-HOTCARD-IDX) TO HOTCARD-RECORD
           WRITE HOTCARD-RECORD
           ADD 1 TO WS-HOTCARD-IDX.

      *> ---------------------------------------------------------
      *> APPLY-FEED-CHANGES - audit lines for the rows that landed
      *> on the hot-card file, then the feed store: an ADD or SKIP
      *> case becomes ACTIVE support, a withdrawn case goes to
      *> FALSEP.  A DEFER case is left off the store so the next
      *> run picks it up again.
       APPLY-FEED-CHANGES.
           OPEN EXTEND AUDIT-FILE
           OPEN I-O FEED-FILE

           MOVE 1 TO WS-CHG-IDX
           PERFORM APPLY-ONE-CHANGE UNTIL WS-CHG-IDX > WS-CHG-COUNT

           CLOSE AUDIT-FILE FEED-FILE.

       APPLY-ONE-CHANGE.
           IF WS-CHG-TYPE(WS-CHG-IDX) = "ADD"
               MOVE "ADD"    TO WS-AUD-ACTION
               MOVE SPACES   TO WS-AUD-OLD-ROW
               MOVE WS-CHG-ROW(WS-CHG-IDX) TO WS-AUD-NEW-ROW
               PERFORM APPEND-AUDIT-RECORD
               PERFORM STORE-ACTIVE-SUPPORT
           ELSE
           IF WS-CHG-TYPE(WS-CHG-IDX) = "SKIP"
               PERFORM STORE-ACTIVE-SUPPORT
           ELSE
           IF WS-CHG-TYPE(WS-CHG-IDX) = "WDRAW"
               PERFORM STORE-WITHDRAWN-SUPPORT
           ELSE
           IF WS-CHG-TYPE(WS-CHG-IDX) = "REMOVE"
               MOVE "DELETE" TO WS-AUD-ACTION
               MOVE WS-CHG-ROW(WS-CHG-IDX) TO WS-AUD-OLD-ROW
               MOVE SPACES   TO WS-AUD-NEW-ROW
               PERFORM APPEND-AUDIT-RECORD
           END-IF
           END-IF
           END-IF
           END-IF
           ADD 1 TO WS-CHG-IDX.

       STORE-ACTIVE-SUPPORT.
           MOVE WS-CHG-TRANS-ID(WS-CHG-IDX) TO HF-TRANS-ID
           MOVE WS-CHG-CARD(WS-CHG-IDX)     TO HF-CARD-NUMBER
           MOVE WS-CHG-ADDED-FLAG(WS-CHG-IDX) TO HF-ADDED-FLAG
           MOVE "ACTIVE"                    TO HF-STATUS
           MOVE WS-PROCESSING-DATE          TO HF-FEED-DATE
           WRITE HF-FEED-RECORD
               INVALID KEY
                   REWRITE HF-FEED-RECORD
           END-WRITE.

       STORE-WITHDRAWN-SUPPORT.
           MOVE WS-CHG-TRANS-ID(WS-CHG-IDX) TO HF-TRANS-ID
           READ FEED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "FALSEP" TO HF-STATUS
                   REWRITE HF-FEED-RECORD
           END-READ.

       APPEND-AUDIT-RECORD.
           PERFORM STAMP-AUDIT-TIMESTAMP
           MOVE WS-TIMESTAMP   TO WS-AUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR
           MOVE "HOTCARD"      TO WS-AUD-TABLE
           MOVE WS-AUDIT-FIELDS TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       STAMP-AUDIT-TIMESTAMP.
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME.

       WRITE-FEED-REPORT.
           OPEN OUTPUT FEED-RPT-FILE

           STRING "FRDHOTFD HOT-CARD FEED FROM THE CASE MASTER FOR "
                      DELIMITED BY SIZE
                  WS-PROCESSING-DATE DELIMITED BY SIZE
                  INTO FEED-RPT-LINE
           END-STRING
           WRITE FEED-RPT-LINE
           MOVE SPACES TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE
           MOVE "RESULT    CARD              REASON      TRANS-ID"
               TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE

           MOVE 1 TO WS-CHG-IDX
           PERFORM WRITE-ONE-DETAIL-LINE UNTIL WS-CHG-IDX > WS-CHG-COUNT

           MOVE SPACES TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE
           MOVE WS-COUNT-ADDED TO WS-COUNT-OUT
           STRING "CARDS ADDED  . . . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO FEED-RPT-LINE
           END-STRING
           WRITE FEED-RPT-LINE
           MOVE WS-COUNT-REMOVED TO WS-COUNT-OUT
           STRING "CARDS REMOVED  . . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO FEED-RPT-LINE
           END-STRING
           WRITE FEED-RPT-LINE
           MOVE WS-COUNT-SKIPPED TO WS-COUNT-OUT
           STRING "SKIPPED, ALREADY LISTED  . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO FEED-RPT-LINE
           END-STRING
           WRITE FEED-RPT-LINE
           MOVE WS-COUNT-WITHDRAWN TO WS-COUNT-OUT
           STRING "SUPPORT WITHDRAWN  . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO FEED-RPT-LINE
           END-STRING
           WRITE FEED-RPT-LINE
           MOVE WS-COUNT-DEFERRED TO WS-COUNT-OUT
           STRING "DEFERRED, TABLE FULL . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                  INTO FEED-RPT-LINE
           END-STRING
           WRITE FEED-RPT-LINE
           IF WS-CHG-IS-FULL
               MOVE "MORE CASES WAITING - CHANGE TABLE FULL, THE NEXT "
                   TO FEED-RPT-LINE
               WRITE FEED-RPT-LINE
               MOVE "RUN PICKS THEM UP" TO FEED-RPT-LINE
               WRITE FEED-RPT-LINE
           END-IF

           CLOSE FEED-RPT-FILE.

       WRITE-ONE-DETAIL-LINE.
           MOVE WS-CHG-TYPE(WS-CHG-IDX)     TO WS-DET-RESULT-OUT
           MOVE WS-CHG-CARD(WS-CHG-IDX)     TO WS-DET-CARD-OUT
           MOVE WS-CHG-ROW(WS-CHG-IDX)(18:10) TO WS-DET-REASON-OUT
           MOVE WS-CHG-TRANS-ID(WS-CHG-IDX) TO WS-DET-TRANS-OUT
           MOVE SPACES                      TO WS-DET-NOTE-OUT

           IF WS-CHG-TYPE(WS-CHG-IDX) = "ADD"
               MOVE "ADDED" TO WS-DET-RESULT-OUT
           ELSE
           IF WS-CHG-TYPE(WS-CHG-IDX) = "SKIP"
               MOVE "SKIPPED" TO WS-DET-RESULT-OUT
               MOVE "ALREADY LISTED" TO WS-DET-NOTE-OUT
           ELSE
           IF WS-CHG-TYPE(WS-CHG-IDX) = "WDRAW"
               MOVE "WITHDRAW" TO WS-DET-RESULT-OUT
               MOVE "CASE NOW FALSE-POSITIVE" TO WS-DET-NOTE-OUT
           ELSE
           IF WS-CHG-TYPE(WS-CHG-IDX) = "REMOVE"
               MOVE "REMOVED" TO WS-DET-RESULT-OUT
               MOVE "NO SUPPORTING CASE LEFT" TO WS-DET-NOTE-OUT
           ELSE
               MOVE "DEFERRED" TO WS-DET-RESULT-OUT
               MOVE "HOT-CARD TABLE AT 999 ROWS" TO WS-DET-NOTE-OUT
           END-IF
           END-IF
           END-IF
           END-IF

           MOVE WS-FEED-DETAIL-LINE TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE
           ADD 1 TO WS-CHG-IDX.

      *> 2026-09-02  History record widened 50 to 52 - FRDCASE now
      *>             appends the severity rank FRDQUEUE assigned.
      *>             Older 50-byte lines read with the rank blank.
      *> 2026-10-14  Related cases.  After a case is shown, the
      *>             other cases on the same card are listed with
      *>             their current disposition and analyst, found
      *>             through the case cross-reference
      *>             FRAUD.CASE.XREF.dat (CASEXREF).  CARD or
      *>             MERCHANT at the trans-id prompt asks for a card
      *>             number or merchant ID and lists every case on
      *>             it.
      *> 2026-10-14  Card numbers on the case master and the
      *>             cross-reference are tokens now (TOKVAULT).
      *>             CARD accepts either a token or a card number -
      *>             a card number is looked up to its token on the
      *>             card-token vault FRAUD.TOKEN.VAULT.dat
      *>             (TOKFIND), never the other way.  REVEAL at the
      *>             trans-id prompt is the authorized path back to
      *>             the card number: the operator ID keyed must be
      *>             on FRAUD.TOKEN.AUTH.txt (one ID per row), the
      *>             case's token is read back on the vault, and
      *>             every attempt - revealed, not found, or
      *>             refused - is logged to FRAUD.TOKEN.ACCESS.txt
      *>             (TOKALOG).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-TRANS-ID.
           SELECT OPTIONAL CASE-HIST-FILE ASSIGN TO 'FRAUD.CASE.HIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-XREF ASSIGN TO 'FRAUD.CASE.XREF.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY.
           SELECT OPTIONAL TOKEN-VAULT ASSIGN TO 'FRAUD.TOKEN.VAULT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY.
           SELECT OPTIONAL TOKEN-LOG ASSIGN TO 'FRAUD.TOKEN.ACCESS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOKEN-AUTH-FILE
               ASSIGN TO 'FRAUD.TOKEN.AUTH.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-HIST-FILE.
       01  CASE-HIST-RECORD       PIC X(52).

       FD  CASE-XREF.
           COPY CASEXREF.

       FD  TOKEN-VAULT.
           COPY TOKVAULT.

       FD  TOKEN-LOG.
           COPY TOKALOG.

       FD  TOKEN-AUTH-FILE.
       01  TOKEN-AUTH-RECORD      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-INQUIRY-TRANS-ID    PIC X(10).
           88  WS-INQUIRY-DONE    VALUE SPACES "DONE".
           88  WS-INQUIRY-BY-CARD VALUE "CARD".
           88  WS-INQUIRY-BY-MERCHANT VALUE "MERCHANT".
           88  WS-INQUIRY-REVEAL  VALUE "REVEAL".

       01  WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-HIST-EOF        VALUE 'Y'.

       01  WS-HIST-LINE-COUNT     PIC 9(4) COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Cross-reference walk - every row under one key type and
      *> value, i.e. every case on one card or one merchant.
       01  WS-XREF-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-XREF-EOF        VALUE 'Y'.

       01  WS-XREF-KEY-TYPE       PIC X(01).
       01  WS-XREF-KEY-VALUE      PIC X(16).
       01  WS-XREF-SKIP-ID        PIC X(10).
       01  WS-XREF-CASE-COUNT     PIC 9(4) COMP-3 VALUE ZERO.

       01  WS-RELATED-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RL-TRANS-ID     PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RL-DISPOSITION  PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RL-ANALYST-ID   PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RL-TXN-DATE     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RL-ACTION-CODE  PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RL-CARD-NUMBER  PIC X(16).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RL-MERCHANT-ID  PIC X(15).

      *> ---------------------------------------------------------
      *> Card-number reveal.  The operator must be on the
      *> FRAUD.TOKEN.AUTH.txt roster; a missing or empty roster
      *> lets nobody in.  Every attempt is logged with the time.
       01  WS-REVEAL-OPERATOR-ID  PIC X(8).
       01  WS-REVEAL-TRANS-ID     PIC X(10).
       01  WS-REVEAL-TOKEN        PIC X(16).
       01  WS-REVEAL-CARD         PIC X(16).

       01  WS-AUTH-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-AUTH-EOF        VALUE 'Y'.

       01  WS-AUTHORIZED-FLAG     PIC X VALUE 'N'.
           88  WS-OPERATOR-AUTHORIZED VALUE 'Y'.

       01  WS-RAW-TIME            PIC 9(8).
       01  WS-TIMESTAMP.
           05  WS-TIMESTAMP-DATE  PIC 9(8).
           05  WS-TIMESTAMP-TIME  PIC 9(6).

      *> ---------------------------------------------------------
      *> Card-to-token lookup for the CARD search (FIND-CARD-TOKEN).
           COPY TOKWORK.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT CASE-MASTER
           OPEN INPUT CASE-XREF
           OPEN INPUT TOKEN-VAULT
           OPEN EXTEND TOKEN-LOG

           PERFORM PROMPT-FOR-TRANS-ID
           PERFORM UNTIL WS-INQUIRY-DONE
               IF WS-INQUIRY-BY-CARD OR WS-INQUIRY-BY-MERCHANT
                   PERFORM INQUIRE-BY-SEARCH-KEY
               ELSE
               IF WS-INQUIRY-REVEAL
                   PERFORM REVEAL-CARD-NUMBER
               ELSE
                   PERFORM INQUIRE-ONE-CASE
               END-IF
               END-IF
               PERFORM PROMPT-FOR-TRANS-ID
           END-PERFORM

           CLOSE CASE-MASTER CASE-XREF TOKEN-VAULT TOKEN-LOG
           STOP RUN.

       PROMPT-FOR-TRANS-ID.
           DISPLAY " "
           DISPLAY "TRANS-ID (OR CARD/MERCHANT/REVEAL/DONE): "
                   WITH NO ADVANCING
           ACCEPT WS-INQUIRY-TRANS-ID FROM CONSOLE.

      *> ---------------------------------------------------------
      *> INQUIRE-ONE-CASE reads the master by key and shows the
      *> flagged record and current disposition, then the full
      *> disposition history in the order it was keyed, then the
      *> other cases on the same card.
       INQUIRE-ONE-CASE.
           MOVE WS-INQUIRY-TRANS-ID TO CM-TRANS-ID
           READ CASE-MASTER
                   DISPLAY "ANALYST        : " CM-ANALYST-ID
                   DISPLAY "LAST UPDATED   : " CM-TIMESTAMP
                   PERFORM SHOW-DISPOSITION-HISTORY
                   IF CM-FLAGGED-RECORD(3:3) = "TXN"
                      AND CM-FLAGGED-RECORD(60:16) NOT = SPACES
                       PERFORM SHOW-SAME-CARD-CASES
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> SHOW-SAME-CARD-CASES lists every other case on the card of
      *> the case just shown.  The master record is re-read for
      *> each, so this comes last.
       SHOW-SAME-CARD-CASES.
           MOVE "C"                      TO WS-XREF-KEY-TYPE
           MOVE CM-FLAGGED-RECORD(60:16) TO WS-XREF-KEY-VALUE
           MOVE WS-INQUIRY-TRANS-ID      TO WS-XREF-SKIP-ID
           DISPLAY "OTHER CASES ON CARD " WS-XREF-KEY-VALUE ":"
           PERFORM LIST-XREF-CASES.

      *> ---------------------------------------------------------
      *> INQUIRE-BY-SEARCH-KEY asks for the card number or merchant
      *> ID and lists every case on it.  Cases are filed under the
      *> card's token; a card number keyed is looked up to its
      *> token first, and a value the vault does not know is
      *> searched as keyed.  Only the token is shown back.
       INQUIRE-BY-SEARCH-KEY.
           IF WS-INQUIRY-BY-CARD
               MOVE "C" TO WS-XREF-KEY-TYPE
               DISPLAY "CARD NUMBER: " WITH NO ADVANCING
           ELSE
               MOVE "M" TO WS-XREF-KEY-TYPE
               DISPLAY "MERCHANT ID: " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-XREF-KEY-VALUE
           ACCEPT WS-XREF-KEY-VALUE FROM CONSOLE
           MOVE SPACES TO WS-XREF-SKIP-ID

           IF WS-INQUIRY-BY-CARD
               MOVE WS-XREF-KEY-VALUE TO WS-TOKEN-CARD
               PERFORM FIND-CARD-TOKEN
               IF WS-TOKEN-FOUND
                   MOVE WS-TOKEN-VALUE TO WS-XREF-KEY-VALUE
               END-IF
           END-IF

           IF WS-XREF-KEY-VALUE = SPACES
               DISPLAY "NO SEARCH VALUE KEYED"
           ELSE
               DISPLAY "CASES ON " WS-XREF-KEY-VALUE ":"
               PERFORM LIST-XREF-CASES
           END-IF.

      *> ---------------------------------------------------------
      *> LIST-XREF-CASES positions the cross-reference at the first
      *> row for WS-XREF-KEY-TYPE / WS-XREF-KEY-VALUE and reads
      *> forward while the rows stay on that key, showing each
      *> case's current state from the master.  A row whose case
      *> FRDPURGE has since archived is passed over.
       LIST-XREF-CASES.
           MOVE ZERO TO WS-XREF-CASE-COUNT
           MOVE 'N'  TO WS-XREF-EOF-FLAG
           MOVE WS-XREF-KEY-TYPE  TO XR-KEY-TYPE
           MOVE WS-XREF-KEY-VALUE TO XR-KEY-VALUE
           MOVE LOW-VALUES        TO XR-TRANS-ID
           START CASE-XREF KEY IS NOT LESS THAN XR-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START

           PERFORM SHOW-ONE-XREF-CASE UNTIL WS-XREF-EOF

           IF WS-XREF-CASE-COUNT = ZERO
               DISPLAY "  (NONE ON FILE)"
           END-IF.

       SHOW-ONE-XREF-CASE.
           READ CASE-XREF NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
               NOT AT END
                   IF XR-KEY-TYPE NOT = WS-XREF-KEY-TYPE
                      OR XR-KEY-VALUE NOT = WS-XREF-KEY-VALUE
                       SET WS-XREF-EOF TO TRUE
                   ELSE
                       IF XR-TRANS-ID NOT = WS-XREF-SKIP-ID
                           PERFORM SHOW-RELATED-CASE
                       END-IF
                   END-IF
           END-READ.

       SHOW-RELATED-CASE.
           MOVE XR-TRANS-ID TO CM-TRANS-ID
           READ CASE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-XREF-CASE-COUNT
                   MOVE CM-TRANS-ID               TO WS-RL-TRANS-ID
                   MOVE CM-DISPOSITION            TO WS-RL-DISPOSITION
                   MOVE CM-ANALYST-ID             TO WS-RL-ANALYST-ID
                   MOVE CM-FLAGGED-RECORD(30:8)   TO WS-RL-TXN-DATE
                   MOVE CM-FLAGGED-RECORD(100:8)  TO WS-RL-ACTION-CODE
                   MOVE CM-FLAGGED-RECORD(60:16)  TO WS-RL-CARD-NUMBER
                   MOVE CM-FLAGGED-RECORD(81:15)  TO WS-RL-MERCHANT-ID
                   DISPLAY WS-RELATED-LINE
           END-READ.

      *> ---------------------------------------------------------
      *> REVEAL-CARD-NUMBER shows the card number behind a case's
      *> token to an operator on the FRAUD.TOKEN.AUTH.txt roster.
      *> The case is read first so the log line names the token
      *> asked for, whether or not the operator is let through.
       REVEAL-CARD-NUMBER.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-REVEAL-OPERATOR-ID
           ACCEPT WS-REVEAL-OPERATOR-ID FROM CONSOLE
           DISPLAY "TRANS-ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-REVEAL-TRANS-ID
           ACCEPT WS-REVEAL-TRANS-ID FROM CONSOLE

           MOVE WS-REVEAL-TRANS-ID TO CM-TRANS-ID
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY "NO CASE ON FILE FOR " WS-REVEAL-TRANS-ID
               NOT INVALID KEY
                   IF CM-FLAGGED-RECORD(3:3) NOT = "TXN"
                      OR CM-FLAGGED-RECORD(60:16) = SPACES
                       DISPLAY "NO CARD ON CASE " WS-REVEAL-TRANS-ID
                   ELSE
                       MOVE CM-FLAGGED-RECORD(60:16) TO WS-REVEAL-TOKEN
                       PERFORM CHECK-REVEAL-AUTHORITY
                       PERFORM REVEAL-CASE-TOKEN
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> CHECK-REVEAL-AUTHORITY - the ID keyed must be on the
      *> FRAUD.TOKEN.AUTH.txt roster; a blank ID never is.
       CHECK-REVEAL-AUTHORITY.
           MOVE 'N' TO WS-AUTHORIZED-FLAG
           MOVE 'N' TO WS-AUTH-EOF-FLAG
           IF WS-REVEAL-OPERATOR-ID NOT = SPACES
               OPEN INPUT TOKEN-AUTH-FILE
               PERFORM TEST-AUTH-ENTRY
                   UNTIL WS-AUTH-EOF OR WS-OPERATOR-AUTHORIZED
               CLOSE TOKEN-AUTH-FILE
           END-IF.

       TEST-AUTH-ENTRY.
           READ TOKEN-AUTH-FILE
               AT END
                   SET WS-AUTH-EOF TO TRUE
               NOT AT END
                   IF TOKEN-AUTH-RECORD = WS-REVEAL-OPERATOR-ID
                       SET WS-OPERATOR-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> REVEAL-CASE-TOKEN reads the token back on the vault's "T"
      *> row for an authorized operator and logs the outcome.
       REVEAL-CASE-TOKEN.
           MOVE SPACES TO TA-ACCESS-RECORD
           IF NOT WS-OPERATOR-AUTHORIZED
               DISPLAY "OPERATOR " WS-REVEAL-OPERATOR-ID
                       " IS NOT AUTHORIZED TO REVEAL CARD NUMBERS"
               SET TA-DENIED TO TRUE
           ELSE
               MOVE "T"             TO TV-KEY-TYPE
               MOVE WS-REVEAL-TOKEN TO TV-KEY-VALUE
               READ TOKEN-VAULT
                   INVALID KEY
                       DISPLAY "TOKEN " WS-REVEAL-TOKEN
                               " IS NOT ON THE TOKEN VAULT"
                       SET TA-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       MOVE TV-MAPPED-VALUE TO WS-REVEAL-CARD
                       DISPLAY "CARD NUMBER    : " WS-REVEAL-CARD
                       SET TA-REVEALED TO TRUE
               END-READ
           END-IF
           PERFORM LOG-TOKEN-ACCESS.

       LOG-TOKEN-ACCESS.
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME

           MOVE WS-TIMESTAMP          TO TA-TIMESTAMP
           MOVE "FRDCINQ"             TO TA-PROGRAM
           MOVE WS-REVEAL-OPERATOR-ID TO TA-USER-ID
           MOVE WS-REVEAL-TOKEN       TO TA-TOKEN
           MOVE WS-REVEAL-TRANS-ID    TO TA-TRANS-ID
           WRITE TA-ACCESS-RECORD.

      *> ---------------------------------------------------------
      *> SHOW-DISPOSITION-HISTORY scans FRAUD.CASE.HIST.txt start
      *> to finish - history lines for one case are in the order
                       DISPLAY "  " CASE-HIST-RECORD
                   END-IF
           END-READ.

           COPY TOKFIND.

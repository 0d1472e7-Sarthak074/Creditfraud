      *>             base-currency amount at column 107.  The
      *>             instruction layout to the auth platform is
      *>             unchanged.
      *> 2026-10-14  FRAUD.OUTPUT.txt carries the card's token, not
      *>             the card number.  The auth platform still
      *>             needs the card, so each instruction's token is
      *>             read back to the card number on the card-token
      *>             vault FRAUD.TOKEN.VAULT.dat (TOKVAULT) - this
      *>             extract is one of only two places the suite
      *>             may do that - and every lookup is logged to
      *>             FRAUD.TOKEN.ACCESS.txt (TOKALOG) under
      *>             SYSBLKX.  Only FRAUD.BLOCK.EXTRACT.txt gets
      *>             the card number; the sent store keeps the
      *>             token.  A token the vault does not hold sends
      *>             no instruction and stays off the sent store;
      *>             the record is held (see the entry below).
      *> 2026-10-14  FRDBKSCR's late flags (FRAUD.LATE.OUTPUT.txt,
      *>             the flagged layout marked LATE) are extracted
      *>             after FRAUD.OUTPUT.txt by the same rules - a
      *>             late-posted BLOCK still needs its card blocked.
      *>             The flagged file is now assigned by name and
      *>             OPTIONAL, so a night before FRDBKSCR joined the
      *>             stream extracts as before.
      *> 2026-10-14  A BLOCK record whose token the vault does not
      *>             hold (or every one, if the vault is missing)
      *>             used to be lost: FRAUD.OUTPUT.txt and
      *>             FRAUD.LATE.OUTPUT.txt are replaced every night,
      *>             so no later run ever saw it again.  Such a
      *>             record is now kept, whole, on the carry-forward
      *>             file FRAUD.BLOCK.HELD.txt, and every run tries
      *>             the held records first, before the night's
      *>             flagged files.  A held record is released once
      *>             its instruction is sent, or once its trans-id
      *>             is found on the sent store.  The count still
      *>             held is shown at end of run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLAGGED-INFILE ASSIGN TO WS-FLAGGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO 'FRAUD.BLOCK.EXTRACT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BLOCKSEQ-FILE ASSIGN TO 'FRAUD.BLOCKSEQ.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOKEN-VAULT ASSIGN TO 'FRAUD.TOKEN.VAULT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY.
           SELECT OPTIONAL TOKEN-LOG ASSIGN TO 'FRAUD.TOKEN.ACCESS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-FILE ASSIGN TO 'FRAUD.BLOCK.HELD.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOCKSEQ-FILE.
       01  BLOCKSEQ-RECORD        PIC X(9).

       FD  TOKEN-VAULT.
           COPY TOKVAULT.

       FD  TOKEN-LOG.
           COPY TOKALOG.

      *> ---------------------------------------------------------
      *> Held BLOCK records - the full flagged record, layout as
      *> FRAUD.OUTPUT.txt, of every BLOCK still waiting for its
      *> token to reach the vault.  Rewritten each run.
       FD  HELD-FILE.
       01  HELD-RECORD            PIC X(126).

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> Flagged file being extracted - FRAUD.OUTPUT.txt, then
      *> FRAUD.LATE.OUTPUT.txt.
       01  WS-FLAGGED-NAME        PIC X(30) VALUE SPACES.
       01  WS-FLAGGED-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-FLAGGED-EOF     VALUE 'Y'.


       01  WS-ACTION-CODE         PIC X(8).

      *> ---------------------------------------------------------
      *> The BLOCK record being extracted - off the held table or
      *> the flagged file being read.
       01  WS-BLOCK-RECORD        PIC X(126).

      *> ---------------------------------------------------------
      *> Held table - FRAUD.BLOCK.HELD.txt as loaded, then every
      *> record held this run behind it.  An entry stays HELD
      *> until its instruction is sent; the HELD entries are what
      *> the file is rewritten with.  2000 held blocks is a vault
      *> failure worth stopping the stream for.
       01  WS-HELD-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-HELD-EOF        VALUE 'Y'.

       01  WS-HELD-COUNT          PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-HELD-LOADED         PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-HELD-IDX            PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-HELD-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-HELD-FOUND      VALUE 'Y'.

       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 2000 TIMES.
               10  WS-HELD-STATE      PIC X(01).
                   88  WS-HELD-STILL      VALUE 'H'.
                   88  WS-HELD-RELEASED   VALUE 'R'.
               10  WS-HELD-RECORD     PIC X(126).

      *> ---------------------------------------------------------
      *> Batch sequence - last number used, persisted across runs
      *> in FRAUD.BLOCKSEQ.txt.  A missing or empty file starts the
       01  WS-COUNT-SENT          PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-UNACKED       PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-EXTRACTED     PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-UNRESOLVED    PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-RECON-COUNT-OUT     PIC ZZZZZZ9.

      *> ---------------------------------------------------------
      *> Token read-back for the auth platform.  Every lookup is
      *> logged under this ID with the time it was made.
       01  WS-TOKEN-USER-ID       PIC X(8) VALUE "SYSBLKX".
       01  WS-CLEAR-CARD          PIC X(16).
       01  WS-CLEAR-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-CLEAR-FOUND     VALUE 'Y'.

       01  WS-RAW-TIME            PIC 9(8).
       01  WS-TIMESTAMP.
           05  WS-TIMESTAMP-DATE  PIC 9(8).
           05  WS-TIMESTAMP-TIME  PIC 9(6).

      *> ---------------------------------------------------------
      *> Block-instruction layout, fixed columns for the auth
      *> platform's intake:
           PERFORM RECONCILE-SENT-INSTRUCTIONS
           PERFORM EXTRACT-BLOCK-INSTRUCTIONS
           PERFORM SAVE-BLOCK-SEQUENCE

           IF WS-COUNT-UNRESOLVED > ZERO
               MOVE WS-COUNT-UNRESOLVED TO WS-RECON-COUNT-OUT
               DISPLAY "FRDBLKX - BLOCK RECORDS HELD ON "
                       "FRAUD.BLOCK.HELD.txt, TOKEN NOT ON VAULT: "
                       WS-RECON-COUNT-OUT
           END-IF
           STOP RUN.

       LOAD-BLOCK-SEQUENCE.
           END-IF.

      *> ---------------------------------------------------------
      *> EXTRACT-BLOCK-INSTRUCTIONS works the held BLOCK records
      *> first, then selects the BLOCK-action records from
      *> FRAUD.OUTPUT.txt and from FRDBKSCR's FRAUD.LATE.OUTPUT.txt,
      *> and writes one instruction each to the interface file,
      *> mirroring every instruction onto the sent file for the
      *> next run's reconciliation.  The held file is rewritten
      *> last, once the extract has closed.
       EXTRACT-BLOCK-INSTRUCTIONS.
           PERFORM LOAD-HELD-TABLE

           OPEN OUTPUT EXTRACT-FILE
           OPEN EXTEND SENT-FILE
           OPEN INPUT TOKEN-VAULT
           OPEN EXTEND TOKEN-LOG

           MOVE 1 TO WS-HELD-IDX
           PERFORM EXTRACT-ONE-HELD-RECORD
               UNTIL WS-HELD-IDX > WS-HELD-LOADED

           MOVE "FRAUD.OUTPUT.txt" TO WS-FLAGGED-NAME
           PERFORM EXTRACT-FLAGGED-FILE
           MOVE "FRAUD.LATE.OUTPUT.txt" TO WS-FLAGGED-NAME
           PERFORM EXTRACT-FLAGGED-FILE

           CLOSE EXTRACT-FILE SENT-FILE TOKEN-VAULT TOKEN-LOG

           PERFORM REWRITE-HELD-FILE.

       LOAD-HELD-TABLE.
           OPEN INPUT HELD-FILE
           PERFORM LOAD-HELD-ENTRY UNTIL WS-HELD-EOF
           CLOSE HELD-FILE
           MOVE WS-HELD-COUNT TO WS-HELD-LOADED.

       LOAD-HELD-ENTRY.
           READ HELD-FILE
               AT END
                   SET WS-HELD-EOF TO TRUE
               NOT AT END
                   IF WS-HELD-COUNT >= 2000
                       DISPLAY "FRDBLKX - FRAUD.BLOCK.HELD.txt HAS "
                               "MORE THAN 2000 ROWS, WS-HELD-TABLE "
                               "IS FULL"
                       CLOSE HELD-FILE
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   SET WS-HELD-STILL(WS-HELD-COUNT) TO TRUE
                   MOVE HELD-RECORD TO WS-HELD-RECORD(WS-HELD-COUNT)
           END-READ.

      *> ---------------------------------------------------------
      *> EXTRACT-ONE-HELD-RECORD - a held record whose trans-id is
      *> already on the sent file (sent by a run that stopped
      *> before it rewrote the held file) is released without a
      *> second instruction; otherwise it is tried again.
       EXTRACT-ONE-HELD-RECORD.
           MOVE WS-HELD-RECORD(WS-HELD-IDX) TO WS-BLOCK-RECORD
           PERFORM FIND-SENT-TRANS-ID
           IF WS-SENTID-FOUND
               SET WS-HELD-RELEASED(WS-HELD-IDX) TO TRUE
           ELSE
               PERFORM WRITE-BLOCK-INSTRUCTION
               IF WS-CLEAR-FOUND
                   SET WS-HELD-RELEASED(WS-HELD-IDX) TO TRUE
               ELSE
                   ADD 1 TO WS-COUNT-UNRESOLVED
               END-IF
           END-IF
           ADD 1 TO WS-HELD-IDX.

       EXTRACT-FLAGGED-FILE.
           MOVE 'N' TO WS-FLAGGED-EOF-FLAG
           OPEN INPUT FLAGGED-INFILE

           PERFORM EXTRACT-ONE-RECORD UNTIL WS-FLAGGED-EOF

           CLOSE FLAGGED-INFILE.

      *> ---------------------------------------------------------
      *> EXTRACT-ONE-RECORD - a BLOCK record whose trans-id is
      *> already on the sent file is skipped, so the extract is
      *> idempotent per trans-id against the outstanding backlog;
      *> so is one already on the held table, which this run has
      *> dealt with (a rerun against the same flagged file).  A
      *> record whose token is not on the vault is held.
       EXTRACT-ONE-RECORD.
           READ FLAGGED-INFILE
               AT END
                   SET WS-FLAGGED-EOF TO TRUE
               NOT AT END
                   MOVE FLAGGED-RECORD TO WS-BLOCK-RECORD
                   IF WS-BLOCK-RECORD(1:3) = "TXN"
                       MOVE WS-BLOCK-RECORD(98:8) TO WS-ACTION-CODE
                       IF WS-ACTION-CODE = "BLOCK"
                           PERFORM FIND-SENT-TRANS-ID
                           IF NOT WS-SENTID-FOUND
                               PERFORM FIND-HELD-ENTRY
                           END-IF
                           IF NOT WS-SENTID-FOUND
                              AND NOT WS-HELD-FOUND
                               PERFORM WRITE-BLOCK-INSTRUCTION
                               IF NOT WS-CLEAR-FOUND
                                   PERFORM HOLD-BLOCK-RECORD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-HELD-ENTRY.
           MOVE 'N' TO WS-HELD-FOUND-FLAG
           MOVE 1   TO WS-HELD-IDX

           PERFORM TEST-HELD-ENTRY
               UNTIL WS-HELD-FOUND OR WS-HELD-IDX > WS-HELD-COUNT.

       TEST-HELD-ENTRY.
           IF WS-HELD-RECORD(WS-HELD-IDX)(1:10) = WS-BLOCK-RECORD(1:10)
               SET WS-HELD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HELD-IDX
           END-IF.

       HOLD-BLOCK-RECORD.
           IF WS-HELD-COUNT >= 2000
               DISPLAY "FRDBLKX - MORE THAN 2000 BLOCK RECORDS HELD, "
                       "WS-HELD-TABLE IS FULL"
               CLOSE FLAGGED-INFILE EXTRACT-FILE SENT-FILE
                     TOKEN-VAULT TOKEN-LOG
               STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-HELD-COUNT
           SET WS-HELD-STILL(WS-HELD-COUNT) TO TRUE
           MOVE WS-BLOCK-RECORD TO WS-HELD-RECORD(WS-HELD-COUNT)
           ADD 1 TO WS-COUNT-UNRESOLVED.

      *> ---------------------------------------------------------
      *> REWRITE-HELD-FILE keeps only the records still held.
       REWRITE-HELD-FILE.
           OPEN OUTPUT HELD-FILE
           MOVE 1 TO WS-HELD-IDX
           PERFORM WRITE-ONE-HELD-ROW
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
           CLOSE HELD-FILE.

       WRITE-ONE-HELD-ROW.
           IF WS-HELD-STILL(WS-HELD-IDX)
               MOVE WS-HELD-RECORD(WS-HELD-IDX) TO HELD-RECORD
               WRITE HELD-RECORD
           END-IF
           ADD 1 TO WS-HELD-IDX.

       FIND-SENT-TRANS-ID.
           MOVE 'N' TO WS-SENTID-FOUND-FLAG
           MOVE 1   TO WS-SENTID-IDX
               UNTIL WS-SENTID-FOUND OR WS-SENTID-IDX > WS-SENTID-COUNT.

       TEST-SENTID-ENTRY.
           IF WS-SENTID-ENTRY(WS-SENTID-IDX) = WS-BLOCK-RECORD(1:10)
               SET WS-SENTID-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SENTID-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-BLOCK-INSTRUCTION - the sent store is written with
      *> the token, the interface file with the card number read
      *> back from the vault.  A BLOCK record whose token is not
      *> on the vault sends nothing (no sequence number spent) and
      *> comes back with WS-CLEAR-FOUND off, for the caller to
      *> keep it on FRAUD.BLOCK.HELD.txt for the next run.
       WRITE-BLOCK-INSTRUCTION.
           PERFORM READ-BACK-CARD-NUMBER
           IF NOT WS-CLEAR-FOUND
               DISPLAY "FRDBLKX - TOKEN NOT ON VAULT, NO INSTRUCTION "
                       "FOR " WS-BLOCK-RECORD(1:10) " - HELD"
           ELSE
               ADD 1 TO WS-BLOCK-SEQUENCE
               ADD 1 TO WS-COUNT-EXTRACTED
               MOVE WS-BLOCK-RECORD(1:10)  TO WS-INS-TRANS-ID
               MOVE WS-BLOCK-RECORD(58:16) TO WS-INS-CARD
               MOVE WS-BLOCK-RECORD(107:11) TO WS-INS-AMOUNT
               MOVE WS-BLOCK-RECORD(37:20) TO WS-INS-LOCATION
               MOVE WS-BLOCK-RECORD(28:8)  TO WS-INS-DATE
               MOVE WS-BLOCK-SEQUENCE     TO WS-INS-SEQUENCE
               MOVE WS-INSTRUCTION-FIELDS TO SENT-RECORD
               WRITE SENT-RECORD
               MOVE WS-CLEAR-CARD         TO WS-INS-CARD
               MOVE WS-INSTRUCTION-FIELDS TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> READ-BACK-CARD-NUMBER reads the record's token back to
      *> the card number on the vault's "T" row and logs the
      *> lookup, found or not.  A blank card has nothing to read
      *> back and goes out blank, as it always has.
       READ-BACK-CARD-NUMBER.
           MOVE 'N'    TO WS-CLEAR-FOUND-FLAG
           MOVE SPACES TO WS-CLEAR-CARD
           IF WS-BLOCK-RECORD(58:16) = SPACES
               SET WS-CLEAR-FOUND TO TRUE
           ELSE
               MOVE "T"                   TO TV-KEY-TYPE
               MOVE WS-BLOCK-RECORD(58:16) TO TV-KEY-VALUE
               READ TOKEN-VAULT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CLEAR-FOUND TO TRUE
                       MOVE TV-MAPPED-VALUE TO WS-CLEAR-CARD
               END-READ
               PERFORM LOG-TOKEN-ACCESS
           END-IF.

       LOG-TOKEN-ACCESS.
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME

           MOVE SPACES                TO TA-ACCESS-RECORD
           MOVE WS-TIMESTAMP          TO TA-TIMESTAMP
           MOVE "FRDBLKX"             TO TA-PROGRAM
           MOVE WS-TOKEN-USER-ID      TO TA-USER-ID
           MOVE WS-BLOCK-RECORD(58:16) TO TA-TOKEN
           MOVE WS-BLOCK-RECORD(1:10)  TO TA-TRANS-ID
           IF WS-CLEAR-FOUND
               SET TA-REVEALED  TO TRUE
           ELSE
               SET TA-NOT-FOUND TO TRUE
           END-IF
           WRITE TA-ACCESS-RECORD.

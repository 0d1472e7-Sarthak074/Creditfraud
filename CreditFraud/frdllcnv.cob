IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDLLCNV.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  One-time conversion of the loss
      *>             ledger FRAUD.LOSS.LEDGER.dat to the record
      *>             FRDLOSS and FRDGLJNL now read, run once ahead
      *>             of the first night they run with LL-REVERSED.
      *>             The ledger record grew 112 to 125 bytes with
      *>             LL-REVERSED at the end; every record is read
      *>             in the old layout, written to the work file
      *>             FRAUD.LOSS.LEDGER.CNV.work with LL-REVERSED
      *>             zero - nothing has been reversed before the
      *>             reversal existed - and the work file is then
      *>             loaded back over the ledger in the new
      *>             layout.  A missing or empty ledger is left
      *>             exactly as it was.  Run it once only: a
      *>             converted ledger no longer has the old
      *>             layout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-LEDGER-FILE
               ASSIGN TO 'FRAUD.LOSS.LEDGER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-TRANS-ID.
           SELECT LEDGER-FILE ASSIGN TO 'FRAUD.LOSS.LEDGER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LL-TRANS-ID.
           SELECT WORK-FILE ASSIGN TO 'FRAUD.LOSS.LEDGER.CNV.work'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> ---------------------------------------------------------
      *> The ledger as FRDLOSS wrote it before LL-REVERSED - the
      *> LOSSLEDG layout up to and including LL-WRITEOFF.
       FD  OLD-LEDGER-FILE.
       01  OL-LEDGER-RECORD.
           05  OL-TRANS-ID        PIC X(10).
           05  OL-LEDGER-DATA     PIC X(102).

       FD  LEDGER-FILE.
           COPY LOSSLEDG.

       FD  WORK-FILE.
       01  WORK-RECORD.
           05  WK-OLD-RECORD      PIC X(112).
           05  WK-REVERSED        PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-OLD-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-OLD-EOF         VALUE 'Y'.
       01  WS-WORK-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-WORK-EOF        VALUE 'Y'.

       01  WS-COUNT-READ          PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-CONVERTED     PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT  OLD-LEDGER-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM COPY-OLD-LEDGER-RECORD UNTIL WS-OLD-EOF
           CLOSE OLD-LEDGER-FILE WORK-FILE

           IF WS-COUNT-READ > ZERO
               OPEN INPUT  WORK-FILE
               OPEN OUTPUT LEDGER-FILE
               PERFORM LOAD-NEW-LEDGER-RECORD UNTIL WS-WORK-EOF
               CLOSE WORK-FILE LEDGER-FILE
           END-IF

           MOVE WS-COUNT-READ TO WS-COUNT-OUT
           DISPLAY "FRDLLCNV - LEDGER RECORDS READ: " WS-COUNT-OUT
           MOVE WS-COUNT-CONVERTED TO WS-COUNT-OUT
           DISPLAY "FRDLLCNV - LEDGER RECORDS CONVERTED: "
                   WS-COUNT-OUT

           IF WS-COUNT-CONVERTED NOT = WS-COUNT-READ
               DISPLAY "FRDLLCNV - LEDGER RECORDS NOT WRITTEN BACK; "
                       "EVERY RECORD READ IS ON "
                       "FRAUD.LOSS.LEDGER.CNV.work"
               STOP RUN RETURNING 16
           END-IF

           STOP RUN.

      *> ---------------------------------------------------------
      *> COPY-OLD-LEDGER-RECORD carries the old record across
      *> unchanged and opens the reversal bucket at zero.
       COPY-OLD-LEDGER-RECORD.
           READ OLD-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE OL-LEDGER-RECORD TO WK-OLD-RECORD
                   MOVE ZERO             TO WK-REVERSED
                   WRITE WORK-RECORD
           END-READ.

       LOAD-NEW-LEDGER-RECORD.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO LL-LEDGER-RECORD
                   WRITE LL-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "FRDLLCNV - LEDGER RECORD NOT "
                                   "WRITTEN: " LL-TRANS-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-CONVERTED
                   END-WRITE
           END-READ.

IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDRJSUB.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Builds the resubmission file
      *>             FRAUD.RESUBMIT.txt that FRAUDCHK reads after
      *>             FRAUD.INPUT.txt - the corrected record of every
      *>             reject an operator has REPAIRED in FRDRJREP,
      *>             off the reject store FRAUD.REJECT.STORE.dat
      *>             (REJSTORE).  Each is marked RESUBMITTED under
      *>             SYSRJSUB with the processing date it goes to.
      *>             A reject already RESUBMITTED to this processing
      *>             date is written again, so a rerun after an
      *>             abend rebuilds the same file rather than
      *>             losing what the first attempt marked.  The
      *>             file ends in a TRL control trailer (CTLTRL) of
      *>             the count and net amount written, which
      *>             FRAUDCHK balances the file against before it
      *>             scores anything and FRDRECON proves again
      *>             afterwards.  Runs first in the nightly stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-STORE
               ASSIGN TO 'FRAUD.REJECT.STORE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-KEY.
           SELECT RESUBMIT-FILE ASSIGN TO 'FRAUD.RESUBMIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

       FD  REJECT-STORE.
           COPY REJSTORE.

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD        PIC X(96).

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> TXN detail record, laid over the corrected record.
           COPY TXNREC.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD working storage (AMTSCRUB.cpy) - the
      *> trailer's net amount is added up the way FRAUDCHK will
      *> add it when it balances the file.
           COPY AMTSCRUB.

      *> ---------------------------------------------------------
      *> Control-trailer accumulators and layout (CTLTRL.cpy).
           COPY CTLTRL.

       01  EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
           88  NOT-END-OF-FILE    VALUE 'N'.

       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.

       01  WS-RAW-TIME            PIC 9(8).

       01  WS-TIMESTAMP.
           05  WS-TIMESTAMP-DATE  PIC 9(8).
           05  WS-TIMESTAMP-TIME  PIC 9(6).

       01  WS-COUNT-RESUBMITTED   PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-COUNT-MARKED        PIC 9(9)      COMP-3 VALUE ZERO.
       01  WS-TOTAL-RESUB-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM STAMP-RESUBMIT-TIMESTAMP

           SET NOT-END-OF-FILE TO TRUE
           OPEN I-O REJECT-STORE
           OPEN OUTPUT RESUBMIT-FILE

           MOVE LOW-VALUES TO RJ-KEY
           START REJECT-STORE KEY IS NOT LESS THAN RJ-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM RESUBMIT-NEXT-REJECT UNTIL END-OF-FILE

           PERFORM WRITE-CONTROL-TRAILER
           CLOSE REJECT-STORE RESUBMIT-FILE

           MOVE WS-COUNT-RESUBMITTED TO WS-COUNT-OUT
           DISPLAY "FRDRJSUB - RESUBMITTED FOR " WS-PROCESSING-DATE
                   ": " WS-COUNT-OUT
           MOVE WS-COUNT-MARKED TO WS-COUNT-OUT
           DISPLAY "FRDRJSUB - NEWLY MARKED RESUBMITTED: " WS-COUNT-OUT
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
               DISPLAY "FRDRJSUB - FRAUD.RUNPARM.txt MISSING OR "
                       "INVALID PROCESSING DATE"
               STOP RUN RETURNING 16
           END-IF.

       STAMP-RESUBMIT-TIMESTAMP.
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME.

      *> ---------------------------------------------------------
      *> RESUBMIT-NEXT-REJECT writes a REPAIRED reject's corrected
      *> record and moves the row on to RESUBMITTED; a row already
      *> RESUBMITTED to this processing date is only written.
       RESUBMIT-NEXT-REJECT.
           READ REJECT-STORE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF RJ-STATUS-REPAIRED
                       PERFORM WRITE-RESUBMIT-RECORD
                       MOVE "RESUBMITTED"      TO RJ-STATUS
                       MOVE "SYSRJSUB"         TO RJ-STATUS-USER
                       MOVE WS-TIMESTAMP       TO RJ-STATUS-TIMESTAMP
                       MOVE WS-PROCESSING-DATE TO RJ-RESUBMIT-DATE
                       REWRITE RJ-REJECT-RECORD
                       ADD 1 TO WS-COUNT-MARKED
                   ELSE
                   IF RJ-STATUS-RESUBMITTED
                      AND RJ-RESUBMIT-DATE = WS-PROCESSING-DATE
                       PERFORM WRITE-RESUBMIT-RECORD
                   END-IF
                   END-IF
           END-READ.

       WRITE-RESUBMIT-RECORD.
           MOVE RJ-REPAIRED-RECORD TO WS-TXN-RECORD
           MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-VALID
               ADD WS-SCRUB-NUMERIC TO WS-TOTAL-RESUB-AMOUNT
           END-IF
           ADD 1 TO WS-COUNT-RESUBMITTED
           MOVE RJ-REPAIRED-RECORD TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD.

      *> ---------------------------------------------------------
      *> WRITE-CONTROL-TRAILER ends FRAUD.RESUBMIT.txt with a TRL
      *> control record (CTLTRL.cpy) of count and net amount,
      *> written even when nothing was resubmitted, so FRAUDCHK
      *> can tell an empty night from a truncated file.
       WRITE-CONTROL-TRAILER.
           MOVE WS-COUNT-RESUBMITTED  TO WS-CTL-COUNT
           MOVE WS-TOTAL-RESUB-AMOUNT TO WS-CTL-WORK-AMOUNT
           PERFORM SET-CONTROL-TRAILER-SIGN
           MOVE WS-CONTROL-TRAILER TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD.

       SET-CONTROL-TRAILER-SIGN.
           IF WS-CTL-WORK-AMOUNT < ZERO
               MOVE '-' TO WS-CTL-SIGN
           ELSE
               MOVE '+' TO WS-CTL-SIGN
           END-IF
           MOVE WS-CTL-WORK-AMOUNT TO WS-CTL-AMOUNT.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD / SCRUB-ONE-CHARACTER (AMTPARSE.cpy).
           COPY AMTPARSE.

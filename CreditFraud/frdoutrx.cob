      *>             stays on it.  Runs between FRDPROFL and
      *>             FRDQUEUE in the nightly stream, so tonight's
      *>             auto-dispositions shape tonight's queue.
      *> 2026-10-14  FRDBKSCR's late flags (FRAUD.LATE.OUTPUT.txt,
      *>             the flagged layout marked LATE) are extracted
      *>             after FRAUD.OUTPUT.txt by the same rules, so a
      *>             back-scored REVIEW reaches the cardholder too.
      *>             The flagged file is now assigned by name and
      *>             OPTIONAL, so a night before FRDBKSCR joined the
      *>             stream extracts as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLAGGED-INFILE ASSIGN TO WS-FLAGGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO 'FRAUD.OUTREACH.EXTRACT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       01  CASE-HIST-RECORD       PIC X(52).

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> Flagged file being extracted - FRAUD.OUTPUT.txt, then
      *> FRAUD.LATE.OUTPUT.txt.
       01  WS-FLAGGED-NAME        PIC X(30) VALUE SPACES.
       01  WS-FLAGGED-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-FLAGGED-EOF     VALUE 'Y'.


      *> ---------------------------------------------------------
      *> EXTRACT-OUTREACH-RECORDS selects the REVIEW-action
      *> records from FRAUD.OUTPUT.txt and then from FRDBKSCR's
      *> FRAUD.LATE.OUTPUT.txt.  Skipped: a trans-id already on
      *> the sent store (contacted, still pending an answer) and
      *> a case the master already shows worked - there is
      *> nothing to ask the cardholder about a case somebody has
      *> finished.
       EXTRACT-OUTREACH-RECORDS.
           OPEN INPUT CASE-MASTER
           OPEN OUTPUT EXTRACT-FILE
           OPEN EXTEND SENT-FILE

           MOVE "FRAUD.OUTPUT.txt" TO WS-FLAGGED-NAME
           PERFORM EXTRACT-FLAGGED-FILE
           MOVE "FRAUD.LATE.OUTPUT.txt" TO WS-FLAGGED-NAME
           PERFORM EXTRACT-FLAGGED-FILE

           CLOSE CASE-MASTER EXTRACT-FILE SENT-FILE.

       EXTRACT-FLAGGED-FILE.
           MOVE 'N' TO WS-FLAGGED-EOF-FLAG
           OPEN INPUT FLAGGED-INFILE

           PERFORM EXTRACT-ONE-RECORD UNTIL WS-FLAGGED-EOF

           CLOSE FLAGGED-INFILE.

       EXTRACT-ONE-RECORD.
           READ FLAGGED-INFILE

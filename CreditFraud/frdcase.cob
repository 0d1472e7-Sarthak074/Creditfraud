      *>             assigned (record widened 50 to 52), which is
      *>             what the FRDTHRPT throughput report splits
      *>             on.
      *> 2026-10-14  A case written to the master for the first time
      *>             also gets its card and merchant rows on the
      *>             case cross-reference FRAUD.CASE.XREF.dat
      *>             (CASEXREF), so FRDCINQ finds it by card or
      *>             merchant before the nightly FRDLINK rebuild.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-TRANS-ID.
           SELECT CASE-HIST-FILE ASSIGN TO 'FRAUD.CASE.HIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-XREF ASSIGN TO 'FRAUD.CASE.XREF.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-HIST-FILE.
       01  CASE-HIST-RECORD       PIC X(52).

       FD  CASE-XREF.
           COPY CASEXREF.

       WORKING-STORAGE SECTION.
       01  WS-CASE-TRANS-ID       PIC X(10).

           OPEN INPUT CASE-INFILE
           OPEN I-O CASE-MASTER
           OPEN EXTEND CASE-HIST-FILE
           OPEN I-O CASE-XREF

           PERFORM UNTIL END-OF-FILE OR WS-ANALYST-QUIT
               READ CASE-INFILE
               END-READ
           END-PERFORM

           CLOSE CASE-INFILE CASE-MASTER CASE-HIST-FILE CASE-XREF
           STOP RUN.

      *> ---------------------------------------------------------
      *> has no trans-id, and keying it on its leading location
      *> bytes would let two corridors sharing those bytes rewrite
      *> each other's current disposition.  A velocity disposition
      *> lives on the history file only.  A case new to the master
      *> is also added to the card and merchant cross-reference.
       WRITE-CASE-RECORD.
           IF CASE-IN-RECORD(12:3) = "TXN"
               MOVE WS-CASE-TRANS-ID TO CM-TRANS-ID
                   REWRITE CM-CASE-RECORD
               ELSE
                   WRITE CM-CASE-RECORD
                   PERFORM WRITE-CASE-XREF
               END-IF
           END-IF

           PERFORM WRITE-CASE-HISTORY.

      *> ---------------------------------------------------------
      *> WRITE-CASE-XREF adds the new case's card row and, where
      *> the flagged record names one, its merchant row.  The
      *> queue record's card sits at 60 and merchant at 81 (past
      *> the severity rank), i.e. 69 and 90 of the assignment
      *> record.  A row already there from the nightly rebuild is
      *> left as it is.
       WRITE-CASE-XREF.
           IF CASE-IN-RECORD(69:16) NOT = SPACES
               MOVE "C"                   TO XR-KEY-TYPE
               MOVE CASE-IN-RECORD(69:16) TO XR-KEY-VALUE
               MOVE WS-CASE-TRANS-ID      TO XR-TRANS-ID
               WRITE XR-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF CASE-IN-RECORD(90:15) NOT = SPACES
               MOVE "M"                   TO XR-KEY-TYPE
               MOVE CASE-IN-RECORD(90:15) TO XR-KEY-VALUE
               MOVE WS-CASE-TRANS-ID      TO XR-TRANS-ID
               WRITE XR-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       WRITE-CASE-HISTORY.
           MOVE WS-CASE-TRANS-ID TO WS-OUT-TRANS-ID
           MOVE WS-DISPOSITION   TO WS-OUT-DISPOSITION

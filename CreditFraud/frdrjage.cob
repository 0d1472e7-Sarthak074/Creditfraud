IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDRJAGE.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Nightly reject load and aging
      *>             report.  Every record FRAUDCHK rejected onto
      *>             FRAUD.REJECTS.txt tonight is loaded onto the
      *>             indexed reject store FRAUD.REJECT.STORE.dat
      *>             (REJSTORE) as OPEN under SYSRJAGE, keyed on
      *>             trans-id and the processing date, so it can be
      *>             repaired in FRDRJREP and resubmitted by
      *>             FRDRJSUB instead of sitting on the flat file
      *>             unscored.  A row already on the store for the
      *>             key is left as it is, so a rerun loads nothing
      *>             twice and never reopens a row an operator has
      *>             since worked.  Runs after FRDRECON, so only a
      *>             rejects file proven against its trailer is
      *>             loaded.  FRAUD.REJECT.AGING.RPT then goes back
      *>             to the upstream feed owner: by reason code,
      *>             tonight's new rejects, the open ones aged
      *>             0-2, 3-7, 8-30 and 31+ days from the date they
      *>             were rejected with the oldest still open, and
      *>             how many were repaired, resubmitted or
      *>             abandoned - followed by every open reject with
      *>             its reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTS-INFILE ASSIGN TO 'FRAUD.REJECTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-STORE
               ASSIGN TO 'FRAUD.REJECT.STORE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-KEY.
           SELECT REJAGING-FILE ASSIGN TO 'FRAUD.REJECT.AGING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

      *> ---------------------------------------------------------
      *> FRAUD.REJECTS.txt layout, as FRAUDCHK's
      *> WRITE-REJECT-RECORD builds it:
      *>     TRANS-ID(10) SP CODE(4) SP TEXT(30) SP RECORD(96)
       FD  REJECTS-INFILE.
       01  REJECT-RECORD.
           05  REJ-TRANS-ID           PIC X(10).
           05  FILLER                 PIC X(01).
           05  REJ-REASON-CODE        PIC X(04).
           05  FILLER                 PIC X(01).
           05  REJ-REASON-TEXT        PIC X(30).
           05  FILLER                 PIC X(01).
           05  REJ-TXN-RECORD         PIC X(96).

       FD  REJECT-STORE.
           COPY REJSTORE.

       FD  REJAGING-FILE.
       01  REJAGING-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
           88  NOT-END-OF-FILE    VALUE 'N'.

       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.
       01  WS-PROCESSING-NUM REDEFINES WS-PROCESSING-DATE PIC 9(8).
       01  WS-PROCESSING-INTEGER  PIC 9(8) COMP-3 VALUE ZERO.

       01  WS-REJECT-DATE         PIC 9(8) VALUE ZERO.
       01  WS-REJECT-AGE-DAYS     PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-RAW-TIME            PIC 9(8).

       01  WS-TIMESTAMP.
           05  WS-TIMESTAMP-DATE  PIC 9(8).
           05  WS-TIMESTAMP-TIME  PIC 9(6).

      *> ---------------------------------------------------------
      *> Load and store totals.
       01  WS-COUNT-READ          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-LOADED        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-ON-STORE      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-ALREADY       PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-OPEN          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-REPAIRED      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-RESUBMITTED   PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-ABANDONED     PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-UNKNOWN       PIC 9(9) COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Breakdown by reason code.  The six codes FRAUDCHK's
      *> VALIDATE-TXN-RECORD rejects with are seeded first, so the
      *> feed owner sees every one every night, zero or not; any
      *> other code found on the store is added the first time it
      *> is seen.
       01  WS-REASON-SEED-VALUES.
           05  FILLER             PIC X(4) VALUE "AMT ".
           05  FILLER             PIC X(4) VALUE "DTE ".
           05  FILLER             PIC X(4) VALUE "LOC ".
           05  FILLER             PIC X(4) VALUE "MER ".
           05  FILLER             PIC X(4) VALUE "CCY ".
           05  FILLER             PIC X(4) VALUE "CNV ".
       01  WS-REASON-SEED-TABLE REDEFINES WS-REASON-SEED-VALUES.
           05  WS-REASON-SEED     OCCURS 6 TIMES PIC X(4).

       01  WS-REASON-LOOKUP       PIC X(4).
       01  WS-REASON-COUNT        PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-REASON-IDX          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-REASON-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-REASON-FOUND    VALUE 'Y'.

       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 20 TIMES.
               10  WS-REASON-CODE        PIC X(4).
               10  WS-REASON-NEW         PIC 9(5) COMP-3.
               10  WS-REASON-OPEN        PIC 9(5) COMP-3.
               10  WS-REASON-AGE-0-2     PIC 9(5) COMP-3.
               10  WS-REASON-AGE-3-7     PIC 9(5) COMP-3.
               10  WS-REASON-AGE-8-30    PIC 9(5) COMP-3.
               10  WS-REASON-AGE-31-PLUS PIC 9(5) COMP-3.
               10  WS-REASON-REPAIRED    PIC 9(5) COMP-3.
               10  WS-REASON-RESUBMITTED PIC 9(5) COMP-3.
               10  WS-REASON-ABANDONED   PIC 9(5) COMP-3.
               10  WS-REASON-OLDEST      PIC X(8).

      *> ---------------------------------------------------------
      *> Report lines.
       01  WS-RPT-COUNT-OUT       PIC ZZZZZZZZ9.

       01  WS-REASON-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-CODE        PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-NEW         PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-OPEN        PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-AGE-0-2     PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-AGE-3-7     PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-AGE-8-30    PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-AGE-31-PLUS PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-REPAIRED    PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-RESUBMITTED PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-RDL-ABANDONED   PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-OLDEST      PIC X(8).

       01  WS-OPEN-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-TRANS-ID    PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-ODL-DATE        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-ODL-AGE         PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-CODE        PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ODL-TEXT        PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SEED-REASON-TABLE
           PERFORM LOAD-TONIGHTS-REJECTS
           PERFORM TALLY-REJECT-STORE
           PERFORM WRITE-REJECT-AGING-REPORT

           MOVE WS-COUNT-LOADED TO WS-RPT-COUNT-OUT
           DISPLAY "FRDRJAGE - REJECTS LOADED OPEN: " WS-RPT-COUNT-OUT
           MOVE WS-COUNT-OPEN TO WS-RPT-COUNT-OUT
           DISPLAY "FRDRJAGE - REJECTS STILL OPEN : " WS-RPT-COUNT-OUT

           IF WS-COUNT-UNKNOWN > ZERO
               DISPLAY "FRDRJAGE - REJECT STORE ROWS WITH NO "
                       "RECOGNISED STATUS, SEE FRAUD.REJECT.AGING.RPT"
               STOP RUN RETURNING 16
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
               DISPLAY "FRDRJAGE - FRAUD.RUNPARM.txt MISSING OR "
                       "INVALID PROCESSING DATE"
               STOP RUN RETURNING 16
           END-IF

           COMPUTE WS-PROCESSING-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-NUM).

       SEED-REASON-TABLE.
           MOVE 1 TO WS-REASON-IDX
           PERFORM SEED-ONE-REASON
               UNTIL WS-REASON-IDX > 6.

       SEED-ONE-REASON.
           MOVE WS-REASON-SEED(WS-REASON-IDX) TO WS-REASON-LOOKUP
           PERFORM FIND-REASON-ENTRY
           ADD 1 TO WS-REASON-IDX.

       STAMP-LOAD-TIMESTAMP.
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME.

      *> ---------------------------------------------------------
      *> LOAD-TONIGHTS-REJECTS writes every FRAUD.REJECTS.txt
      *> record, trailer aside, to the reject store as OPEN under
      *> the processing date.  WRITE's INVALID KEY is the rerun
      *> guard - the row is already there from an earlier run for
      *> the date and keeps whatever status it has reached.
       LOAD-TONIGHTS-REJECTS.
           PERFORM STAMP-LOAD-TIMESTAMP
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT REJECTS-INFILE
           OPEN I-O REJECT-STORE
           PERFORM LOAD-ONE-REJECT UNTIL END-OF-FILE
           CLOSE REJECTS-INFILE REJECT-STORE.

       LOAD-ONE-REJECT.
           READ REJECTS-INFILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF REJECT-RECORD(1:3) NOT = "TRL"
                       ADD 1 TO WS-COUNT-READ
                       MOVE SPACES             TO RJ-REJECT-RECORD
                       MOVE REJ-TRANS-ID       TO RJ-TRANS-ID
                       MOVE WS-PROCESSING-DATE TO RJ-REJECT-DATE
                       MOVE REJ-REASON-CODE    TO RJ-REASON-CODE
                       MOVE REJ-REASON-TEXT    TO RJ-REASON-TEXT
                       MOVE "OPEN"             TO RJ-STATUS
                       MOVE "SYSRJAGE"         TO RJ-STATUS-USER
                       MOVE WS-TIMESTAMP       TO RJ-STATUS-TIMESTAMP
                       MOVE REJ-TXN-RECORD     TO RJ-ORIGINAL-RECORD
                       WRITE RJ-REJECT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-COUNT-ALREADY
                           NOT INVALID KEY
                               ADD 1 TO WS-COUNT-LOADED
                               MOVE RJ-REASON-CODE TO WS-REASON-LOOKUP
                               PERFORM FIND-REASON-ENTRY
                               ADD 1 TO WS-REASON-NEW(WS-REASON-IDX)
                       END-WRITE
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> TALLY-REJECT-STORE walks the whole store and rolls every
      *> row into the status totals and its reason's line - an
      *> OPEN row also into its age bucket and the reason's
      *> oldest open date.
       TALLY-REJECT-STORE.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT REJECT-STORE
           PERFORM START-REJECT-STORE
           PERFORM TALLY-ONE-STORE-ROW UNTIL END-OF-FILE
           CLOSE REJECT-STORE.

       START-REJECT-STORE.
           MOVE LOW-VALUES TO RJ-KEY
           START REJECT-STORE KEY IS NOT LESS THAN RJ-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.

       TALLY-ONE-STORE-ROW.
           READ REJECT-STORE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-ON-STORE
                   MOVE RJ-REASON-CODE TO WS-REASON-LOOKUP
                   PERFORM FIND-REASON-ENTRY
                   IF RJ-STATUS-OPEN
                       ADD 1 TO WS-COUNT-OPEN
                       PERFORM AGE-OPEN-REJECT
                   ELSE
                   IF RJ-STATUS-REPAIRED
                       ADD 1 TO WS-COUNT-REPAIRED
                       ADD 1 TO WS-REASON-REPAIRED(WS-REASON-IDX)
                   ELSE
                   IF RJ-STATUS-RESUBMITTED
                       ADD 1 TO WS-COUNT-RESUBMITTED
                       ADD 1 TO WS-REASON-RESUBMITTED(WS-REASON-IDX)
                   ELSE
                   IF RJ-STATUS-ABANDONED
                       ADD 1 TO WS-COUNT-ABANDONED
                       ADD 1 TO WS-REASON-ABANDONED(WS-REASON-IDX)
                   ELSE
                       ADD 1 TO WS-COUNT-UNKNOWN
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       AGE-OPEN-REJECT.
           PERFORM COMPUTE-REJECT-AGE
           ADD 1 TO WS-REASON-OPEN(WS-REASON-IDX)

           IF WS-REJECT-AGE-DAYS <= 2
               ADD 1 TO WS-REASON-AGE-0-2(WS-REASON-IDX)
           ELSE
           IF WS-REJECT-AGE-DAYS <= 7
               ADD 1 TO WS-REASON-AGE-3-7(WS-REASON-IDX)
           ELSE
           IF WS-REJECT-AGE-DAYS <= 30
               ADD 1 TO WS-REASON-AGE-8-30(WS-REASON-IDX)
           ELSE
               ADD 1 TO WS-REASON-AGE-31-PLUS(WS-REASON-IDX)
           END-IF
           END-IF
           END-IF

           IF WS-REASON-OLDEST(WS-REASON-IDX) = SPACES
              OR RJ-REJECT-DATE < WS-REASON-OLDEST(WS-REASON-IDX)
               MOVE RJ-REJECT-DATE TO WS-REASON-OLDEST(WS-REASON-IDX)
           END-IF.

       COMPUTE-REJECT-AGE.
           MOVE RJ-REJECT-DATE TO WS-REJECT-DATE
           COMPUTE WS-REJECT-AGE-DAYS =
               WS-PROCESSING-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-REJECT-DATE)
           IF WS-REJECT-AGE-DAYS < ZERO
               MOVE ZERO TO WS-REJECT-AGE-DAYS
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-REASON-ENTRY leaves WS-REASON-IDX pointing at the
      *> breakdown row for WS-REASON-LOOKUP, adding one the first
      *> time the code is seen.
       FIND-REASON-ENTRY.
           MOVE 'N' TO WS-REASON-FOUND-FLAG
           MOVE 1   TO WS-REASON-IDX

           PERFORM TEST-REASON-ENTRY
               UNTIL WS-REASON-FOUND OR WS-REASON-IDX > WS-REASON-COUNT

           IF NOT WS-REASON-FOUND
               IF WS-REASON-COUNT >= 20
                   DISPLAY "FRDRJAGE - MORE THAN 20 REJECT REASON "
                           "CODES, WS-REASON-TABLE IS FULL"
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT  TO WS-REASON-IDX
               MOVE WS-REASON-LOOKUP TO WS-REASON-CODE(WS-REASON-IDX)
               MOVE ZERO TO WS-REASON-NEW(WS-REASON-IDX)
                            WS-REASON-OPEN(WS-REASON-IDX)
                            WS-REASON-AGE-0-2(WS-REASON-IDX)
                            WS-REASON-AGE-3-7(WS-REASON-IDX)
                            WS-REASON-AGE-8-30(WS-REASON-IDX)
                            WS-REASON-AGE-31-PLUS(WS-REASON-IDX)
                            WS-REASON-REPAIRED(WS-REASON-IDX)
                            WS-REASON-RESUBMITTED(WS-REASON-IDX)
                            WS-REASON-ABANDONED(WS-REASON-IDX)
               MOVE SPACES TO WS-REASON-OLDEST(WS-REASON-IDX)
           END-IF.

       TEST-REASON-ENTRY.
           IF WS-REASON-CODE(WS-REASON-IDX) = WS-REASON-LOOKUP
               SET WS-REASON-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-REASON-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-REJECT-AGING-REPORT produces FRAUD.REJECT.AGING.RPT
      *> for the upstream feed owner - tonight's load, the store
      *> by status, the breakdown by reason code, and the open
      *> rejects one per line in trans-id order.
       WRITE-REJECT-AGING-REPORT.
           OPEN OUTPUT REJAGING-FILE

           MOVE "FRDRJAGE REJECT AGING REPORT" TO REJAGING-LINE
           WRITE REJAGING-LINE
           MOVE SPACES TO REJAGING-LINE
           STRING "PROCESSING DATE " DELIMITED BY SIZE
                  WS-PROCESSING-DATE DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE
           MOVE SPACES TO REJAGING-LINE
           WRITE REJAGING-LINE

           MOVE WS-COUNT-READ TO WS-RPT-COUNT-OUT
           STRING "REJECTS READ TONIGHT . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           MOVE WS-COUNT-LOADED TO WS-RPT-COUNT-OUT
           STRING "  LOADED AS OPEN . . . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           MOVE WS-COUNT-ALREADY TO WS-RPT-COUNT-OUT
           STRING "  ALREADY ON THE STORE . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           MOVE WS-COUNT-ON-STORE TO WS-RPT-COUNT-OUT
           STRING "REJECTS ON THE STORE . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           MOVE WS-COUNT-OPEN TO WS-RPT-COUNT-OUT
           STRING "  OPEN . . . . . . . . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           MOVE WS-COUNT-REPAIRED TO WS-RPT-COUNT-OUT
           STRING "  REPAIRED, NOT YET SENT . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           MOVE WS-COUNT-RESUBMITTED TO WS-RPT-COUNT-OUT
           STRING "  RESUBMITTED  . . . . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           MOVE WS-COUNT-ABANDONED TO WS-RPT-COUNT-OUT
           STRING "  ABANDONED  . . . . . . . : " DELIMITED BY SIZE
                  WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                  INTO REJAGING-LINE
           END-STRING
           WRITE REJAGING-LINE

           IF WS-COUNT-UNKNOWN > ZERO
               MOVE WS-COUNT-UNKNOWN TO WS-RPT-COUNT-OUT
               STRING "  *** NO RECOGNISED STATUS : " DELIMITED BY SIZE
                      WS-RPT-COUNT-OUT                DELIMITED BY SIZE
                      INTO REJAGING-LINE
               END-STRING
               WRITE REJAGING-LINE
           END-IF

           MOVE SPACES TO REJAGING-LINE
           WRITE REJAGING-LINE
           MOVE "BREAKDOWN BY REASON CODE - NEW = LOADED TONIGHT, AGE IN "
               TO REJAGING-LINE
           WRITE REJAGING-LINE
           MOVE "DAYS SINCE REJECTED, OLDEST = OLDEST STILL OPEN"
               TO REJAGING-LINE
           WRITE REJAGING-LINE
           MOVE "  CODE   NEW  OPEN   0-2   3-7  8-30   31+ REPRD RESUB ABAND  OLDEST"
               TO REJAGING-LINE
           WRITE REJAGING-LINE
           MOVE 1 TO WS-REASON-IDX
           PERFORM WRITE-REASON-LINE
               UNTIL WS-REASON-IDX > WS-REASON-COUNT

           MOVE SPACES TO REJAGING-LINE
           WRITE REJAGING-LINE
           MOVE "OPEN REJECTS" TO REJAGING-LINE
           WRITE REJAGING-LINE
           MOVE "  TRANS-ID   REJECTED   AGE  CODE  REASON TEXT"
               TO REJAGING-LINE
           WRITE REJAGING-LINE
           PERFORM WRITE-OPEN-REJECT-LIST

           CLOSE REJAGING-FILE.

       WRITE-REASON-LINE.
           MOVE WS-REASON-CODE(WS-REASON-IDX)     TO WS-RDL-CODE
           MOVE WS-REASON-NEW(WS-REASON-IDX)      TO WS-RDL-NEW
           MOVE WS-REASON-OPEN(WS-REASON-IDX)     TO WS-RDL-OPEN
           MOVE WS-REASON-AGE-0-2(WS-REASON-IDX)  TO WS-RDL-AGE-0-2
           MOVE WS-REASON-AGE-3-7(WS-REASON-IDX)  TO WS-RDL-AGE-3-7
           MOVE WS-REASON-AGE-8-30(WS-REASON-IDX) TO WS-RDL-AGE-8-30
           MOVE WS-REASON-AGE-31-PLUS(WS-REASON-IDX)
               TO WS-RDL-AGE-31-PLUS
           MOVE WS-REASON-REPAIRED(WS-REASON-IDX) TO WS-RDL-REPAIRED
           MOVE WS-REASON-RESUBMITTED(WS-REASON-IDX)
               TO WS-RDL-RESUBMITTED
           MOVE WS-REASON-ABANDONED(WS-REASON-IDX)
               TO WS-RDL-ABANDONED
           MOVE WS-REASON-OLDEST(WS-REASON-IDX)   TO WS-RDL-OLDEST
           MOVE WS-REASON-DETAIL-LINE TO REJAGING-LINE
           WRITE REJAGING-LINE
           ADD 1 TO WS-REASON-IDX.

       WRITE-OPEN-REJECT-LIST.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT REJECT-STORE
           PERFORM START-REJECT-STORE
           PERFORM LIST-ONE-OPEN-REJECT UNTIL END-OF-FILE
           CLOSE REJECT-STORE.

       LIST-ONE-OPEN-REJECT.
           READ REJECT-STORE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF RJ-STATUS-OPEN
                       PERFORM COMPUTE-REJECT-AGE
                       MOVE RJ-TRANS-ID        TO WS-ODL-TRANS-ID
                       MOVE RJ-REJECT-DATE     TO WS-ODL-DATE
                       MOVE WS-REJECT-AGE-DAYS TO WS-ODL-AGE
                       MOVE RJ-REASON-CODE     TO WS-ODL-CODE
                       MOVE RJ-REASON-TEXT     TO WS-ODL-TEXT
                       MOVE WS-OPEN-DETAIL-LINE TO REJAGING-LINE
                       WRITE REJAGING-LINE
                   END-IF
           END-READ.

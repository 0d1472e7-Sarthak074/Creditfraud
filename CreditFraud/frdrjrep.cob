IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDRJREP.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Reject repair console over the
      *>             reject store FRAUD.REJECT.STORE.dat (REJSTORE)
      *>             that FRDRJAGE loads from FRAUD.REJECTS.txt each
      *>             night.  An operator signs on with their ID,
      *>             optionally names the trans-id to start at, and
      *>             is shown each OPEN reject in turn - and each
      *>             REPAIRED one not yet resubmitted, so a
      *>             correction can be corrected again - with its
      *>             reason code and text and the fields of the
      *>             record.  REPAIR lets the amount, date,
      *>             location, merchant and currency be keyed over;
      *>             the trans-id is the store key and the card is
      *>             a token, so neither can be changed.  ACCEPT
      *>             runs the corrected record through the same
      *>             edits as FRAUDCHK's VALIDATE-TXN-RECORD (the
      *>             paragraphs are mirrored here, against today's
      *>             FRAUD.EXRATE.txt) and only a record that passes
      *>             is marked REPAIRED, under the operator's ID and
      *>             timestamp, for FRDRJSUB to resubmit to the next
      *>             FRAUDCHK run.  ABANDON closes a reject that
      *>             will never be fixed, under the same audit.
      *> 2026-10-14  ACCEPT also refuses a record whose business date
      *>             is older than FRDBKSCR's back-scoring age
      *>             (FRAUD.BACKSCORE.PARM.txt, against the
      *>             FRAUD.RUNPARM.txt processing date) - FRAUDCHK
      *>             would route it off-cycle and FRDBKSCR write it
      *>             off as AGE, so it is never scored; the
      *>             operator is told to ABANDON it instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO 'FRAUD.RUNPARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKSPARM-FILE ASSIGN TO 'FRAUD.BACKSCORE.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXRATE-FILE ASSIGN TO 'FRAUD.EXRATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-STORE
               ASSIGN TO 'FRAUD.REJECT.STORE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD         PIC X(20).

       FD  BKSPARM-FILE.
       01  BKSPARM-RECORD         PIC X(10).

       FD  EXRATE-FILE.
       01  EXRATE-RECORD          PIC X(15).

      *> ---------------------------------------------------------
      *> EXRATE-RECORD-NUM overlays the RATE(11) field with a
      *> numeric picture - an alphanumeric substring MOVEd into a
      *> numeric receiver would not respect the implied decimal
      *> places.
       01  EXRATE-RECORD-NUM REDEFINES EXRATE-RECORD.
           05  FILLER                 PIC X(4).
           05  EXRATE-RATE-NUM        PIC 9(5)V9(6).

       FD  REJECT-STORE.
           COPY REJSTORE.

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> TXN detail record - the reject's record as it is being
      *> corrected, laid out field by field.
           COPY TXNREC.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD working storage (AMTSCRUB.cpy) - a
      *> corrected amount must scrub clean by the same rule
      *> FRAUDCHK will apply when the record is resubmitted.
           COPY AMTSCRUB.

       01  WS-STORE-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-STORE-EOF       VALUE 'Y'.

       01  WS-QUIT-FLAG           PIC X VALUE 'N'.
           88  WS-OPERATOR-QUIT   VALUE 'Y'.

       01  WS-OPERATOR-ID         PIC X(8).
       01  WS-START-TRANS-ID      PIC X(10).

       01  WS-CONSOLE-RESPONSE    PIC X(14).

       01  WS-ACTION              PIC X(14).
           88  WS-ACTION-REPAIR   VALUE "REPAIR".
           88  WS-ACTION-ABANDON  VALUE "ABANDON".
           88  WS-ACTION-SKIP     VALUE "SKIP".
           88  WS-ACTION-DONE     VALUE "DONE".

       01  WS-FIELD-CHOICE        PIC X(14).
           88  WS-FIELD-AMOUNT    VALUE "AMOUNT".
           88  WS-FIELD-DATE      VALUE "DATE".
           88  WS-FIELD-LOCATION  VALUE "LOCATION".
           88  WS-FIELD-MERCHANT  VALUE "MERCHANT".
           88  WS-FIELD-CURRENCY  VALUE "CURRENCY".
           88  WS-FIELD-ACCEPT    VALUE "ACCEPT".
           88  WS-FIELD-CANCEL    VALUE "CANCEL".

       01  WS-EDIT-END-FLAG       PIC X VALUE 'N'.
           88  WS-EDIT-ENDED      VALUE 'Y'.

       01  WS-CONFIRM             PIC X(1).

       01  WS-RAW-TIME            PIC 9(8).

       01  WS-TIMESTAMP.
           05  WS-TIMESTAMP-DATE  PIC 9(8).
           05  WS-TIMESTAMP-TIME  PIC 9(6).

       01  WS-COUNT-REPAIRED      PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-COUNT-ABANDONED     PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZ9.

      *> ---------------------------------------------------------
      *> Field validation working storage - FRAUDCHK's.
       01  WS-VALID-FLAG          PIC X VALUE 'Y'.
           88  WS-RECORD-VALID    VALUE 'Y'.
           88  WS-RECORD-INVALID  VALUE 'N'.

       01  WS-REJECT-FIELDS.
           05  WS-REJECT-REASON-CODE  PIC X(4).
           05  WS-REJECT-REASON-TEXT  PIC X(30).

       01  WS-DAYS-IN-MONTH-TABLE  VALUE "312831303130313130313031".
           05  WS-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(2).

       01  WS-DATE-MAX-DAY         PIC 9(2) VALUE ZERO.
       01  WS-DATE-DIV-RESULT      PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-YEAR-REMAINDER       PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-LEAP-FLAG            PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR     VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Back-scoring age - FRDBKSCR's parameter and cutoff rule.
      *> A repaired record keeps its business date, and one dated
      *> before the cutoff would only be written off as AGE when
      *> it reached FRDBKSCR, so it is not accepted as repaired.
       01  WS-PROCESSING-DATE     PIC X(8) VALUE SPACES.
       01  WS-PROCESSING-NUM REDEFINES WS-PROCESSING-DATE PIC 9(8).

       01  WS-MAX-AGE-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-PARM-VALID-FLAG     PIC X VALUE 'N'.
           88  WS-PARM-IS-VALID   VALUE 'Y'.

       01  WS-PROCESSING-INTEGER  PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-CUTOFF-INTEGER      PIC 9(8) COMP-3 VALUE ZERO.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(8).

      *> ---------------------------------------------------------
      *> Exchange-rate table - FRAUDCHK's layout and cap, loaded
      *> from the same FRAUD.EXRATE.txt, so a CCY or CNV reject is
      *> only accepted once the currency is on the table and the
      *> converted amount fits.
       01  WS-EXRATE-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-EXRATE-EOF       VALUE 'Y'.

       01  WS-EXRATE-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-EXRATE-IDX           PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-EXRATE-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-EXRATE-FOUND     VALUE 'Y'.

       01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".

       01  WS-CONVERT-TRIAL        PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-EXRATE-TABLE.
           05  WS-EXRATE-ENTRY OCCURS 50 TIMES.
               10  WS-EXRATE-CCY      PIC X(3).
               10  WS-EXRATE-RATE     PIC 9(5)V9(6).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PROMPT-FOR-OPERATOR-ID
           PERFORM LOAD-EXRATE-TABLE
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BACKSCORE-PARAMETERS
           PERFORM COMPUTE-WRITE-OFF-CUTOFF

           DISPLAY "START AT TRANS-ID (BLANK = FIRST): "
               WITH NO ADVANCING
           ACCEPT WS-START-TRANS-ID FROM CONSOLE

           OPEN I-O REJECT-STORE

           IF WS-START-TRANS-ID = SPACES
               MOVE LOW-VALUES TO RJ-KEY
           ELSE
               MOVE WS-START-TRANS-ID TO RJ-TRANS-ID
               MOVE LOW-VALUES        TO RJ-REJECT-DATE
           END-IF
           START REJECT-STORE KEY IS NOT LESS THAN RJ-KEY
               INVALID KEY
                   SET WS-STORE-EOF TO TRUE
           END-START

           PERFORM WORK-NEXT-REJECT
               UNTIL WS-STORE-EOF OR WS-OPERATOR-QUIT

           CLOSE REJECT-STORE

           MOVE WS-COUNT-REPAIRED TO WS-COUNT-OUT
           DISPLAY "FRDRJREP - REPAIRED : " WS-COUNT-OUT
           MOVE WS-COUNT-ABANDONED TO WS-COUNT-OUT
           DISPLAY "FRDRJREP - ABANDONED: " WS-COUNT-OUT
           STOP RUN.

      *> ---------------------------------------------------------
      *> PROMPT-FOR-OPERATOR-ID - every repair and abandonment is
      *> stamped with the ID keyed here.
       PROMPT-FOR-OPERATOR-ID.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID FROM CONSOLE

           IF WS-OPERATOR-ID = SPACES
               DISPLAY "FRDRJREP - AN OPERATOR ID IS REQUIRED; EVERY "
                       "REPAIR IS AUDITED UNDER IT"
               STOP RUN RETURNING 16
           END-IF.

       LOAD-EXRATE-TABLE.
           MOVE 'N' TO WS-EXRATE-EOF-FLAG
           OPEN INPUT EXRATE-FILE

           PERFORM LOAD-EXRATE-ENTRY UNTIL WS-EXRATE-EOF

           CLOSE EXRATE-FILE.

       LOAD-EXRATE-ENTRY.
           READ EXRATE-FILE
               AT END
                   SET WS-EXRATE-EOF TO TRUE
               NOT AT END
                   IF WS-EXRATE-COUNT >= 50
                       DISPLAY "FRDRJREP - FRAUD.EXRATE.txt HAS MORE "
                               "THAN 50 ROWS, WS-EXRATE-TABLE IS FULL"
                       CLOSE EXRATE-FILE
                       STOP RUN RETURNING 16
                   END-IF
                   ADD 1 TO WS-EXRATE-COUNT
                   MOVE EXRATE-RECORD(1:3) TO
                       WS-EXRATE-CCY(WS-EXRATE-COUNT)
                   MOVE EXRATE-RATE-NUM    TO
                       WS-EXRATE-RATE(WS-EXRATE-COUNT)
           END-READ.

      *> ---------------------------------------------------------
      *> LOAD-RUN-PARAMETERS, LOAD-BACKSCORE-PARAMETERS and
      *> COMPUTE-WRITE-OFF-CUTOFF are FRDBKSCR's, file for file and
      *> rule for rule, so the cutoff here is the one the record
      *> will be held to; missing or invalid abends the same way.
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
               DISPLAY "FRDRJREP - FRAUD.RUNPARM.txt MISSING OR "
                       "INVALID PROCESSING DATE"
               STOP RUN RETURNING 16
           END-IF.

       LOAD-BACKSCORE-PARAMETERS.
           OPEN INPUT BKSPARM-FILE
           READ BKSPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BKSPARM-RECORD(1:3) NUMERIC
                       MOVE BKSPARM-RECORD(1:3) TO WS-MAX-AGE-DAYS
                       SET WS-PARM-IS-VALID TO TRUE
                   END-IF
           END-READ
           CLOSE BKSPARM-FILE

           IF NOT WS-PARM-IS-VALID
               DISPLAY "FRDRJREP - FRAUD.BACKSCORE.PARM.txt MISSING OR "
                       "INVALID BACK-SCORING AGE"
               STOP RUN RETURNING 16
           END-IF.

       COMPUTE-WRITE-OFF-CUTOFF.
           COMPUTE WS-PROCESSING-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-NUM)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-PROCESSING-INTEGER - WS-MAX-AGE-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).

      *> ---------------------------------------------------------
      *> WORK-NEXT-REJECT walks the store in trans-id order.  Only
      *> OPEN rejects, and REPAIRED ones FRDRJSUB has not yet
      *> resubmitted, are shown; a REPAIRED reject is worked from
      *> its corrected record, an OPEN one from the record as it
      *> was rejected.
       WORK-NEXT-REJECT.
           READ REJECT-STORE NEXT RECORD
               AT END
                   SET WS-STORE-EOF TO TRUE
               NOT AT END
                   IF RJ-STATUS-OPEN OR RJ-STATUS-REPAIRED
                       PERFORM WORK-ONE-REJECT
                   END-IF
           END-READ.

       WORK-ONE-REJECT.
           IF RJ-STATUS-REPAIRED
               MOVE RJ-REPAIRED-RECORD TO WS-TXN-RECORD
           ELSE
               MOVE RJ-ORIGINAL-RECORD TO WS-TXN-RECORD
           END-IF

           DISPLAY " "
           DISPLAY "TRANS-ID       : " RJ-TRANS-ID
                   "   REJECTED " RJ-REJECT-DATE
           DISPLAY "REASON         : " RJ-REASON-CODE " " RJ-REASON-TEXT
           DISPLAY "STATUS         : " RJ-STATUS
                   " BY " RJ-STATUS-USER " " RJ-STATUS-TIMESTAMP
           PERFORM DISPLAY-WORK-RECORD
           PERFORM PROMPT-FOR-ACTION

           IF WS-ACTION-DONE
               SET WS-OPERATOR-QUIT TO TRUE
           ELSE
               IF WS-ACTION-REPAIR
                   PERFORM REPAIR-ONE-REJECT
               ELSE
                   IF WS-ACTION-ABANDON
                       PERFORM ABANDON-ONE-REJECT
                   END-IF
               END-IF
           END-IF.

       DISPLAY-WORK-RECORD.
           DISPLAY "  AMOUNT       : " WS-AMOUNT-STRING
           DISPLAY "  DATE         : " WS-DATE
           DISPLAY "  LOCATION     : " WS-LOCATION
           DISPLAY "  MERCHANT     : " WS-MERCHANT-ID
           DISPLAY "  CURRENCY     : " WS-CURRENCY-CODE
           DISPLAY "  CARD (TOKEN) : " WS-CARD-NUMBER.

       PROMPT-FOR-ACTION.
           DISPLAY "ACTION (REPAIR/ABANDON/SKIP/DONE): "
               WITH NO ADVANCING
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE WS-CONSOLE-RESPONSE TO WS-ACTION.

      *> ---------------------------------------------------------
      *> REPAIR-ONE-REJECT takes field corrections until the
      *> operator ACCEPTs a record that passes validation or
      *> CANCELs, leaving the store row as it was.  A record that
      *> still fails shows the reason FRAUDCHK would reject it
      *> with and stays open for further correction.  One that
      *> passes but is older than the back-scoring age is refused
      *> too - no correction can make it scoreable, so it is left
      *> for the operator to ABANDON.
       REPAIR-ONE-REJECT.
           MOVE 'N' TO WS-EDIT-END-FLAG
           PERFORM EDIT-ONE-FIELD UNTIL WS-EDIT-ENDED.

       EDIT-ONE-FIELD.
           DISPLAY "FIELD (AMOUNT/DATE/LOCATION/MERCHANT/CURRENCY/"
                   "ACCEPT/CANCEL): " WITH NO ADVANCING
           ACCEPT WS-CONSOLE-RESPONSE FROM CONSOLE
           MOVE WS-CONSOLE-RESPONSE TO WS-FIELD-CHOICE

           IF WS-FIELD-AMOUNT
               DISPLAY "NEW AMOUNT: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-STRING FROM CONSOLE
               PERFORM DISPLAY-WORK-RECORD
           ELSE
           IF WS-FIELD-DATE
               DISPLAY "NEW DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-DATE FROM CONSOLE
               PERFORM DISPLAY-WORK-RECORD
           ELSE
           IF WS-FIELD-LOCATION
               DISPLAY "NEW LOCATION: " WITH NO ADVANCING
               ACCEPT WS-LOCATION FROM CONSOLE
               PERFORM DISPLAY-WORK-RECORD
           ELSE
           IF WS-FIELD-MERCHANT
               DISPLAY "NEW MERCHANT ID: " WITH NO ADVANCING
               ACCEPT WS-MERCHANT-ID FROM CONSOLE
               PERFORM DISPLAY-WORK-RECORD
           ELSE
           IF WS-FIELD-CURRENCY
               DISPLAY "NEW CURRENCY: " WITH NO ADVANCING
               ACCEPT WS-CURRENCY-CODE FROM CONSOLE
               PERFORM DISPLAY-WORK-RECORD
           ELSE
           IF WS-FIELD-ACCEPT
               PERFORM VALIDATE-TXN-RECORD
               IF WS-RECORD-VALID
                   PERFORM CHECK-BACKSCORE-AGE
               END-IF
               IF WS-RECORD-INVALID
                   DISPLAY "STILL FAILS   : " WS-REJECT-REASON-CODE
                           " " WS-REJECT-REASON-TEXT
                   IF WS-REJECT-REASON-CODE = "AGE "
                       DISPLAY "BUSINESS DATE BEFORE " WS-CUTOFF-DATE-X
                               " - FRDBKSCR WOULD WRITE IT OFF; "
                               "CANCEL AND ABANDON IT"
                   END-IF
               ELSE
                   PERFORM RECORD-REPAIR
                   SET WS-EDIT-ENDED TO TRUE
               END-IF
           ELSE
           IF WS-FIELD-CANCEL
               DISPLAY "REPAIR CANCELLED - REJECT LEFT AS IT WAS"
               SET WS-EDIT-ENDED TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-BACKSCORE-AGE - FRDBKSCR's CHECK-BUSINESS-DATE-AGE
      *> test, on a date VALIDATE-TXN-RECORD has already proved.
       CHECK-BACKSCORE-AGE.
           IF WS-DATE < WS-CUTOFF-DATE-X
               SET WS-RECORD-INVALID TO TRUE
               MOVE "AGE " TO WS-REJECT-REASON-CODE
               MOVE "OLDER THAN BACK-SCORING AGE" TO WS-REJECT-REASON-TEXT
           END-IF.

       STAMP-CHANGE-TIMESTAMP.
           ACCEPT WS-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:6) TO WS-TIMESTAMP-TIME.

      *> ---------------------------------------------------------
      *> RECORD-REPAIR keeps the corrected record alongside the
      *> original and marks the reject REPAIRED under the
      *> operator - who, and when, is kept in the repair fields
      *> as well as the status fields, so it survives FRDRJSUB
      *> moving the row on to RESUBMITTED.
       RECORD-REPAIR.
           PERFORM STAMP-CHANGE-TIMESTAMP
           MOVE WS-TXN-RECORD  TO RJ-REPAIRED-RECORD
           MOVE "REPAIRED"     TO RJ-STATUS
           MOVE WS-OPERATOR-ID TO RJ-STATUS-USER
           MOVE WS-TIMESTAMP   TO RJ-STATUS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO RJ-REPAIR-USER
           MOVE WS-TIMESTAMP   TO RJ-REPAIR-TIMESTAMP
           REWRITE RJ-REJECT-RECORD
           ADD 1 TO WS-COUNT-REPAIRED
           DISPLAY "REPAIRED - GOES TO THE NEXT FRAUDCHK RUN".

       ABANDON-ONE-REJECT.
           DISPLAY "ABANDON " RJ-TRANS-ID " FOR GOOD (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM FROM CONSOLE
           IF WS-CONFIRM = "Y"
               PERFORM STAMP-CHANGE-TIMESTAMP
               MOVE "ABANDONED"    TO RJ-STATUS
               MOVE WS-OPERATOR-ID TO RJ-STATUS-USER
               MOVE WS-TIMESTAMP   TO RJ-STATUS-TIMESTAMP
               REWRITE RJ-REJECT-RECORD
               ADD 1 TO WS-COUNT-ABANDONED
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-TXN-RECORD and the field edits below mirror
      *> FRAUDCHK's, so a record accepted here is not rejected
      *> again when it is resubmitted - short of the rate table
      *> changing in between.
       VALIDATE-TXN-RECORD.
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CODE WS-REJECT-REASON-TEXT

           PERFORM VALIDATE-AMOUNT-FIELD
           IF WS-RECORD-VALID
               PERFORM VALIDATE-DATE-FIELD
           END-IF
           IF WS-RECORD-VALID
               PERFORM VALIDATE-LOCATION-FIELD
           END-IF
           IF WS-RECORD-VALID
               PERFORM VALIDATE-MERCHANT-FIELD
           END-IF
           IF WS-RECORD-VALID
               PERFORM VALIDATE-CURRENCY-FIELD
           END-IF.

       VALIDATE-AMOUNT-FIELD.
           MOVE WS-AMOUNT-STRING TO WS-SCRUB-RAW
           PERFORM SCRUB-AMOUNT-FIELD
           IF WS-SCRUB-IS-INVALID
               SET WS-RECORD-INVALID TO TRUE
               MOVE "AMT " TO WS-REJECT-REASON-CODE
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
           END-IF.

       VALIDATE-DATE-FIELD.
           IF WS-DATE NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
               MOVE "DTE " TO WS-REJECT-REASON-CODE
               MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON-TEXT
           ELSE
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "DTE " TO WS-REJECT-REASON-CODE
                   MOVE "INVALID YYYYMMDD DATE" TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM DETERMINE-LEAP-YEAR
                   MOVE WS-DAYS-IN-MONTH(WS-DATE-MM) TO WS-DATE-MAX-DAY
                   IF WS-DATE-MM = 2 AND WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-DATE-MAX-DAY
                   END-IF
                   IF WS-DATE-DD > WS-DATE-MAX-DAY
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE "DTE " TO WS-REJECT-REASON-CODE
                       MOVE "INVALID YYYYMMDD DATE" TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       DETERMINE-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG
           DIVIDE WS-DATE-YYYY BY 400
               GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER = 0
               MOVE 'Y' TO WS-LEAP-FLAG
           ELSE
               DIVIDE WS-DATE-YYYY BY 100
                   GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER NOT = 0
                   DIVIDE WS-DATE-YYYY BY 4
                       GIVING WS-DATE-DIV-RESULT REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER = 0
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

       VALIDATE-LOCATION-FIELD.
           IF WS-LOCATION = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE "LOC " TO WS-REJECT-REASON-CODE
               MOVE "LOCATION BLANK" TO WS-REJECT-REASON-TEXT
           END-IF.

       VALIDATE-MERCHANT-FIELD.
           IF WS-MERCHANT-ID = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE "MER " TO WS-REJECT-REASON-CODE
               MOVE "MERCHANT ID BLANK" TO WS-REJECT-REASON-TEXT
           END-IF.

       VALIDATE-CURRENCY-FIELD.
           IF WS-CURRENCY-CODE = SPACES
              OR WS-CURRENCY-CODE = WS-BASE-CURRENCY
               CONTINUE
           ELSE
               PERFORM FIND-EXRATE-ENTRY
               IF NOT WS-EXRATE-FOUND
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "CCY " TO WS-REJECT-REASON-CODE
                   MOVE "CURRENCY NOT ON RATE TABLE"
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   COMPUTE WS-CONVERT-TRIAL ROUNDED =
                       WS-SCRUB-NUMERIC
                       * WS-EXRATE-RATE(WS-EXRATE-IDX)
                       ON SIZE ERROR
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "CNV " TO WS-REJECT-REASON-CODE
                           MOVE "AMOUNT EXCEEDS BASE-CCY LIMIT"
                               TO WS-REJECT-REASON-TEXT
                   END-COMPUTE
               END-IF
           END-IF.

       FIND-EXRATE-ENTRY.
           MOVE 'N' TO WS-EXRATE-FOUND-FLAG
           MOVE 1   TO WS-EXRATE-IDX

           PERFORM TEST-EXRATE-ENTRY
               UNTIL WS-EXRATE-FOUND OR WS-EXRATE-IDX > WS-EXRATE-COUNT.

       TEST-EXRATE-ENTRY.
           IF WS-CURRENCY-CODE = WS-EXRATE-CCY(WS-EXRATE-IDX)
               SET WS-EXRATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EXRATE-IDX
           END-IF.

      *> ---------------------------------------------------------
      *> SCRUB-AMOUNT-FIELD / SCRUB-ONE-CHARACTER (AMTPARSE.cpy).
           COPY AMTPARSE.

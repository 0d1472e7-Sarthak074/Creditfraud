IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDLINK.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  Related-case linking over the
      *>             case master.  The master is keyed on trans-id
      *>             alone, so each flagged transaction was worked
      *>             as an island - three open cases on one card
      *>             (a BLOCK, a PROFILE flag, yesterday's REVIEW)
      *>             could go to three analysts, and one could
      *>             confirm while another cleared.  Each night
      *>             FRDLINK rebuilds the card and merchant
      *>             cross-reference FRAUD.CASE.XREF.dat (CASEXREF)
      *>             from the master, groups the open and worked
      *>             cases into related-case clusters - every case
      *>             on the same card is one cluster - and writes
      *>             FRAUD.CASE.CLUSTER.RPT: each cluster with its
      *>             cases, dispositions, and analysts, marked when
      *>             a CONFIRMED case means the rest of the card's
      *>             open cases go to the top of the next queue
      *>             build, followed by the merchants whose cases
      *>             span more than one card.  FRDQUEUE and
      *>             FRDCINQ work from the cross-reference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-MASTER ASSIGN TO 'FRAUD.CASE.MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-TRANS-ID.
           SELECT CASE-XREF ASSIGN TO 'FRAUD.CASE.XREF.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY.
           SELECT CARD-SORT-FILE ASSIGN TO 'FRAUD.LINK.CARDSORT.tmp'.
           SELECT MERCH-SORT-FILE ASSIGN TO 'FRAUD.LINK.MERCHSORT.tmp'.
           SELECT CLUSTER-RPT-FILE ASSIGN TO 'FRAUD.CASE.CLUSTER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CASE-MASTER.
           COPY CASEMAST.

       FD  CASE-XREF.
           COPY CASEXREF.

      *> ---------------------------------------------------------
      *> One linked case, as the two sorts carry it - by card for
      *> the clusters, by merchant and card for the merchant
      *> section.
       SD  CARD-SORT-FILE.
       01  CS-LINK-RECORD.
           05  CS-CARD-NUMBER     PIC X(16).
           05  CS-TRANS-ID        PIC X(10).
           05  CS-MERCHANT-ID     PIC X(15).
           05  CS-DISPOSITION     PIC X(14).
           05  CS-ANALYST-ID      PIC X(08).
           05  CS-TXN-DATE        PIC X(08).
           05  CS-ACTION-CODE     PIC X(08).
           05  CS-AMOUNT          PIC X(11).

       SD  MERCH-SORT-FILE.
       01  MS-LINK-RECORD.
           05  MS-MERCHANT-ID     PIC X(15).
           05  MS-CARD-NUMBER     PIC X(16).
           05  MS-DISPOSITION     PIC X(14).

       FD  CLUSTER-RPT-FILE.
       01  CLUSTER-RPT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
           88  NOT-END-OF-FILE    VALUE 'N'.

       01  WS-SORTED-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-SORTED-EOF      VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Case fields lifted off CM-FLAGGED-RECORD - the severity
      *> rank and a space, then the FRAUD.OUTPUT.txt layout: date
      *> at 30, card at 60, merchant at 81, action at 100, base-
      *> currency amount at 109.  Only a "TXN" flagged record
      *> carries them; a master record FRDOUTRX wrote without one
      *> has nothing to link on.
       01  WS-CASE-DISPOSITION    PIC X(14).
           88  WS-CASE-CONFIRMED  VALUE "CONFIRMED".
           88  WS-CASE-FALSE-POS  VALUE "FALSE-POSITIVE".

      *> ---------------------------------------------------------
      *> Cluster control break - the cases on one card, held until
      *> the break shows whether the card has more than one.
       01  WS-FIRST-RECORD-FLAG   PIC X VALUE 'Y'.
           88  WS-FIRST-RECORD    VALUE 'Y'.

       01  WS-BREAK-CARD          PIC X(16).
       01  WS-BREAK-MERCHANT      PIC X(15).
       01  WS-BREAK-MERCH-CARD    PIC X(16).

       01  WS-MEMBER-COUNT        PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MEMBER-IDX          PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MEMBER-OPEN         PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MEMBER-CONFIRMED    PIC 9(4) COMP-3 VALUE ZERO.
       01  WS-MEMBER-FALSE-POS    PIC 9(4) COMP-3 VALUE ZERO.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 500 TIMES.
               10  WS-MBR-TRANS-ID    PIC X(10).
               10  WS-MBR-MERCHANT-ID PIC X(15).
               10  WS-MBR-DISPOSITION PIC X(14).
               10  WS-MBR-ANALYST-ID  PIC X(08).
               10  WS-MBR-TXN-DATE    PIC X(08).
               10  WS-MBR-ACTION-CODE PIC X(08).
               10  WS-MBR-AMOUNT      PIC X(11).

      *> Merchant-section break - distinct cards and cases through
      *> one merchant.
       01  WS-MERCH-CASES         PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-MERCH-CARDS         PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-MERCH-CONFIRMED     PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-MERCH-OPEN          PIC 9(7) COMP-3 VALUE ZERO.

      *> ---------------------------------------------------------
      *> Run tallies.
       01  WS-COUNT-READ          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-LINKED        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-UNLINKED      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-XREF          PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-CLUSTERS      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-CLUSTERED     PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-HOT-CLUSTERS  PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-RAISED        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-COUNT-MERCHANTS     PIC 9(9) COMP-3 VALUE ZERO.

       01  WS-CLUSTER-ID          PIC 9(6) VALUE ZERO.

       01  WS-COUNT-OUT           PIC ZZZZZZZZ9.

       01  WS-CLUSTER-HEADER-LINE.
           05  FILLER             PIC X(08) VALUE "CLUSTER ".
           05  WS-CHL-CLUSTER-ID  PIC 9(06).
           05  FILLER             PIC X(08) VALUE "   CARD ".
           05  WS-CHL-CARD        PIC X(16).
           05  FILLER             PIC X(09) VALUE "   CASES ".
           05  WS-CHL-CASES       PIC ZZZ9.
           05  FILLER             PIC X(08) VALUE "   OPEN ".
           05  WS-CHL-OPEN        PIC ZZZ9.
           05  FILLER             PIC X(13) VALUE "   CONFIRMED ".
           05  WS-CHL-CONFIRMED   PIC ZZZ9.
           05  FILLER             PIC X(13) VALUE "   FALSE-POS ".
           05  WS-CHL-FALSE-POS   PIC ZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-CHL-MARK        PIC X(20).

       01  WS-CLUSTER-DETAIL-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CDL-TRANS-ID    PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CDL-DISPOSITION PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CDL-ANALYST-ID  PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CDL-TXN-DATE    PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CDL-ACTION-CODE PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CDL-AMOUNT      PIC X(11).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CDL-MERCHANT-ID PIC X(15).

       01  WS-CLUSTER-COLUMN-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "TRANS-ID".
           05  FILLER             PIC X(16) VALUE "DISPOSITION".
           05  FILLER             PIC X(10) VALUE "ANALYST".
           05  FILLER             PIC X(10) VALUE "TXN DATE".
           05  FILLER             PIC X(10) VALUE "ACTION".
           05  FILLER             PIC X(13) VALUE "     AMOUNT".
           05  FILLER             PIC X(15) VALUE "MERCHANT".

       01  WS-MERCHANT-DETAIL-LINE.
           05  WS-MDL-MERCHANT-ID PIC X(15).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MDL-CARDS       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MDL-CASES       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MDL-OPEN        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MDL-CONFIRMED   PIC ZZZ,ZZ9.

       01  WS-MERCHANT-COLUMN-LINE.
           05  FILLER             PIC X(18) VALUE "MERCHANT".
           05  FILLER             PIC X(10) VALUE "    CARDS".
           05  FILLER             PIC X(10) VALUE "    CASES".
           05  FILLER             PIC X(10) VALUE "     OPEN".
           05  FILLER             PIC X(10) VALUE "CONFIRMED".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN OUTPUT CLUSTER-RPT-FILE
           MOVE "FRDLINK RELATED-CASE CLUSTER REPORT"
               TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE
           MOVE "CLUSTERS - CASES ON THE SAME CARD" TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE
           MOVE WS-CLUSTER-COLUMN-LINE TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE

           OPEN INPUT CASE-MASTER
           OPEN OUTPUT CASE-XREF

           SORT CARD-SORT-FILE
               ON ASCENDING KEY CS-CARD-NUMBER CS-TRANS-ID
               INPUT PROCEDURE IS RELEASE-LINKABLE-CASES
               OUTPUT PROCEDURE IS BREAK-ON-CARD

           CLOSE CASE-XREF

           MOVE SPACES TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE
           MOVE "MERCHANTS WITH CASES ON MORE THAN ONE CARD"
               TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE
           MOVE WS-MERCHANT-COLUMN-LINE TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE

           SORT MERCH-SORT-FILE
               ON ASCENDING KEY MS-MERCHANT-ID MS-CARD-NUMBER
               INPUT PROCEDURE IS RELEASE-MERCHANT-CASES
               OUTPUT PROCEDURE IS BREAK-ON-MERCHANT

           CLOSE CASE-MASTER

           PERFORM WRITE-LINK-TOTALS
           CLOSE CLUSTER-RPT-FILE

           MOVE WS-COUNT-CLUSTERS TO WS-COUNT-OUT
           DISPLAY "FRDLINK - RELATED-CASE CLUSTERS: " WS-COUNT-OUT
           STOP RUN.

      *> ---------------------------------------------------------
      *> RELEASE-LINKABLE-CASES walks the master start to finish,
      *> writes each trans-id-keyed case's card and merchant rows
      *> to the freshly emptied cross-reference, and feeds the
      *> case to the card sort.
       RELEASE-LINKABLE-CASES.
           SET NOT-END-OF-FILE TO TRUE
           PERFORM RELEASE-ONE-CASE UNTIL END-OF-FILE.

       RELEASE-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   IF CM-FLAGGED-RECORD(3:3) = "TXN"
                      AND CM-FLAGGED-RECORD(60:16) NOT = SPACES
                       ADD 1 TO WS-COUNT-LINKED
                       PERFORM WRITE-XREF-ROWS
                       MOVE CM-FLAGGED-RECORD(60:16)  TO CS-CARD-NUMBER
                       MOVE CM-TRANS-ID               TO CS-TRANS-ID
                       MOVE CM-FLAGGED-RECORD(81:15)  TO CS-MERCHANT-ID
                       MOVE CM-DISPOSITION            TO CS-DISPOSITION
                       MOVE CM-ANALYST-ID             TO CS-ANALYST-ID
                       MOVE CM-FLAGGED-RECORD(30:8)   TO CS-TXN-DATE
                       MOVE CM-FLAGGED-RECORD(100:8)  TO CS-ACTION-CODE
                       MOVE CM-FLAGGED-RECORD(109:11) TO CS-AMOUNT
                       RELEASE CS-LINK-RECORD
                   ELSE
                       ADD 1 TO WS-COUNT-UNLINKED
                   END-IF
           END-READ.

       WRITE-XREF-ROWS.
           MOVE "C"                      TO XR-KEY-TYPE
           MOVE CM-FLAGGED-RECORD(60:16) TO XR-KEY-VALUE
           MOVE CM-TRANS-ID              TO XR-TRANS-ID
           WRITE XR-XREF-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-XREF
           END-WRITE

           IF CM-FLAGGED-RECORD(81:15) NOT = SPACES
               MOVE "M"                      TO XR-KEY-TYPE
               MOVE CM-FLAGGED-RECORD(81:15) TO XR-KEY-VALUE
               MOVE CM-TRANS-ID              TO XR-TRANS-ID
               WRITE XR-XREF-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-XREF
               END-WRITE
           END-IF.

      *> ---------------------------------------------------------
      *> BREAK-ON-CARD gathers the cases on each card and reports
      *> the card as a cluster once it carries more than one.
       BREAK-ON-CARD.
           MOVE 'N' TO WS-SORTED-EOF-FLAG
           MOVE 'Y' TO WS-FIRST-RECORD-FLAG
           PERFORM RETURN-ONE-CARD-CASE UNTIL WS-SORTED-EOF

           IF NOT WS-FIRST-RECORD
               PERFORM EVALUATE-CARD-GROUP
           END-IF.

       RETURN-ONE-CARD-CASE.
           RETURN CARD-SORT-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
               NOT AT END
                   IF WS-FIRST-RECORD
                       PERFORM START-CARD-GROUP
                   ELSE
                       IF CS-CARD-NUMBER NOT = WS-BREAK-CARD
                           PERFORM EVALUATE-CARD-GROUP
                           PERFORM START-CARD-GROUP
                       END-IF
                   END-IF
                   PERFORM ADD-CLUSTER-MEMBER
           END-RETURN.

       START-CARD-GROUP.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           MOVE CS-CARD-NUMBER TO WS-BREAK-CARD
           MOVE ZERO TO WS-MEMBER-COUNT
           MOVE ZERO TO WS-MEMBER-OPEN
           MOVE ZERO TO WS-MEMBER-CONFIRMED
           MOVE ZERO TO WS-MEMBER-FALSE-POS.

       ADD-CLUSTER-MEMBER.
           IF WS-MEMBER-COUNT >= 500
               DISPLAY "FRDLINK - MORE THAN 500 CASES ON ONE CARD, "
                       "WS-MEMBER-TABLE IS FULL"
               CLOSE CASE-MASTER CASE-XREF CLUSTER-RPT-FILE
               STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE CS-TRANS-ID    TO WS-MBR-TRANS-ID(WS-MEMBER-COUNT)
           MOVE CS-MERCHANT-ID TO WS-MBR-MERCHANT-ID(WS-MEMBER-COUNT)
           MOVE CS-DISPOSITION TO WS-MBR-DISPOSITION(WS-MEMBER-COUNT)
           MOVE CS-ANALYST-ID  TO WS-MBR-ANALYST-ID(WS-MEMBER-COUNT)
           MOVE CS-TXN-DATE    TO WS-MBR-TXN-DATE(WS-MEMBER-COUNT)
           MOVE CS-ACTION-CODE TO WS-MBR-ACTION-CODE(WS-MEMBER-COUNT)
           MOVE CS-AMOUNT      TO WS-MBR-AMOUNT(WS-MEMBER-COUNT)

           MOVE CS-DISPOSITION TO WS-CASE-DISPOSITION
           IF WS-CASE-CONFIRMED
               ADD 1 TO WS-MEMBER-CONFIRMED
           ELSE
               IF WS-CASE-FALSE-POS
                   ADD 1 TO WS-MEMBER-FALSE-POS
               ELSE
                   ADD 1 TO WS-MEMBER-OPEN
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> EVALUATE-CARD-GROUP reports a card with two or more cases
      *> as a cluster.  A cluster holding a CONFIRMED case and
      *> still-open ones is marked - those open cases are the ones
      *> FRDQUEUE raises to the top of the next queue build.
       EVALUATE-CARD-GROUP.
           IF WS-MEMBER-COUNT > 1
               ADD 1 TO WS-COUNT-CLUSTERS
               ADD 1 TO WS-CLUSTER-ID
               ADD WS-MEMBER-COUNT TO WS-COUNT-CLUSTERED

               MOVE WS-CLUSTER-ID       TO WS-CHL-CLUSTER-ID
               MOVE WS-BREAK-CARD       TO WS-CHL-CARD
               MOVE WS-MEMBER-COUNT     TO WS-CHL-CASES
               MOVE WS-MEMBER-OPEN      TO WS-CHL-OPEN
               MOVE WS-MEMBER-CONFIRMED TO WS-CHL-CONFIRMED
               MOVE WS-MEMBER-FALSE-POS TO WS-CHL-FALSE-POS
               MOVE SPACES              TO WS-CHL-MARK
               IF WS-MEMBER-CONFIRMED > ZERO
                   ADD 1 TO WS-COUNT-HOT-CLUSTERS
                   IF WS-MEMBER-OPEN > ZERO
                       MOVE "OPEN CASES RAISED" TO WS-CHL-MARK
                       ADD WS-MEMBER-OPEN TO WS-COUNT-RAISED
                   END-IF
               END-IF

               MOVE SPACES TO CLUSTER-RPT-LINE
               WRITE CLUSTER-RPT-LINE
               MOVE WS-CLUSTER-HEADER-LINE TO CLUSTER-RPT-LINE
               WRITE CLUSTER-RPT-LINE

               MOVE 1 TO WS-MEMBER-IDX
               PERFORM WRITE-CLUSTER-MEMBER-LINE
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
           END-IF.

       WRITE-CLUSTER-MEMBER-LINE.
           MOVE WS-MBR-TRANS-ID(WS-MEMBER-IDX)    TO WS-CDL-TRANS-ID
           MOVE WS-MBR-DISPOSITION(WS-MEMBER-IDX) TO WS-CDL-DISPOSITION
           MOVE WS-MBR-ANALYST-ID(WS-MEMBER-IDX)  TO WS-CDL-ANALYST-ID
           MOVE WS-MBR-TXN-DATE(WS-MEMBER-IDX)    TO WS-CDL-TXN-DATE
           MOVE WS-MBR-ACTION-CODE(WS-MEMBER-IDX) TO WS-CDL-ACTION-CODE
           MOVE WS-MBR-AMOUNT(WS-MEMBER-IDX)      TO WS-CDL-AMOUNT
           MOVE WS-MBR-MERCHANT-ID(WS-MEMBER-IDX) TO WS-CDL-MERCHANT-ID
           MOVE WS-CLUSTER-DETAIL-LINE TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE
           ADD 1 TO WS-MEMBER-IDX.

      *> ---------------------------------------------------------
      *> RELEASE-MERCHANT-CASES reads the master a second time for
      *> the merchant section.  Merchants are reported, not used
      *> to join clusters: a busy merchant would chain every card
      *> that ever shopped there into one cluster no single
      *> analyst could work.
       RELEASE-MERCHANT-CASES.
           CLOSE CASE-MASTER
           OPEN INPUT CASE-MASTER
           SET NOT-END-OF-FILE TO TRUE
           PERFORM RELEASE-ONE-MERCHANT-CASE UNTIL END-OF-FILE.

       RELEASE-ONE-MERCHANT-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF CM-FLAGGED-RECORD(3:3) = "TXN"
                      AND CM-FLAGGED-RECORD(60:16) NOT = SPACES
                      AND CM-FLAGGED-RECORD(81:15) NOT = SPACES
                       MOVE CM-FLAGGED-RECORD(81:15) TO MS-MERCHANT-ID
                       MOVE CM-FLAGGED-RECORD(60:16) TO MS-CARD-NUMBER
                       MOVE CM-DISPOSITION           TO MS-DISPOSITION
                       RELEASE MS-LINK-RECORD
                   END-IF
           END-READ.

       BREAK-ON-MERCHANT.
           MOVE 'N' TO WS-SORTED-EOF-FLAG
           MOVE 'Y' TO WS-FIRST-RECORD-FLAG
           PERFORM RETURN-ONE-MERCHANT-CASE UNTIL WS-SORTED-EOF

           IF NOT WS-FIRST-RECORD
               PERFORM EVALUATE-MERCHANT-GROUP
           END-IF.

       RETURN-ONE-MERCHANT-CASE.
           RETURN MERCH-SORT-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
               NOT AT END
                   IF WS-FIRST-RECORD
                       PERFORM START-MERCHANT-GROUP
                   ELSE
                       IF MS-MERCHANT-ID NOT = WS-BREAK-MERCHANT
                           PERFORM EVALUATE-MERCHANT-GROUP
                           PERFORM START-MERCHANT-GROUP
                       END-IF
                   END-IF

                   ADD 1 TO WS-MERCH-CASES
                   IF WS-MERCH-CARDS = ZERO
                      OR MS-CARD-NUMBER NOT = WS-BREAK-MERCH-CARD
                       ADD 1 TO WS-MERCH-CARDS
                       MOVE MS-CARD-NUMBER TO WS-BREAK-MERCH-CARD
                   END-IF
                   MOVE MS-DISPOSITION TO WS-CASE-DISPOSITION
                   IF WS-CASE-CONFIRMED
                       ADD 1 TO WS-MERCH-CONFIRMED
                   ELSE
                       IF NOT WS-CASE-FALSE-POS
                           ADD 1 TO WS-MERCH-OPEN
                       END-IF
                   END-IF
           END-RETURN.

       START-MERCHANT-GROUP.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           MOVE MS-MERCHANT-ID TO WS-BREAK-MERCHANT
           MOVE SPACES TO WS-BREAK-MERCH-CARD
           MOVE ZERO TO WS-MERCH-CASES
           MOVE ZERO TO WS-MERCH-CARDS
           MOVE ZERO TO WS-MERCH-CONFIRMED
           MOVE ZERO TO WS-MERCH-OPEN.

       EVALUATE-MERCHANT-GROUP.
           IF WS-MERCH-CARDS > 1
               ADD 1 TO WS-COUNT-MERCHANTS
               MOVE WS-BREAK-MERCHANT  TO WS-MDL-MERCHANT-ID
               MOVE WS-MERCH-CARDS     TO WS-MDL-CARDS
               MOVE WS-MERCH-CASES     TO WS-MDL-CASES
               MOVE WS-MERCH-OPEN      TO WS-MDL-OPEN
               MOVE WS-MERCH-CONFIRMED TO WS-MDL-CONFIRMED
               MOVE WS-MERCHANT-DETAIL-LINE TO CLUSTER-RPT-LINE
               WRITE CLUSTER-RPT-LINE
           END-IF.

       WRITE-LINK-TOTALS.
           MOVE SPACES TO CLUSTER-RPT-LINE
           WRITE CLUSTER-RPT-LINE

           MOVE WS-COUNT-READ TO WS-COUNT-OUT
           STRING "CASES ON MASTER . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-LINKED TO WS-COUNT-OUT
           STRING "CASES LINKED  . . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-UNLINKED TO WS-COUNT-OUT
           STRING "NO FLAGGED RECORD . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-XREF TO WS-COUNT-OUT
           STRING "CROSS-REFERENCE ROWS  . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-CLUSTERS TO WS-COUNT-OUT
           STRING "CLUSTERS  . . . . . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-CLUSTERED TO WS-COUNT-OUT
           STRING "CASES IN CLUSTERS . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-HOT-CLUSTERS TO WS-COUNT-OUT
           STRING "CLUSTERS WITH CONFIRMED . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-RAISED TO WS-COUNT-OUT
           STRING "OPEN CASES RAISED . . . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE
           MOVE SPACES TO CLUSTER-RPT-LINE

           MOVE WS-COUNT-MERCHANTS TO WS-COUNT-OUT
           STRING "MULTI-CARD MERCHANTS  . . : " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                  INTO CLUSTER-RPT-LINE
           END-STRING
           WRITE CLUSTER-RPT-LINE.

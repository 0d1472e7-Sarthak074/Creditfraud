      *> ----------------------------------------------------------
      *> SCOREREC.cpy
      *> Record layout of the indexed scored-transaction store
      *> (FRAUD.SCORED.dat), keyed on SC-TRANS-ID - one record per
      *> TXN FRAUDCHK actually scored, flagged or clean, so a
      *> fraud report arriving weeks later from the card network
      *> or the issuer chargeback team has something to be
      *> matched against.  SC-ACTION-CODE is the action FRAUDCHK
      *> appended, or "CLEAN" when nothing tripped.  The rule
      *> that applied is SC-RULE-SOURCE - H hot-card row, R
      *> FRAUD.RISKLOC.txt row, T global FRAUD.THRESHOLD.txt tier
      *> - with SC-RULE-KEY the tier code or location prefix, and
      *> SC-RULE-AMOUNT the amount that rule flags at: for a flag,
      *> the cutoff the transaction met; for a clean score, the
      *> lowest cutoff it would have had to reach (the row's
      *> REVIEW amount, or the lowest global tier), so the gap
      *> between the two is how far under the line it sat.  A
      *> hot-card hit flags on any amount and carries zero.  The
      *> base-currency amount follows the checkpoint convention -
      *> unsigned digits with a separate sign byte.
      *> SC-CARD-NUMBER is the card's token (TOKVAULT).
      *> SC-REPORTED-FLAG/SC-REPORTED-DATE are set by FRDMISS the
      *> first time a fraud report names the transaction, so a
      *> report re-sent by the network is not counted twice.
      *> Written by FRAUDCHK, matched by FRDMISS, retired by
      *> FRDPURGE.
      *> ----------------------------------------------------------
       01  SC-SCORED-RECORD.
           05  SC-TRANS-ID        PIC X(10).
           05  SC-BUSINESS-DATE   PIC X(08).
           05  SC-SCORED-DATE     PIC X(08).
           05  SC-LOCATION        PIC X(20).
           05  SC-MERCHANT-ID     PIC X(15).
           05  SC-CARD-NUMBER     PIC X(16).
           05  SC-CURRENCY-CODE   PIC X(03).
           05  SC-ACTION-CODE     PIC X(08).
               88  SC-SCORED-CLEAN    VALUE "CLEAN".
           05  SC-RULE-SOURCE     PIC X(01).
               88  SC-RULE-HOTCARD    VALUE "H".
               88  SC-RULE-RISKLOC    VALUE "R".
               88  SC-RULE-TIER       VALUE "T".
           05  SC-RULE-KEY        PIC X(05).
           05  SC-RULE-AMOUNT     PIC 9(09)V99.
           05  SC-AMOUNT-SIGN     PIC X(01).
           05  SC-BASE-AMOUNT     PIC 9(09)V99.
           05  SC-REPORTED-FLAG   PIC X(01).
               88  SC-FRAUD-REPORTED  VALUE "Y".
           05  SC-REPORTED-DATE   PIC X(08).

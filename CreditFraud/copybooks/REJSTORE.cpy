      *> ----------------------------------------------------------
      *> REJSTORE.cpy
      *> Record layout of the indexed reject store
      *> (FRAUD.REJECT.STORE.dat), keyed on trans-id plus the
      *> processing date FRAUDCHK rejected it on - one record per
      *> FRAUD.REJECTS.txt record ever loaded, so a transaction
      *> rejected again after it was resubmitted is a new row and
      *> the first one keeps its history.  RJ-ORIGINAL-RECORD is
      *> the TXN record exactly as it was rejected (card number
      *> already a token); RJ-REPAIRED-RECORD is the corrected
      *> record an operator accepted in FRDRJREP, which is what
      *> FRDRJSUB puts on FRAUD.RESUBMIT.txt.  RJ-STATUS moves
      *> OPEN -> REPAIRED -> RESUBMITTED, or to ABANDONED when an
      *> operator gives up on the record; RJ-STATUS-USER and
      *> RJ-STATUS-TIMESTAMP are who made the latest change and
      *> when (the batch steps post under SYSRJAGE / SYSRJSUB),
      *> and RJ-REPAIR-USER / RJ-REPAIR-TIMESTAMP keep the
      *> operator who accepted the correction once the batch has
      *> moved the row on.  RJ-RESUBMIT-DATE is the processing
      *> date of the FRAUDCHK run the record was resubmitted to.
      *> Records are never deleted.  Loaded by FRDRJAGE, worked by
      *> FRDRJREP, resubmitted by FRDRJSUB.
      *> ----------------------------------------------------------
       01  RJ-REJECT-RECORD.
           05  RJ-KEY.
               10  RJ-TRANS-ID        PIC X(10).
               10  RJ-REJECT-DATE     PIC X(08).
           05  RJ-REASON-CODE         PIC X(04).
           05  RJ-REASON-TEXT         PIC X(30).
           05  RJ-STATUS              PIC X(11).
               88  RJ-STATUS-OPEN        VALUE "OPEN".
               88  RJ-STATUS-REPAIRED    VALUE "REPAIRED".
               88  RJ-STATUS-RESUBMITTED VALUE "RESUBMITTED".
               88  RJ-STATUS-ABANDONED   VALUE "ABANDONED".
           05  RJ-STATUS-USER         PIC X(08).
           05  RJ-STATUS-TIMESTAMP    PIC X(14).
           05  RJ-REPAIR-USER         PIC X(08).
           05  RJ-REPAIR-TIMESTAMP    PIC X(14).
           05  RJ-RESUBMIT-DATE       PIC X(08).
           05  RJ-ORIGINAL-RECORD     PIC X(96).
           05  RJ-REPAIRED-RECORD     PIC X(96).

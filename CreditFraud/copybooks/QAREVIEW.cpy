      *> ----------------------------------------------------------
      *> QAREVIEW.cpy
      *> Record layout of the indexed disposition QA store
      *> (FRAUD.QA.REVIEW.dat), keyed on QA-TRANS-ID - one record
      *> per closed case FRDQASMP ever drew for second review, so
      *> a case is sampled once and only once.  The record keeps
      *> the disposition as it stood when sampled (analyst,
      *> disposition, the severity rank FRDQUEUE gave the case,
      *> and the base-currency amount under the checkpoint
      *> convention - unsigned digits with a separate sign byte)
      *> and, once a supervisor has worked it in FRDQAREV, the
      *> outcome: AGREE, or OVERTURN with the disposition the
      *> case master was changed to - or SUPERSED, with the
      *> disposition the master already carried, when the case
      *> was re-dispositioned between the draw and the review and
      *> there was no longer a sampled closure to judge.
      *> QA-SAMPLE-REASON says why
      *> the case was drawn - the percentage sample or the amount
      *> floor.  Records are never deleted; they are the audit
      *> evidence of the second review.  Written by FRDQASMP,
      *> worked by FRDQAREV, reported by FRDQASMP.
      *> ----------------------------------------------------------
       01  QA-REVIEW-RECORD.
           05  QA-TRANS-ID        PIC X(10).
           05  QA-SAMPLE-DATE     PIC X(08).
           05  QA-SAMPLE-REASON   PIC X(01).
               88  QA-PICKED-BY-RATE  VALUE "R".
               88  QA-PICKED-BY-FLOOR VALUE "F".
           05  QA-ANALYST-ID      PIC X(08).
           05  QA-DISPOSITION     PIC X(14).
           05  QA-SEVERITY        PIC X(01).
           05  QA-AMOUNT-SIGN     PIC X(01).
           05  QA-AMOUNT          PIC 9(11)V99.
           05  QA-STATUS          PIC X(08).
               88  QA-STATUS-OPEN     VALUE "OPEN".
               88  QA-STATUS-AGREE    VALUE "AGREE".
               88  QA-STATUS-OVERTURN VALUE "OVERTURN".
               88  QA-STATUS-SUPERSEDED VALUE "SUPERSED".
           05  QA-REVIEWER-ID     PIC X(08).
           05  QA-REVIEW-TIMESTAMP PIC X(14).
           05  QA-NEW-DISPOSITION PIC X(14).

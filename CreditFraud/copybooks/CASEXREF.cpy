      *> ----------------------------------------------------------
      *> CASEXREF.cpy
      *> Record layout of the indexed case cross-reference
      *> (FRAUD.CASE.XREF.dat) - the card-number and merchant
      *> search path onto the case master, which is keyed on
      *> trans-id alone.  Two rows per trans-id-keyed case: one
      *> under XR-KEY-TYPE "C" with the card number from its
      *> CM-FLAGGED-RECORD, one under "M" with the merchant.  The
      *> trans-id is the last part of the key, so a START at
      *> type + value followed by READ NEXT walks every case on
      *> one card (or one merchant) in trans-id order.  The row
      *> carries keys only - the case's disposition is always
      *> read from the master, so the cross-reference never goes
      *> stale on a re-disposition.  Rebuilt whole every night by
      *> FRDLINK; FRDCASE adds the rows for a case it creates
      *> during the day, so an inquiry sees it before the next
      *> rebuild.  Read by FRDCINQ and FRDQUEUE.
      *> ----------------------------------------------------------
       01  XR-XREF-RECORD.
           05  XR-KEY.
               10  XR-KEY-TYPE    PIC X(01).
                   88  XR-BY-CARD     VALUE "C".
                   88  XR-BY-MERCHANT VALUE "M".
               10  XR-KEY-VALUE   PIC X(16).
               10  XR-TRANS-ID    PIC X(10).

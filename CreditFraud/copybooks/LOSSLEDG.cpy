      *> amount; the posting buckets only ever accumulate
      *> positive postings.  Net loss is gross less recovered
      *> less charged back; the write-off bucket records what was
      *> given up on, it does not reduce the net.  LL-REVERSED is
      *> the part of the provisional loss reversed because the
      *> case is no longer CONFIRMED - the whole loss while it is
      *> not, zero once it is confirmed again - and carries
      *> LL-LOSS-SIGN; net loss is also less the reversal.  The
      *> provisional loss itself is never changed once the record
      *> is opened, so what FRDGLJNL has posted stays posted.
      *> Maintained and reported by FRDLOSS.
      *> 2026-10-14  LL-REVERSED added, record 112 to 125 bytes;
      *> the one-time FRDLLCNV converts a ledger written in the
      *> old layout, opening LL-REVERSED at zero.
      *> ----------------------------------------------------------
       01  LL-LEDGER-RECORD.
           05  LL-TRANS-ID        PIC X(10).
           05  LL-RECOVERED       PIC 9(11)V99.
           05  LL-CHARGEBACK      PIC 9(11)V99.
           05  LL-WRITEOFF        PIC 9(11)V99.
           05  LL-REVERSED        PIC 9(11)V99.

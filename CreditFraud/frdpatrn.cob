      *>             identifier (TXNREC); the control break itself
      *>             is unchanged - the sort keys and the velocity
      *>             flag layout sit ahead of the new field.
      *> 2026-10-14  Reads FRAUD.INPUT.TOKEN.txt, the copy of the
      *>             feed FRAUDCHK writes with every card number
      *>             replaced by its token, instead of the raw
      *>             FRAUD.INPUT.txt - the sorted work file carries
      *>             whole records and must not hold card numbers.
      *>             The break itself never looked at the card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO 'FRAUD.INPUT.TOKEN.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'FRAUD.PATTERN.SORTWORK.tmp'.
           SELECT SORTED-FILE ASSIGN TO 'FRAUD.PATTERN.SORTED.txt'

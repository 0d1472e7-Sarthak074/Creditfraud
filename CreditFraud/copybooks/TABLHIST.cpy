      *> ----------------------------------------------------------
      *> TABLHIST.cpy
      *> Record layout of the indexed scoring-table history
      *> (FRAUD.TABLE.HIST.dat) - the four scoring tables exactly
      *> as FRAUDCHK loaded them for a processing date, so a
      *> transaction that arrives days late can be scored against
      *> the tables that were in effect on its own business date
      *> rather than tonight's.  Keyed on TH-DATE plus the table
      *> (T FRAUD.THRESHOLD.txt tier, R FRAUD.RISKLOC.txt row,
      *> H FRAUD.HOTCARD.txt row, E FRAUD.EXRATE.txt rate) plus
      *> the row's load sequence.  TH-ROW-DATA holds one
      *> in-memory table entry byte for byte, in FRAUDCHK's
      *> working-storage layout for that table: a hot-card row
      *> carries the card's token, as loaded.  FRAUDCHK replaces
      *> a date's rows on every run for the date, so the history
      *> holds the tables the date's last run scored with.
      *> Written by FRAUDCHK, read by FRDBKSCR, retired by
      *> FRDPURGE at the back-scoring age.
      *> ----------------------------------------------------------
       01  TH-TABLE-ROW.
           05  TH-KEY.
               10  TH-DATE            PIC X(08).
               10  TH-TABLE           PIC X(01).
                   88  TH-THRESHOLD-ROW   VALUE "T".
                   88  TH-RISKLOC-ROW     VALUE "R".
                   88  TH-HOTCARD-ROW     VALUE "H".
                   88  TH-EXRATE-ROW      VALUE "E".
               10  TH-SEQUENCE        PIC 9(03).
           05  TH-ROW-DATA            PIC X(36).

      *>             e.g.  START FRAUDCHK
      *>                   END   FRAUDCHK 00
      *>             RC is only read on an END registration.
      *> 2026-10-14  FRDHOTFD joins the sequence after FRDOUTRX - the
      *>             hot-card feed lists the cards of the CONFIRMED
      *>             and NOTMINE cases on the master, so it runs once
      *>             FRDOUTRX has opened that night's escalations,
      *>             and the cards it lists are on FRAUD.HOTCARD.txt
      *>             before the next FRAUDCHK.
      *> 2026-10-14  FRDBINAT joins the sequence after FRDPROFL - its
      *>             BIN-attack flags are merged by FRDQUEUE and
      *>             proven by FRDRECON, so it runs with the other
      *>             detection steps ahead of the queue build.
      *> 2026-10-14  FRDLINK joins the sequence after FRDHOTFD - it
      *>             rebuilds the case cross-reference FRDQUEUE
      *>             clusters and raises related cases from, so it
      *>             runs once the master has the night's
      *>             FRDOUTRX updates and before the queue build.
      *> 2026-10-14  FRDQASMP joins the sequence after FRDMERCH - it
      *>             draws the day's closures for supervisor QA off
      *>             the history trail and reports overturn rates,
      *>             so it closes the night once every step that
      *>             writes the master has run.
      *> 2026-10-14  FRDBKSCR joins the sequence after FRAUDCHK - it
      *>             back-scores the off-cycle records FRAUDCHK set
      *>             aside, and its late flags feed FRDOUTRX,
      *>             FRDQUEUE and FRDBLKX and are proven by
      *>             FRDRECON, so it runs straight after the
      *>             scoring pass it completes.
      *> 2026-10-14  FRDRJSUB joins the sequence ahead of FRAUDCHK -
      *>             it builds the resubmission file of repaired
      *>             rejects that FRAUDCHK reads after the feed, so
      *>             it now opens the night.  FRDRJAGE joins after
      *>             FRDRECON - it loads the night's rejects onto
      *>             the reject store once FRDRECON has proven the
      *>             rejects file, and reports their aging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *> ---------------------------------------------------------
      *> The enforced nightly sequence.  A step's predecessor is
      *> the entry before it; FRDRJSUB has none.  New steps join
      *> here, in the position the stream runs them.
       01  WS-SEQUENCE-COUNT      PIC 9(2) COMP-3 VALUE 16.
       01  WS-SEQUENCE-VALUES.
           05  FILLER             PIC X(8) VALUE "FRDRJSUB".
           05  FILLER             PIC X(8) VALUE "FRAUDCHK".
           05  FILLER             PIC X(8) VALUE "FRDBKSCR".
           05  FILLER             PIC X(8) VALUE "FRDPATRN".
           05  FILLER             PIC X(8) VALUE "FRDPROFL".
           05  FILLER             PIC X(8) VALUE "FRDBINAT".
           05  FILLER             PIC X(8) VALUE "FRDOUTRX".
           05  FILLER             PIC X(8) VALUE "FRDHOTFD".
           05  FILLER             PIC X(8) VALUE "FRDLINK".
           05  FILLER             PIC X(8) VALUE "FRDQUEUE".
           05  FILLER             PIC X(8) VALUE "FRDBLKX".
           05  FILLER             PIC X(8) VALUE "FRDRECON".
           05  FILLER             PIC X(8) VALUE "FRDRJAGE".
           05  FILLER             PIC X(8) VALUE "FRDAGING".
           05  FILLER             PIC X(8) VALUE "FRDMERCH".
           05  FILLER             PIC X(8) VALUE "FRDQASMP".
       01  WS-SEQUENCE-TABLE REDEFINES WS-SEQUENCE-VALUES.
           05  WS-SEQUENCE-STEP   OCCURS 16 TIMES PIC X(8).

       01  WS-SEQ-IDX             PIC 9(2) COMP-3 VALUE ZERO.
       01  WS-STEP-POSITION       PIC 9(2) COMP-3 VALUE ZERO.
           88  WS-RUNCTL-EOF      VALUE 'Y'.

       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE-ENTRY OCCURS 16 TIMES.
               10  WS-STATE-EVENT PIC X(7).
               10  WS-STATE-RC    PIC X(2).


      *>             attests the whole file.  FRDPURGE retires
      *>             the absorbed-id rows for past dates on its
      *>             retention run.
      *> 2026-10-14  Reads FRAUD.INPUT.TOKEN.txt, the copy of the
      *>             feed FRAUDCHK writes with every card number
      *>             replaced by its token, instead of the raw
      *>             FRAUD.INPUT.txt.  The card-profile master is
      *>             now keyed on the token (FRDTKCNV rekeyed the
      *>             rows already on file); a card always gets the
      *>             same token, so its history carries on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFPARM-FILE ASSIGN TO 'FRAUD.PROFILE.PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFILE ASSIGN TO 'FRAUD.INPUT.TOKEN.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXRATE-FILE ASSIGN TO 'FRAUD.EXRATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *> ----------------------------------------------------------
      *> CARDPROF.cpy
      *> Record layout of the indexed card-profile master
      *> (FRAUD.CARD.PROFILE.dat), keyed on CP-CARD-NUMBER - the
      *> card's token (TOKVAULT), never the card number - one
      *> record per card ever scored, the rolling picture of how
      *> that card normally behaves: transaction count, total and
      *> peak base-currency amount (the average is total over

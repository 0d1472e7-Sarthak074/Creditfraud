      *> ----------------------------------------------------------
      *> TOKVAULT.cpy
      *> Record layout of the indexed card-token vault
      *> (FRAUD.TOKEN.VAULT.dat) - the one place a card number and
      *> the token that stands for it everywhere else in the suite
      *> are held together.  Three row types share the key:
      *>   "P" + card number  - TV-MAPPED-VALUE is the card's token
      *>   "T" + token        - TV-MAPPED-VALUE is the card number
      *>   "S" + token bucket - TV-LAST-SERIAL is the last serial
      *>                        issued in that bucket
      *> A token keeps the card's leading 8 and trailing 4 digits -
      *> the BIN FRDBINAT groups on and the last four FRDOUTRX
      *> prints to the cardholder - with the middle 4 digits a
      *> serial issued per bucket (leading 8 + trailing 4), chosen
      *> so the token always FAILS the Luhn check a real card
      *> number passes; a token can therefore never be mistaken
      *> for, or collide with, a live card.  A value that is not
      *> a 16-digit card number is tokenized into the "00000000"
      *> bucket with an 8-digit serial.  Rows are never changed or
      *> deleted once written, except the "S" row's serial.
      *> Issued by FRAUDCHK (and FRDTMNT/FRDTKCNV for cards keyed
      *> or converted outside the nightly feed) through TOKISSUE;
      *> looked up card-to-token by FRDSCORE and FRDCINQ through
      *> TOKFIND; read token-to-card ONLY by FRDBLKX for the
      *> auth-platform extract and by FRDCINQ's authorized reveal,
      *> each of which logs every lookup to FRAUD.TOKEN.ACCESS.txt
      *> (TOKALOG).
      *> ----------------------------------------------------------
       01  TV-VAULT-RECORD.
           05  TV-KEY.
               10  TV-KEY-TYPE    PIC X(01).
                   88  TV-BY-CARD     VALUE "P".
                   88  TV-BY-TOKEN    VALUE "T".
                   88  TV-SERIAL-ROW  VALUE "S".
               10  TV-KEY-VALUE   PIC X(16).
           05  TV-MAPPED-VALUE    PIC X(16).
           05  TV-LAST-SERIAL     PIC 9(08).
           05  TV-CREATED-DATE    PIC X(08).

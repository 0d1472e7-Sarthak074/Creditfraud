      *> ----------------------------------------------------------
      *> TOKALOG.cpy
      *> Record layout of the card-token access log
      *> (FRAUD.TOKEN.ACCESS.txt) - one line appended for every
      *> token-to-card lookup against the vault (TOKVAULT),
      *> successful or not, and for every refused attempt:
      *>   TIMESTAMP(14) PROGRAM(8) USER(8) TOKEN(16) TRANS-ID(10)
      *>   RESULT(8)
      *> separated by single spaces.  RESULT is REVEALED when the
      *> card number was handed out, NOTFOUND when the token is not
      *> on the vault, DENIED when the user is not authorized.  The
      *> card number itself is never written here.  Appended by
      *> FRDBLKX (user SYSBLKX) and FRDCINQ; never rewritten.
      *> ----------------------------------------------------------
       01  TA-ACCESS-RECORD.
           05  TA-TIMESTAMP       PIC X(14).
           05  FILLER             PIC X(01).
           05  TA-PROGRAM         PIC X(08).
           05  FILLER             PIC X(01).
           05  TA-USER-ID         PIC X(08).
           05  FILLER             PIC X(01).
           05  TA-TOKEN           PIC X(16).
           05  FILLER             PIC X(01).
           05  TA-TRANS-ID        PIC X(10).
           05  FILLER             PIC X(01).
           05  TA-RESULT          PIC X(08).
               88  TA-REVEALED        VALUE "REVEALED".
               88  TA-NOT-FOUND       VALUE "NOTFOUND".
               88  TA-DENIED          VALUE "DENIED".

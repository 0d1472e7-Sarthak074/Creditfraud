      *> ----------------------------------------------------------
      *> TOKWORK.cpy
      *> Working storage for the card-token paragraphs FIND-CARD-
      *> TOKEN (TOKFIND.cpy) and TOKENIZE-CARD-NUMBER (TOKISSUE.cpy).
      *> A caller MOVEs a card number - or a value that may already
      *> be a token - into WS-TOKEN-CARD and PERFORMs one of them;
      *> the token comes back in WS-TOKEN-VALUE.  A blank card
      *> comes back blank.  The caller's SELECT names the vault
      *> TOKEN-VAULT over TOKVAULT.cpy, RANDOM access on TV-KEY.
      *> ----------------------------------------------------------
       01  WS-TOKEN-FIELDS.
           05  WS-TOKEN-CARD           PIC X(16).
           05  WS-TOKEN-VALUE          PIC X(16).
           05  WS-TOKEN-FOUND-FLAG     PIC X(01) VALUE 'N'.
               88  WS-TOKEN-FOUND             VALUE 'Y'.
           05  WS-TOKEN-BUCKET         PIC X(16).
           05  WS-TOKEN-SERIAL-FLAG    PIC X(01) VALUE 'N'.
               88  WS-TOKEN-SERIAL-ON-FILE    VALUE 'Y'.
           05  WS-TOKEN-SERIAL         PIC 9(08) VALUE ZERO.
           05  WS-TOKEN-SERIAL-X REDEFINES WS-TOKEN-SERIAL
                                       PIC X(08).
           05  WS-TOKEN-SERIAL-MAX     PIC 9(08) VALUE ZERO.
           05  WS-TOKEN-BUILD          PIC X(16).
           05  WS-TOKEN-BUILD-DIGITS REDEFINES WS-TOKEN-BUILD.
               10  WS-TOKEN-DIGIT      OCCURS 16 TIMES PIC 9(01).
           05  WS-TOKEN-LUHN-IDX       PIC 9(02) COMP-3 VALUE ZERO.
           05  WS-TOKEN-LUHN-SUM       PIC 9(03) COMP-3 VALUE ZERO.
           05  WS-TOKEN-LUHN-ADD       PIC 9(02) COMP-3 VALUE ZERO.
           05  WS-TOKEN-LUHN-QUOT      PIC 9(03) COMP-3 VALUE ZERO.
           05  WS-TOKEN-LUHN-REM       PIC 9(02) COMP-3 VALUE ZERO.
           05  WS-TOKEN-LUHN-FLAG      PIC X(01) VALUE 'N'.
               88  WS-TOKEN-LUHN-VALID        VALUE 'Y'.
           05  WS-TOKEN-TODAY          PIC 9(08) VALUE ZERO.
           05  WS-TOKENS-ISSUED        PIC 9(09) COMP-3 VALUE ZERO.

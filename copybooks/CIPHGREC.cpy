      *> RATE-CARD - one card on the chargeback rate table finance
      *> maintains (CHGRATES). CHGBACK reads the whole table at the
      *> start of the month-end run and prices every message by it.
      *> RC-CARD-TYPE: RT = rate for one mode and priority class
      *>               PM = premium on top of the rate
      *>               a card starting '*' is a comment
      *> RT cards - RC-MODE E, D or S and RC-CLASS F, P or R, one card
      *>   per pair: RC-BASE-CHARGE per message, plus RC-BLOCK-CHARGE
      *>   for every RC-BLOCK-SIZE characters of message text or part
      *>   of them. Charges are five digits with two implied decimals
      *>   (00150 = 1.50), the block size three digits.
      *>   e.g. RT EF 00150 00025 050
      *> PM cards - RC-PREMIUM-ON S (solve requests) or F (flash
      *>   traffic) and the percentage added to the priced message,
      *>   three digits. A flash solve carries both.
      *>   e.g. PM S 050
    01 RATE-CARD.
        05 RC-CARD-TYPE        PIC XX.
           88 RC-RATE-CARD     VALUE 'RT'.
           88 RC-PREMIUM-CARD  VALUE 'PM'.
        05 FILLER              PIC X.
        05 RC-OPERANDS         PIC X(77).
        05 RC-RATE-OPERANDS REDEFINES RC-OPERANDS.
            10 RC-MODE         PIC X.
            10 RC-CLASS        PIC X.
            10 FILLER          PIC X.
            10 RC-BASE-CHARGE  PIC 9(3)V99.
            10 FILLER          PIC X.
            10 RC-BLOCK-CHARGE PIC 9(3)V99.
            10 FILLER          PIC X.
            10 RC-BLOCK-SIZE   PIC 9(3).
            10 FILLER          PIC X(59).
        05 RC-PREMIUM-OPERANDS REDEFINES RC-OPERANDS.
            10 RC-PREMIUM-ON   PIC X.
               88 RC-SOLVE-PREMIUM VALUE 'S'.
               88 RC-FLASH-PREMIUM VALUE 'F'.
            10 FILLER          PIC X.
            10 RC-PREMIUM-PCT  PIC 9(3).
            10 FILLER          PIC X(72).

      *> KEY-POLICY-CARD - one rule on the key quality policy file the
      *> security officer maintains. Every program that admits a key
      *> (KEYLOAD, KEYMAINT, IDEONE for embedded keys, the KEYAUDIT
      *> sweep) reads the whole file and judges keys by it.
      *> PC-RULE: ML = minimum keyword length (PC-NUMBER-VALUE)
      *>          MD = minimum distinct letters in a keyword
      *>               (PC-NUMBER-VALUE)
      *>          BS = banned Caesar shift (PC-NUMBER-VALUE, taken
      *>               modulo 26, so 13 also bans -13 and 39)
      *>          BK = banned keyword (PC-OPERAND) - the dictionary
      *>               list goes in as one BK card per word
      *>          a card starting '*' is a comment
      *> Numbers are two digits, right-justified with a leading zero.
      *> The rules apply to Vigenere keywords and transposition
      *> column keywords alike. Whatever the cards say, a shift of 0
      *> or 13 (mod 26), a keyword under two letters and a keyword
      *> of one repeated letter are always weak - the cards can
      *> tighten the policy, never loosen it below that floor.
    01 KEY-POLICY-CARD.
        05 PC-RULE             PIC XX.
           88 PC-MIN-LENGTH-RULE    VALUE 'ML'.
           88 PC-MIN-DISTINCT-RULE  VALUE 'MD'.
           88 PC-BANNED-SHIFT-RULE  VALUE 'BS'.
           88 PC-BANNED-KEYWORD-RULE VALUE 'BK'.
        05 FILLER              PIC X.
        05 PC-OPERAND          PIC X(20).
        05 PC-NUMBER REDEFINES PC-OPERAND.
            10 PC-NUMBER-VALUE PIC 99.
            10 FILLER          PIC X(18).

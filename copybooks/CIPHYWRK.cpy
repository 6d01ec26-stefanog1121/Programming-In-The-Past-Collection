      *> KEY-POLICY-AREAS - the key quality policy as loaded from the
      *> policy file (see CIPHYREC for the card rules), and the work
      *> fields CHECK-KEY-POLICY judges one key with. The VALUE
      *> clauses are the built-in floor every key must clear even
      *> when no policy file could be read.
      *> Caller sets POLICY-CALLER before LOAD-KEY-POLICY (it prefixes
      *> the load's console messages), and POLICY-CIPHER-TYPE, -SHIFT,
      *> -KEYWORD and -TRANS-KEYWORD before CHECK-KEY-POLICY, which
      *> leaves POLICY-VERDICT spaces for a key that passes or the
      *> reason it is weak.
    01 KEY-POLICY-AREAS.
        05 POLICY-CALLER       PIC X(8) VALUE SPACES.
        05 POLICY-LOADED       PIC X VALUE 'N'.
        05 POLICY-CARDS-READ   PIC 9(4) VALUE 0.
        05 POLICY-CARDS-REJECTED PIC 9(4) VALUE 0.
        05 END-OF-POLICY       PIC X VALUE 'N'.
        05 POLICY-MIN-LENGTH   PIC 99 VALUE 2.
        05 POLICY-MIN-DISTINCT PIC 99 VALUE 2.
        05 POLICY-SHIFT-COUNT  PIC 99 VALUE 0.
        05 POLICY-BANNED-SHIFT PIC 99 OCCURS 26 TIMES.
        05 POLICY-WORD-COUNT   PIC 999 VALUE 0.
        05 POLICY-BANNED-WORD  PIC X(20) OCCURS 200 TIMES.

    01 KEY-POLICY-CHECK.
        05 POLICY-CIPHER-TYPE  PIC X VALUE SPACE.
        05 POLICY-SHIFT        PIC S99 VALUE 0.
        05 POLICY-KEYWORD      PIC X(20) VALUE SPACES.
        05 POLICY-TRANS-KEYWORD PIC X(20) VALUE SPACES.
        05 POLICY-VERDICT      PIC X(40) VALUE SPACES.
        05 POLICY-CHECK-WORD   PIC X(20) VALUE SPACES.
        05 POLICY-WORD-LABEL   PIC X(10) VALUE SPACES.
        05 POLICY-WORD-LENGTH  PIC 99 VALUE 0.
        05 POLICY-DISTINCT     PIC 99 VALUE 0.
        05 POLICY-LETTER-SEEN  PIC X(26) VALUE SPACES.
        05 POLICY-CHAR-POS     PIC 99 VALUE 0.
        05 POLICY-LETTER-NO    PIC 99 VALUE 0.
        05 POLICY-NORMAL-SHIFT PIC 99 VALUE 0.
        05 POLICY-SUB          PIC 999 VALUE 0.
        05 POLICY-FOUND        PIC X VALUE 'N'.

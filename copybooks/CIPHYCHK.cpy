      *> KEY POLICY PARAGRAPHS - loads the security officer's key
      *> quality policy and judges one key against it. Copied into
      *> the PROCEDURE DIVISION of every program that admits a key so
      *> they all apply the same rules; the program supplies the
      *> POLICY-FILE select (KEYPOLCY, line sequential, status
      *> POLICY-STATUS), its FD over CIPHYREC, and CIPHYWRK in
      *> WORKING-STORAGE.

*> Reads the whole policy file into the table. POLICY-LOADED stays
*> 'N' when the file cannot be opened - the caller decides whether
*> that stops the run or whether the built-in floor will do. Cards
*> the program cannot read are counted in POLICY-CARDS-REJECTED.
LOAD-KEY-POLICY.
    MOVE 'N' TO POLICY-LOADED
    MOVE 'N' TO END-OF-POLICY
    MOVE 0 TO POLICY-CARDS-READ
    MOVE 0 TO POLICY-CARDS-REJECTED
    OPEN INPUT POLICY-FILE
    IF POLICY-STATUS = '00'
        MOVE 'Y' TO POLICY-LOADED
        PERFORM READ-POLICY-CARD
        PERFORM UNTIL END-OF-POLICY = 'Y'
            ADD 1 TO POLICY-CARDS-READ
            PERFORM LOAD-ONE-POLICY-CARD
            PERFORM READ-POLICY-CARD
        END-PERFORM
        CLOSE POLICY-FILE
    END-IF.
    EXIT.

READ-POLICY-CARD.
    READ POLICY-FILE
        AT END
            MOVE 'Y' TO END-OF-POLICY
        NOT AT END
            CONTINUE
    END-READ.
    EXIT.

*> A length or distinct-letter minimum only ever raises the built-in
*> floor. Banned shifts are held modulo 26 so every equivalent shift
*> is caught; banned keywords are held in upper case because keys
*> are compared in upper case.
LOAD-ONE-POLICY-CARD.
    EVALUATE TRUE
        WHEN KEY-POLICY-CARD = SPACES
            CONTINUE
        WHEN PC-RULE(1:1) = '*'
            CONTINUE
        WHEN PC-MIN-LENGTH-RULE AND PC-NUMBER-VALUE IS NUMERIC
            IF PC-NUMBER-VALUE > POLICY-MIN-LENGTH
                MOVE PC-NUMBER-VALUE TO POLICY-MIN-LENGTH
            END-IF
        WHEN PC-MIN-DISTINCT-RULE AND PC-NUMBER-VALUE IS NUMERIC
            IF PC-NUMBER-VALUE > POLICY-MIN-DISTINCT
                MOVE PC-NUMBER-VALUE TO POLICY-MIN-DISTINCT
            END-IF
        WHEN PC-BANNED-SHIFT-RULE AND PC-NUMBER-VALUE IS NUMERIC
            COMPUTE POLICY-NORMAL-SHIFT =
                FUNCTION MOD(PC-NUMBER-VALUE, 26)
            PERFORM FIND-BANNED-SHIFT
            IF POLICY-FOUND = 'N'
                ADD 1 TO POLICY-SHIFT-COUNT
                MOVE POLICY-NORMAL-SHIFT
                    TO POLICY-BANNED-SHIFT(POLICY-SHIFT-COUNT)
            END-IF
        WHEN PC-BANNED-KEYWORD-RULE AND PC-OPERAND NOT = SPACES
            AND POLICY-WORD-COUNT < 200
            ADD 1 TO POLICY-WORD-COUNT
            MOVE FUNCTION UPPER-CASE(PC-OPERAND)
                TO POLICY-BANNED-WORD(POLICY-WORD-COUNT)
        WHEN PC-BANNED-KEYWORD-RULE AND PC-OPERAND NOT = SPACES
            DISPLAY FUNCTION TRIM(POLICY-CALLER)
                ': banned keyword list full at 200 - card '
                POLICY-CARDS-READ ' not loaded'
            ADD 1 TO POLICY-CARDS-REJECTED
        WHEN OTHER
            DISPLAY FUNCTION TRIM(POLICY-CALLER)
                ': key policy card ' POLICY-CARDS-READ
                ' not understood: ' KEY-POLICY-CARD
            ADD 1 TO POLICY-CARDS-REJECTED
    END-EVALUATE.
    EXIT.

*> Judges the key in POLICY-CIPHER-TYPE, -SHIFT, -KEYWORD and
*> -TRANS-KEYWORD. Each part the cipher type actually uses is
*> checked: the shift for Caesar (and for a two-stage key with no
*> Vigenere keyword), the keyword for Vigenere and two-stage keys,
*> the column keyword for transposition and two-stage keys. The
*> first weakness found goes in POLICY-VERDICT.
CHECK-KEY-POLICY.
    MOVE SPACES TO POLICY-VERDICT
    EVALUATE POLICY-CIPHER-TYPE
        WHEN 'V'
            PERFORM CHECK-POLICY-KEYWORD
        WHEN 'T'
            PERFORM CHECK-POLICY-COLUMN-KEY
        WHEN 'S'
            IF POLICY-KEYWORD NOT = SPACES
                PERFORM CHECK-POLICY-KEYWORD
            ELSE
                PERFORM CHECK-POLICY-SHIFT
            END-IF
            IF POLICY-VERDICT = SPACES
                PERFORM CHECK-POLICY-COLUMN-KEY
            END-IF
        WHEN OTHER
            PERFORM CHECK-POLICY-SHIFT
    END-EVALUATE.
    EXIT.

CHECK-POLICY-KEYWORD.
    MOVE POLICY-KEYWORD TO POLICY-CHECK-WORD
    MOVE 'KEYWORD' TO POLICY-WORD-LABEL
    PERFORM CHECK-POLICY-WORD.
    EXIT.

CHECK-POLICY-COLUMN-KEY.
    MOVE POLICY-TRANS-KEYWORD TO POLICY-CHECK-WORD
    MOVE 'COLUMN KEY' TO POLICY-WORD-LABEL
    PERFORM CHECK-POLICY-WORD.
    EXIT.

*> Length is counted to the last non-blank; distinct letters are
*> the different A-Z letters in it, so 'ABAB' has two.
CHECK-POLICY-WORD.
    MOVE FUNCTION UPPER-CASE(POLICY-CHECK-WORD) TO POLICY-CHECK-WORD
    MOVE 0 TO POLICY-WORD-LENGTH
    IF POLICY-CHECK-WORD NOT = SPACES
        INSPECT FUNCTION REVERSE(POLICY-CHECK-WORD)
            TALLYING POLICY-WORD-LENGTH FOR LEADING SPACE
        COMPUTE POLICY-WORD-LENGTH = 20 - POLICY-WORD-LENGTH
    END-IF
    MOVE ALL 'N' TO POLICY-LETTER-SEEN
    MOVE 0 TO POLICY-DISTINCT
    PERFORM VARYING POLICY-CHAR-POS FROM 1 BY 1
            UNTIL POLICY-CHAR-POS > POLICY-WORD-LENGTH
        IF POLICY-CHECK-WORD(POLICY-CHAR-POS:1) >= 'A'
            AND POLICY-CHECK-WORD(POLICY-CHAR-POS:1) <= 'Z'
            COMPUTE POLICY-LETTER-NO =
                FUNCTION ORD(POLICY-CHECK-WORD(POLICY-CHAR-POS:1))
                - FUNCTION ORD('A') + 1
            IF POLICY-LETTER-SEEN(POLICY-LETTER-NO:1) = 'N'
                MOVE 'Y' TO POLICY-LETTER-SEEN(POLICY-LETTER-NO:1)
                ADD 1 TO POLICY-DISTINCT
            END-IF
        END-IF
    END-PERFORM
    MOVE 'N' TO POLICY-FOUND
    PERFORM VARYING POLICY-SUB FROM 1 BY 1
            UNTIL POLICY-SUB > POLICY-WORD-COUNT
               OR POLICY-FOUND = 'Y'
        IF POLICY-BANNED-WORD(POLICY-SUB) = POLICY-CHECK-WORD
            MOVE 'Y' TO POLICY-FOUND
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN POLICY-WORD-LENGTH < POLICY-MIN-LENGTH
            STRING 'WEAK KEY - ' DELIMITED BY SIZE
                POLICY-WORD-LABEL DELIMITED BY '  '
                ' UNDER ' DELIMITED BY SIZE
                POLICY-MIN-LENGTH DELIMITED BY SIZE
                ' LETTERS' DELIMITED BY SIZE
                INTO POLICY-VERDICT
            END-STRING
        WHEN POLICY-DISTINCT < POLICY-MIN-DISTINCT
            STRING 'WEAK KEY - ' DELIMITED BY SIZE
                POLICY-WORD-LABEL DELIMITED BY '  '
                ' UNDER ' DELIMITED BY SIZE
                POLICY-MIN-DISTINCT DELIMITED BY SIZE
                ' DISTINCT' DELIMITED BY SIZE
                INTO POLICY-VERDICT
            END-STRING
        WHEN POLICY-FOUND = 'Y'
            STRING 'WEAK KEY - ' DELIMITED BY SIZE
                POLICY-WORD-LABEL DELIMITED BY '  '
                ' ON BANNED LIST' DELIMITED BY SIZE
                INTO POLICY-VERDICT
            END-STRING
    END-EVALUATE.
    EXIT.

*> Shifts 0 and 13 are always weak - the first leaves the text in
*> clear, the second is the well-known self-inverse ROT13.
CHECK-POLICY-SHIFT.
    COMPUTE POLICY-NORMAL-SHIFT = FUNCTION MOD(POLICY-SHIFT, 26)
    IF POLICY-NORMAL-SHIFT = 0 OR POLICY-NORMAL-SHIFT = 13
        MOVE 'Y' TO POLICY-FOUND
    ELSE
        PERFORM FIND-BANNED-SHIFT
    END-IF
    IF POLICY-FOUND = 'Y'
        STRING 'WEAK KEY - SHIFT BANNED (MOD 26 = '
                DELIMITED BY SIZE
            POLICY-NORMAL-SHIFT DELIMITED BY SIZE
            ')' DELIMITED BY SIZE
            INTO POLICY-VERDICT
        END-STRING
    END-IF.
    EXIT.

FIND-BANNED-SHIFT.
    MOVE 'N' TO POLICY-FOUND
    PERFORM VARYING POLICY-SUB FROM 1 BY 1
            UNTIL POLICY-SUB > POLICY-SHIFT-COUNT
               OR POLICY-FOUND = 'Y'
        IF POLICY-BANNED-SHIFT(POLICY-SUB) = POLICY-NORMAL-SHIFT
            MOVE 'Y' TO POLICY-FOUND
        END-IF
    END-PERFORM.
    EXIT.

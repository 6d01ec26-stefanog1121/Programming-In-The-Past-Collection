*> so the day's keys live in one protected dataset instead of
*> riding in clear on every QUEUEIN record. Rerunning the load
*> replaces the file in full - the deck is the master copy.
*> Every key is judged against the security officer's key quality
*> policy before it goes on the file; a weak key is dropped like
*> any other bad card. Each card's verdict is printed on a load
*> register so a dropped key's reason is on paper for the officer.
IDENTIFICATION DIVISION.
    PROGRAM-ID. KEYLOAD.
ENVIRONMENT DIVISION.
        RECORD KEY IS KF-KEY-ID
        FILE STATUS IS KEY-FILE-STATUS.

    *> key quality policy cards (layout in CIPHYREC)
    SELECT POLICY-FILE ASSIGN TO "KEYPOLCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.

    *> printed load register - one line per card
    SELECT REGISTER-FILE ASSIGN TO "KEYLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  KEY-CARD-FILE.
        05 KC-KEYWORD          PIC X(20).
        05 KC-EFFECTIVE-DATE   PIC 9(8).
        05 KC-EXPIRY-DATE      PIC 9(8).
        05 KC-TRANS-KEYWORD    PIC X(20).

FD  KEY-FILE.
    COPY CIPHKREC.

FD  POLICY-FILE.
    COPY CIPHYREC.

FD  REGISTER-FILE.
    01 REGISTER-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
    01 KEY-CARD-STATUS      PIC XX VALUE SPACES.
    01 KEY-FILE-STATUS      PIC XX VALUE SPACES.
    01 POLICY-STATUS        PIC XX VALUE SPACES.
    01 REGISTER-STATUS      PIC XX VALUE SPACES.
    01 END-OF-CARDS         PIC X VALUE 'N'.
    01 CARDS-READ           PIC 9(6) VALUE 0.
    01 KEYS-LOADED          PIC 9(6) VALUE 0.
    01 CARDS-DROPPED        PIC 9(6) VALUE 0.
    01 WEAK-KEYS-DROPPED    PIC 9(6) VALUE 0.
    01 TODAY-DATE           PIC 9(8) VALUE 0.

    *> why the current card was dropped - spaces means it loaded
    01 DROP-REASON          PIC X(45) VALUE SPACES.

    COPY CIPHYWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    *> the policy is read before the key file is opened for output,
    *> so a run that cannot judge its keys leaves yesterday's key
    *> file standing rather than an empty one
    MOVE 'KEYLOAD' TO POLICY-CALLER
    PERFORM LOAD-KEY-POLICY
    IF POLICY-LOADED NOT = 'Y'
        DISPLAY 'KEYLOAD: unable to open key policy file, status '
            POLICY-STATUS ' - no keys loaded'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF POLICY-CARDS-REJECTED > 0
        DISPLAY 'KEYLOAD: ' POLICY-CARDS-REJECTED
            ' key policy cards not understood - no keys loaded'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT KEY-CARD-FILE
    IF KEY-CARD-STATUS NOT = '00'
        DISPLAY 'KEYLOAD: unable to open key card file, status '
            KEY-CARD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REGISTER-FILE
    IF REGISTER-STATUS NOT = '00'
        DISPLAY 'KEYLOAD: unable to open register file, status '
            REGISTER-STATUS
        CLOSE KEY-CARD-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT KEY-FILE
        DISPLAY 'KEYLOAD: unable to open key file, status '
            KEY-FILE-STATUS
        CLOSE KEY-CARD-FILE
        CLOSE REGISTER-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-REGISTER-HEADER
    PERFORM READ-KEY-CARD
    PERFORM UNTIL END-OF-CARDS = 'Y'
        ADD 1 TO CARDS-READ
        PERFORM LOAD-ONE-KEY
        PERFORM READ-KEY-CARD
    END-PERFORM
    PERFORM WRITE-REGISTER-TOTALS
    CLOSE KEY-CARD-FILE
    CLOSE KEY-FILE
    CLOSE REGISTER-FILE
    DISPLAY 'KEYLOAD: ' CARDS-READ ' cards read, '
        KEYS-LOADED ' keys loaded, ' CARDS-DROPPED ' dropped ('
        WEAK-KEYS-DROPPED ' weak)'
    IF CARDS-DROPPED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-KEY-CARD.

*> Edits one card and writes it to the key file. A card that would
*> load a useless key (no ID, unknown cipher type, a Vigenere key
*> with no keyword, a transposition or two-stage key with no
*> transposition keyword, a key the policy judges weak, or a
*> duplicate ID) is dropped so the batch never resolves a key that
*> cannot work or should not be trusted. Every card gets a line on
*> the register either way.
LOAD-ONE-KEY.
    MOVE SPACES TO DROP-REASON
    EVALUATE TRUE
        WHEN KC-KEY-ID = SPACES
            MOVE 'NO KEY ID' TO DROP-REASON
        WHEN KC-CIPHER-TYPE NOT = 'C' AND KC-CIPHER-TYPE NOT = 'V'
            AND KC-CIPHER-TYPE NOT = 'T' AND KC-CIPHER-TYPE NOT = 'S'
            MOVE 'CIPHER TYPE NOT C, V, T OR S' TO DROP-REASON
        WHEN KC-CIPHER-TYPE = 'V' AND KC-KEYWORD = SPACES
            MOVE 'VIGENERE KEY WITH NO KEYWORD' TO DROP-REASON
        WHEN (KC-CIPHER-TYPE = 'T' OR KC-CIPHER-TYPE = 'S')
            AND KC-TRANS-KEYWORD = SPACES
            MOVE 'TRANSPOSITION KEY WITH NO COLUMN KEYWORD'
                TO DROP-REASON
        WHEN OTHER
            MOVE KC-CIPHER-TYPE TO POLICY-CIPHER-TYPE
            MOVE KC-SHIFT TO POLICY-SHIFT
            MOVE KC-KEYWORD TO POLICY-KEYWORD
            MOVE KC-TRANS-KEYWORD TO POLICY-TRANS-KEYWORD
            PERFORM CHECK-KEY-POLICY
            IF POLICY-VERDICT NOT = SPACES
                MOVE POLICY-VERDICT TO DROP-REASON
                ADD 1 TO WEAK-KEYS-DROPPED
            END-IF
    END-EVALUATE
    IF DROP-REASON = SPACES
        PERFORM WRITE-KEY-RECORD
    END-IF
    IF DROP-REASON NOT = SPACES
        ADD 1 TO CARDS-DROPPED
    END-IF
    PERFORM WRITE-REGISTER-LINE.
    EXIT.

WRITE-KEY-RECORD.
    MOVE KC-KEYWORD TO KF-KEYWORD
    MOVE KC-EFFECTIVE-DATE TO KF-EFFECTIVE-DATE
    MOVE KC-EXPIRY-DATE TO KF-EXPIRY-DATE
    MOVE KC-TRANS-KEYWORD TO KF-TRANS-KEYWORD
    WRITE KEY-FILE-RECORD
        INVALID KEY
            MOVE 'DUPLICATE KEY ID' TO DROP-REASON
        NOT INVALID KEY
            ADD 1 TO KEYS-LOADED
    END-WRITE.
    EXIT.

WRITE-REGISTER-HEADER.
    MOVE SPACES TO REGISTER-RECORD
    STRING 'KEY FILE LOAD REGISTER  RUN DATE: ' DELIMITED BY SIZE
        TODAY-DATE DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    STRING 'KEY POLICY: KEYWORDS AT LEAST ' DELIMITED BY SIZE
        POLICY-MIN-LENGTH DELIMITED BY SIZE
        ' LETTERS, ' DELIMITED BY SIZE
        POLICY-MIN-DISTINCT DELIMITED BY SIZE
        ' DISTINCT; ' DELIMITED BY SIZE
        POLICY-SHIFT-COUNT DELIMITED BY SIZE
        ' SHIFTS AND ' DELIMITED BY SIZE
        POLICY-WORD-COUNT DELIMITED BY SIZE
        ' KEYWORDS BANNED' DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    STRING '  CARD  KEY ID    TYPE  VERDICT' DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

*> The keyword itself is never printed - the register goes to the
*> security officer, but it is still paper.
WRITE-REGISTER-LINE.
    MOVE SPACES TO REGISTER-RECORD
    IF DROP-REASON = SPACES
        STRING '  ' DELIMITED BY SIZE
            CARDS-READ DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            KC-KEY-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            KC-CIPHER-TYPE DELIMITED BY SIZE
            '     LOADED' DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    ELSE
        STRING '  ' DELIMITED BY SIZE
            CARDS-READ DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            KC-KEY-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            KC-CIPHER-TYPE DELIMITED BY SIZE
            '     DROPPED - ' DELIMITED BY SIZE
            DROP-REASON DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    END-IF
    WRITE REGISTER-RECORD.
    EXIT.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO REGISTER-RECORD
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    STRING 'CARDS READ: ' DELIMITED BY SIZE
        CARDS-READ DELIMITED BY SIZE
        '  KEYS LOADED: ' DELIMITED BY SIZE
        KEYS-LOADED DELIMITED BY SIZE
        '  DROPPED: ' DELIMITED BY SIZE
        CARDS-DROPPED DELIMITED BY SIZE
        '  OF WHICH WEAK: ' DELIMITED BY SIZE
        WEAK-KEYS-DROPPED DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

    COPY CIPHYCHK.

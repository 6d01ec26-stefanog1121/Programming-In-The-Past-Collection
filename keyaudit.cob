       >>SOURCE FORMAT FREE
*> === KEY QUALITY AUDIT ===
*> Sweeps the whole central key file and lists every key the
*> security officer's key quality policy would now refuse, so keys
*> cut before the policy existed (or before it was last tightened)
*> can be replaced instead of riding on until they expire. KEYLOAD
*> and KEYMAINT judge each key by the same policy paragraphs as it
*> arrives; this run judges what is already there. Each failing
*> key is listed with its cipher type, dates, whether it is live,
*> not yet effective or already expired, and the policy's reason -
*> the key material itself is never printed. Expired keys are
*> listed too: they can still be named by a rerun or a recycled
*> message until they are deleted.
IDENTIFICATION DIVISION.
    PROGRAM-ID. KEYAUDIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> the indexed key file, read front to back
    SELECT KEY-FILE ASSIGN TO "CIPHKEYS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS KF-KEY-ID
        FILE STATUS IS KEY-FILE-STATUS.

    *> key quality policy cards (layout in CIPHYREC)
    SELECT POLICY-FILE ASSIGN TO "KEYPOLCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.

    *> printed audit report
    SELECT AUDIT-RPT-FILE ASSIGN TO "KEYARPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  KEY-FILE.
    COPY CIPHKREC.

FD  POLICY-FILE.
    COPY CIPHYREC.

FD  AUDIT-RPT-FILE.
    01 AUDIT-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
    01 KEY-FILE-STATUS      PIC XX VALUE SPACES.
    01 POLICY-STATUS        PIC XX VALUE SPACES.
    01 AUDIT-RPT-STATUS     PIC XX VALUE SPACES.
    01 END-OF-KEYS          PIC X VALUE 'N'.

    01 AUDIT-COUNTS.
        05 KEYS-READ        PIC 9(6) VALUE 0.
        05 KEYS-FAILING     PIC 9(6) VALUE 0.
        05 LIVE-FAILING     PIC 9(6) VALUE 0.
        05 FUTURE-FAILING   PIC 9(6) VALUE 0.
        05 EXPIRED-FAILING  PIC 9(6) VALUE 0.

    01 KEY-STANDING         PIC X(7) VALUE SPACES.

    01 PAGE-AREAS.
        05 REPORT-PAGE-NO   PIC 9(4) VALUE 0.
        05 PAGE-LINE-COUNT  PIC 99 VALUE 99.
        05 LINES-PER-PAGE   PIC 99 VALUE 55.
        05 LINES-NEEDED     PIC 99 VALUE 0.

    01 RUN-DATE             PIC 9(8) VALUE 0.

    COPY CIPHYWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    PERFORM OPEN-PROGRAM-FILES
    PERFORM READ-KEY-RECORD
    PERFORM UNTIL END-OF-KEYS = 'Y'
        ADD 1 TO KEYS-READ
        PERFORM AUDIT-ONE-KEY
        PERFORM READ-KEY-RECORD
    END-PERFORM
    PERFORM WRITE-AUDIT-TOTALS
    CLOSE KEY-FILE
    CLOSE AUDIT-RPT-FILE
    DISPLAY 'KEYAUDIT: ' KEYS-READ ' keys read, ' KEYS-FAILING
        ' fail the key policy (' LIVE-FAILING ' live, '
        FUTURE-FAILING ' not yet effective, ' EXPIRED-FAILING
        ' expired)'
    IF KEYS-FAILING > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*> An audit against a policy it could not read, or read only in
*> part, would pass keys the security officer meant to fail - so
*> either stops the run before anything is printed.
OPEN-PROGRAM-FILES.
    MOVE 'KEYAUDIT' TO POLICY-CALLER
    PERFORM LOAD-KEY-POLICY
    IF POLICY-LOADED NOT = 'Y'
        DISPLAY 'KEYAUDIT: unable to open key policy file, status '
            POLICY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF POLICY-CARDS-REJECTED > 0
        DISPLAY 'KEYAUDIT: ' POLICY-CARDS-REJECTED
            ' key policy cards not understood - run stopped'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT KEY-FILE
    IF KEY-FILE-STATUS NOT = '00'
        DISPLAY 'KEYAUDIT: unable to open key file, status '
            KEY-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT AUDIT-RPT-FILE
    IF AUDIT-RPT-STATUS NOT = '00'
        DISPLAY 'KEYAUDIT: unable to open report file, status '
            AUDIT-RPT-STATUS
        CLOSE KEY-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

READ-KEY-RECORD.
    READ KEY-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO END-OF-KEYS
        NOT AT END
            CONTINUE
    END-READ.
    EXIT.

AUDIT-ONE-KEY.
    MOVE KF-CIPHER-TYPE TO POLICY-CIPHER-TYPE
    MOVE KF-SHIFT TO POLICY-SHIFT
    MOVE KF-KEYWORD TO POLICY-KEYWORD
    MOVE KF-TRANS-KEYWORD TO POLICY-TRANS-KEYWORD
    PERFORM CHECK-KEY-POLICY
    IF POLICY-VERDICT NOT = SPACES
        ADD 1 TO KEYS-FAILING
        EVALUATE TRUE
            WHEN KF-EXPIRY-DATE < RUN-DATE
                MOVE 'EXPIRED' TO KEY-STANDING
                ADD 1 TO EXPIRED-FAILING
            WHEN KF-EFFECTIVE-DATE > RUN-DATE
                MOVE 'FUTURE' TO KEY-STANDING
                ADD 1 TO FUTURE-FAILING
            WHEN OTHER
                MOVE 'LIVE' TO KEY-STANDING
                ADD 1 TO LIVE-FAILING
        END-EVALUATE
        PERFORM WRITE-FAILING-KEY-LINE
    END-IF.
    EXIT.

WRITE-FAILING-KEY-LINE.
    MOVE 1 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO AUDIT-RECORD
    STRING '  ' DELIMITED BY SIZE
        KF-KEY-ID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        KF-CIPHER-TYPE DELIMITED BY SIZE
        '     ' DELIMITED BY SIZE
        KF-EFFECTIVE-DATE DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        KF-EXPIRY-DATE DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        KEY-STANDING DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        POLICY-VERDICT DELIMITED BY SIZE
        INTO AUDIT-RECORD
    END-STRING
    PERFORM WRITE-AUDIT-LINE.
    EXIT.

WRITE-AUDIT-TOTALS.
    MOVE 5 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    IF KEYS-FAILING = 0
        MOVE SPACES TO AUDIT-RECORD
        STRING '  NONE - EVERY KEY ON FILE MEETS THE POLICY'
            DELIMITED BY SIZE
            INTO AUDIT-RECORD
        END-STRING
        PERFORM WRITE-AUDIT-LINE
    END-IF
    MOVE SPACES TO AUDIT-RECORD
    PERFORM WRITE-AUDIT-LINE
    MOVE SPACES TO AUDIT-RECORD
    STRING 'KEYS READ: ' DELIMITED BY SIZE
        KEYS-READ DELIMITED BY SIZE
        '  FAILING POLICY: ' DELIMITED BY SIZE
        KEYS-FAILING DELIMITED BY SIZE
        INTO AUDIT-RECORD
    END-STRING
    PERFORM WRITE-AUDIT-LINE
    MOVE SPACES TO AUDIT-RECORD
    STRING '  LIVE: ' DELIMITED BY SIZE
        LIVE-FAILING DELIMITED BY SIZE
        '  NOT YET EFFECTIVE: ' DELIMITED BY SIZE
        FUTURE-FAILING DELIMITED BY SIZE
        '  EXPIRED: ' DELIMITED BY SIZE
        EXPIRED-FAILING DELIMITED BY SIZE
        INTO AUDIT-RECORD
    END-STRING
    PERFORM WRITE-AUDIT-LINE.
    EXIT.

*> Starts a fresh page when the lines about to be written would
*> run past the bottom of this one.
CHECK-PAGE-ROOM.
    IF PAGE-LINE-COUNT + LINES-NEEDED > LINES-PER-PAGE
        PERFORM WRITE-PAGE-HEADER
    END-IF.
    EXIT.

*> Every page restates the policy the keys were judged by, so a
*> page read on its own still says what "weak" meant that day.
WRITE-PAGE-HEADER.
    ADD 1 TO REPORT-PAGE-NO
    MOVE 0 TO PAGE-LINE-COUNT
    IF REPORT-PAGE-NO > 1
        MOVE SPACES TO AUDIT-RECORD
        PERFORM WRITE-AUDIT-LINE
    END-IF
    MOVE SPACES TO AUDIT-RECORD
    STRING 'KEY QUALITY AUDIT  RUN DATE: ' DELIMITED BY SIZE
        RUN-DATE DELIMITED BY SIZE
        '  PAGE: ' DELIMITED BY SIZE
        REPORT-PAGE-NO DELIMITED BY SIZE
        INTO AUDIT-RECORD
    END-STRING
    PERFORM WRITE-AUDIT-LINE
    MOVE SPACES TO AUDIT-RECORD
    STRING 'KEY POLICY: KEYWORDS AT LEAST ' DELIMITED BY SIZE
        POLICY-MIN-LENGTH DELIMITED BY SIZE
        ' LETTERS, ' DELIMITED BY SIZE
        POLICY-MIN-DISTINCT DELIMITED BY SIZE
        ' DISTINCT; ' DELIMITED BY SIZE
        POLICY-SHIFT-COUNT DELIMITED BY SIZE
        ' SHIFTS AND ' DELIMITED BY SIZE
        POLICY-WORD-COUNT DELIMITED BY SIZE
        ' KEYWORDS BANNED' DELIMITED BY SIZE
        INTO AUDIT-RECORD
    END-STRING
    PERFORM WRITE-AUDIT-LINE
    MOVE SPACES TO AUDIT-RECORD
    PERFORM WRITE-AUDIT-LINE
    MOVE SPACES TO AUDIT-RECORD
    STRING '  KEY ID    TYPE  EFFECTIVE EXPIRES   STANDING REASON'
        DELIMITED BY SIZE
        INTO AUDIT-RECORD
    END-STRING
    PERFORM WRITE-AUDIT-LINE.
    EXIT.

WRITE-AUDIT-LINE.
    WRITE AUDIT-RECORD
    ADD 1 TO PAGE-LINE-COUNT.
    EXIT.

    COPY CIPHYCHK.

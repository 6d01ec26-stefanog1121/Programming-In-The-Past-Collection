       >>SOURCE FORMAT FREE
*> === STATION MASTER MAINTENANCE ===
*> Applies add/change/delete transactions against the indexed
*> station master QEDIT authorizes every message against: which
*> modes an originating station may request, the highest priority
*> class it may claim, whether it may still send an embedded
*> shift/keyword, and the key IDs it may name. A change carries the
*> station's whole entry, so a card replaces the entry outright
*> rather than patching it field by field. Every transaction's
*> verdict goes to a printed maintenance register, followed by a
*> listing of the master as it now stands so the authorizations
*> can be signed off against the request that asked for them.
*> The first run against a site with no station master creates an
*> empty one to apply its adds to.
IDENTIFICATION DIVISION.
    PROGRAM-ID. STNMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> one transaction per card: an action column ahead of the
    *> station entry's own fixed columns
    SELECT STATION-TRANS-FILE ASSIGN TO "STNTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATION-TRANS-STATUS.

    *> the indexed station master QEDIT reads - maintained in place
    SELECT STATION-FILE ASSIGN TO "STATIONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-STATION-ID
        FILE STATUS IS STATION-STATUS.

    *> printed maintenance register and station listing
    SELECT REGISTER-FILE ASSIGN TO "STNMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STATION-TRANS-FILE.
    01 STATION-TRANS-RECORD.
        05 STT-ACTION          PIC X.
        05 STT-STATION-ID      PIC X(4).
        05 STT-STATION-NAME    PIC X(25).
        05 STT-ALLOWED-MODES   PIC X(3).
        05 STT-MAX-PRIORITY    PIC X.
        05 STT-EMBEDDED-OK     PIC X.
        05 STT-KEY-ID          PIC X(8) OCCURS 10 TIMES.

FD  STATION-FILE.
    COPY CIPHSREC.

FD  REGISTER-FILE.
    01 REGISTER-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
    01 STATION-TRANS-STATUS PIC XX VALUE SPACES.
    01 STATION-STATUS       PIC XX VALUE SPACES.
    01 REGISTER-STATUS      PIC XX VALUE SPACES.
    01 END-OF-TRANS         PIC X VALUE 'N'.
    01 END-OF-STATIONS      PIC X VALUE 'N'.

    01 MAINT-COUNTS.
        05 TRANS-READ       PIC 9(6) VALUE 0.
        05 TRANS-APPLIED    PIC 9(6) VALUE 0.
        05 TRANS-REFUSED    PIC 9(6) VALUE 0.
        05 STATIONS-LISTED  PIC 9(6) VALUE 0.

    *> verdict for the transaction currently being applied -
    *> spaces means it went through
    01 VERDICT-AREAS.
        05 REFUSAL-REASON   PIC X(45) VALUE SPACES.

    01 EDIT-AREAS.
        05 MODE-SUB         PIC 9 VALUE 0.
        05 CARD-KEY-SUB     PIC 99 VALUE 0.
        05 PACKED-KEY-COUNT PIC 99 VALUE 0.
        05 PACKED-KEYS.
            10 PACKED-KEY-ID PIC X(8) OCCURS 10 TIMES.

    01 LISTING-AREAS.
        05 TODAY-DATE       PIC 9(8) VALUE 0.
        05 LIST-KEY-SUB     PIC 99 VALUE 0.
        05 LIST-KEY-POS     PIC 999 VALUE 0.
        05 LIST-KEYS        PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    PERFORM OPEN-PROGRAM-FILES
    PERFORM WRITE-REGISTER-HEADER
    PERFORM READ-STATION-TRANS
    PERFORM UNTIL END-OF-TRANS = 'Y'
        PERFORM APPLY-ONE-TRANSACTION
        PERFORM READ-STATION-TRANS
    END-PERFORM
    PERFORM WRITE-STATION-LISTING
    CLOSE STATION-TRANS-FILE
    CLOSE STATION-FILE
    CLOSE REGISTER-FILE
    DISPLAY 'STNMAINT: ' TRANS-READ ' transactions read, '
        TRANS-APPLIED ' applied, ' TRANS-REFUSED ' refused, '
        STATIONS-LISTED ' stations on the master'
    IF TRANS-REFUSED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-PROGRAM-FILES.
    OPEN INPUT STATION-TRANS-FILE
    IF STATION-TRANS-STATUS NOT = '00'
        DISPLAY 'STNMAINT: unable to open transaction file, '
            'status ' STATION-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    *> unlike the key file there is no full-deck loader behind the
    *> station master - maintenance is the only way entries arrive,
    *> so a master that does not exist yet is created empty here
    OPEN I-O STATION-FILE
    IF STATION-STATUS = '35'
        DISPLAY 'STNMAINT: station master not found - creating it'
        OPEN OUTPUT STATION-FILE
        CLOSE STATION-FILE
        OPEN I-O STATION-FILE
    END-IF
    IF STATION-STATUS NOT = '00'
        DISPLAY 'STNMAINT: unable to open station master, status '
            STATION-STATUS
        CLOSE STATION-TRANS-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REGISTER-FILE
    IF REGISTER-STATUS NOT = '00'
        DISPLAY 'STNMAINT: unable to open register file, status '
            REGISTER-STATUS
        CLOSE STATION-TRANS-FILE
        CLOSE STATION-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

READ-STATION-TRANS.
    READ STATION-TRANS-FILE
        AT END
            MOVE 'Y' TO END-OF-TRANS
        NOT AT END
            ADD 1 TO TRANS-READ
    END-READ.
    EXIT.

*> One transaction, one verdict on the register. An add or a
*> change carries a whole entry and is edited before it touches
*> the master; a delete only has to find the station.
APPLY-ONE-TRANSACTION.
    MOVE SPACES TO REFUSAL-REASON
    IF STT-STATION-ID = SPACES
        MOVE 'NO STATION ID ON TRANSACTION' TO REFUSAL-REASON
    ELSE
        EVALUATE STT-ACTION
            WHEN 'A'
                PERFORM APPLY-ADD
            WHEN 'C'
                PERFORM APPLY-CHANGE
            WHEN 'D'
                PERFORM APPLY-DELETE
            WHEN OTHER
                MOVE 'ACTION NOT A, C OR D' TO REFUSAL-REASON
        END-EVALUATE
    END-IF
    IF REFUSAL-REASON = SPACES
        ADD 1 TO TRANS-APPLIED
    ELSE
        ADD 1 TO TRANS-REFUSED
    END-IF
    PERFORM WRITE-REGISTER-LINE.
    EXIT.

*> An entry QEDIT could not apply cleanly must not reach the
*> master: every mode position is E, D, S or unused (and at least
*> one is used), the ceiling is a real priority class, and the
*> embedded-key flag is a plain yes or no. The key IDs are packed
*> to the front so QEDIT's scan can stop at the count.
EDIT-STATION-FIELDS.
    IF STT-ALLOWED-MODES = SPACES
        MOVE 'NO MODES GRANTED' TO REFUSAL-REASON
    END-IF
    PERFORM VARYING MODE-SUB FROM 1 BY 1 UNTIL MODE-SUB > 3
        IF STT-ALLOWED-MODES(MODE-SUB:1) NOT = 'E'
            AND STT-ALLOWED-MODES(MODE-SUB:1) NOT = 'D'
            AND STT-ALLOWED-MODES(MODE-SUB:1) NOT = 'S'
            AND STT-ALLOWED-MODES(MODE-SUB:1) NOT = SPACE
            MOVE 'ALLOWED MODE NOT E, D OR S' TO REFUSAL-REASON
        END-IF
    END-PERFORM
    IF REFUSAL-REASON = SPACES
        AND STT-MAX-PRIORITY NOT = 'F' AND STT-MAX-PRIORITY NOT = 'P'
        AND STT-MAX-PRIORITY NOT = 'R'
        MOVE 'PRIORITY CEILING NOT F, P OR R' TO REFUSAL-REASON
    END-IF
    IF REFUSAL-REASON = SPACES
        AND STT-EMBEDDED-OK NOT = 'Y' AND STT-EMBEDDED-OK NOT = 'N'
        MOVE 'EMBEDDED-KEY FLAG NOT Y OR N' TO REFUSAL-REASON
    END-IF
    MOVE SPACES TO PACKED-KEYS
    MOVE 0 TO PACKED-KEY-COUNT
    PERFORM VARYING CARD-KEY-SUB FROM 1 BY 1 UNTIL CARD-KEY-SUB > 10
        IF STT-KEY-ID(CARD-KEY-SUB) NOT = SPACES
            ADD 1 TO PACKED-KEY-COUNT
            MOVE STT-KEY-ID(CARD-KEY-SUB)
                TO PACKED-KEY-ID(PACKED-KEY-COUNT)
        END-IF
    END-PERFORM.
    EXIT.

LOAD-STATION-FIELDS.
    MOVE STT-STATION-NAME TO ST-STATION-NAME
    MOVE STT-ALLOWED-MODES TO ST-ALLOWED-MODES
    MOVE STT-MAX-PRIORITY TO ST-MAX-PRIORITY
    MOVE STT-EMBEDDED-OK TO ST-EMBEDDED-OK
    MOVE PACKED-KEY-COUNT TO ST-KEY-COUNT
    PERFORM VARYING CARD-KEY-SUB FROM 1 BY 1 UNTIL CARD-KEY-SUB > 10
        MOVE PACKED-KEY-ID(CARD-KEY-SUB) TO ST-KEY-ID(CARD-KEY-SUB)
    END-PERFORM.
    EXIT.

APPLY-ADD.
    PERFORM EDIT-STATION-FIELDS
    IF REFUSAL-REASON = SPACES
        MOVE SPACES TO STATION-RECORD
        MOVE STT-STATION-ID TO ST-STATION-ID
        PERFORM LOAD-STATION-FIELDS
        WRITE STATION-RECORD
            INVALID KEY
                MOVE 'STATION ALREADY ON FILE' TO REFUSAL-REASON
        END-WRITE
    END-IF.
    EXIT.

APPLY-CHANGE.
    PERFORM EDIT-STATION-FIELDS
    IF REFUSAL-REASON = SPACES
        PERFORM READ-STATION-BY-ID
    END-IF
    IF REFUSAL-REASON = SPACES
        PERFORM LOAD-STATION-FIELDS
        REWRITE STATION-RECORD
            INVALID KEY
                MOVE 'STATION MASTER REWRITE FAILED' TO REFUSAL-REASON
        END-REWRITE
    END-IF.
    EXIT.

APPLY-DELETE.
    PERFORM READ-STATION-BY-ID
    IF REFUSAL-REASON = SPACES
        DELETE STATION-FILE RECORD
            INVALID KEY
                MOVE 'STATION MASTER DELETE FAILED' TO REFUSAL-REASON
        END-DELETE
    END-IF.
    EXIT.

READ-STATION-BY-ID.
    MOVE SPACES TO STATION-RECORD
    MOVE STT-STATION-ID TO ST-STATION-ID
    READ STATION-FILE
        INVALID KEY
            MOVE 'STATION NOT ON FILE' TO REFUSAL-REASON
    END-READ.
    EXIT.

WRITE-REGISTER-HEADER.
    MOVE SPACES TO REGISTER-RECORD
    STRING 'STATION MASTER MAINTENANCE REGISTER  RUN DATE: '
        DELIMITED BY SIZE
        TODAY-DATE DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    WRITE REGISTER-RECORD.
    EXIT.

WRITE-REGISTER-LINE.
    MOVE SPACES TO REGISTER-RECORD
    IF REFUSAL-REASON = SPACES
        STRING STT-ACTION DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            STT-STATION-ID DELIMITED BY SIZE
            '  APPLIED' DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    ELSE
        STRING STT-ACTION DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            STT-STATION-ID DELIMITED BY SIZE
            '  REFUSED - ' DELIMITED BY SIZE
            REFUSAL-REASON DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    END-IF
    WRITE REGISTER-RECORD.
    EXIT.

*> Sweeps the whole master after maintenance and lists every
*> station with its grants, so what QEDIT will enforce tomorrow
*> is on paper today.
WRITE-STATION-LISTING.
    MOVE SPACES TO REGISTER-RECORD
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    STRING 'STATION MASTER AFTER MAINTENANCE' DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    STRING '  STN   NAME                       MODES  MAX  EMB  '
        DELIMITED BY SIZE
        'KEY IDS' DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE LOW-VALUES TO ST-STATION-ID
    START STATION-FILE KEY NOT < ST-STATION-ID
        INVALID KEY
            MOVE 'Y' TO END-OF-STATIONS
    END-START
    PERFORM UNTIL END-OF-STATIONS = 'Y'
        READ STATION-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO END-OF-STATIONS
            NOT AT END
                PERFORM WRITE-STATION-LINE
        END-READ
    END-PERFORM
    IF STATIONS-LISTED = 0
        MOVE SPACES TO REGISTER-RECORD
        STRING '  NONE' DELIMITED BY SIZE INTO REGISTER-RECORD
        END-STRING
        WRITE REGISTER-RECORD
    END-IF.
    EXIT.

WRITE-STATION-LINE.
    ADD 1 TO STATIONS-LISTED
    MOVE SPACES TO LIST-KEYS
    MOVE 1 TO LIST-KEY-POS
    PERFORM VARYING LIST-KEY-SUB FROM 1 BY 1
        UNTIL LIST-KEY-SUB > ST-KEY-COUNT OR LIST-KEY-SUB > 10
        MOVE ST-KEY-ID(LIST-KEY-SUB) TO LIST-KEYS(LIST-KEY-POS:8)
        ADD 9 TO LIST-KEY-POS
    END-PERFORM
    IF ST-KEY-COUNT = 0
        MOVE '(NONE)' TO LIST-KEYS
    END-IF
    MOVE SPACES TO REGISTER-RECORD
    STRING '  ' DELIMITED BY SIZE
        ST-STATION-ID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        ST-STATION-NAME DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        ST-ALLOWED-MODES DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        ST-MAX-PRIORITY DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        ST-EMBEDDED-OK DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        LIST-KEYS DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

*> validated queue, failures go to a reject file with a reason
*> code and the offending field. A chain is passed or rejected
*> whole, so the batch never assembles half a message.
*> Well-formed is not enough: each message's lead record is also
*> checked against its originating station's entry on the station
*> master - the modes it may request, the highest priority class
*> it may claim and the key IDs it may name - so a station cannot
*> mark all its traffic flash or borrow another station's key.
*> Without the station master nothing can be authorized, and the
*> edit stops rather than pass the queue unchecked.
IDENTIFICATION DIVISION.
    PROGRAM-ID. QEDIT.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECT-STATUS.

    *> what each originating station is authorized to ask for
    SELECT STATION-FILE ASSIGN TO "STATIONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ST-STATION-ID
        FILE STATUS IS STATION-STATUS.

    *> nightly run-control file - the step records its start and
    *> end here and will not start out of turn (see CIPHNCHK)
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RN-KEY
        FILE STATUS IS RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  QUEUE-FILE.
    COPY CIPHQREC.

FD  VALID-FILE.
    01 VALID-RECORD        PIC X(304).

FD  REJECT-FILE.
    COPY CIPHJREC.

FD  STATION-FILE.
    COPY CIPHSREC.

FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

WORKING-STORAGE SECTION.
    01 QUEUE-STATUS         PIC XX VALUE SPACES.
    01 VALID-STATUS         PIC XX VALUE SPACES.
    01 REJECT-STATUS        PIC XX VALUE SPACES.
    01 STATION-STATUS       PIC XX VALUE SPACES.
    01 END-OF-QUEUE         PIC X VALUE 'N'.

    *> one continuation chain buffered whole, so it can be passed
    *> or rejected as a unit once every piece has been edited
    01 CHAIN-AREAS.
        05 CHAIN-PIECE OCCURS 10 TIMES INDEXED BY PIECE-IDX.
            10 CHAIN-IMAGE      PIC X(304).
            10 CHAIN-REASON     PIC X(4).
            10 CHAIN-FIELD      PIC X(15).
        05 CHAIN-COUNT      PIC 99 VALUE 0.
        05 FILL-POS         PIC 999 VALUE 0.
        05 FILL-LENGTH      PIC 999 VALUE 0.
        05 FILL-TALLY       PIC 999 VALUE 0.
        05 STATION-KEY-SUB  PIC 99 VALUE 0.
        05 STATION-KEY-FOUND PIC X VALUE 'N'.

    01 EDIT-COUNTS.
        05 RECORDS-READ     PIC 9(6) VALUE 0.
        05 MESSAGES-PASSED  PIC 9(6) VALUE 0.
        05 MESSAGES-REJECTED PIC 9(6) VALUE 0.
        05 MESSAGES-SEEN    PIC 9(6) VALUE 0.
        05 RECORDS-UNAUTHORIZED PIC 9(6) VALUE 0.

    *> header/trailer controls from the raw queue: the header is
    *> passed through to the validated queue, the trailer is checked
        05 TB-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 TB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 TB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    COPY CIPHNWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    MOVE 'QEDIT' TO RUN-STEP-NAME
    PERFORM BEGIN-RUN-STEP
    OPEN INPUT QUEUE-FILE
    IF QUEUE-STATUS NOT = '00'
        DISPLAY 'QEDIT: unable to open queue file, status '
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT STATION-FILE
    IF STATION-STATUS NOT = '00'
        DISPLAY 'QEDIT: unable to open station master, status '
            STATION-STATUS ' - no message can be authorized'
        CLOSE QUEUE-FILE
        CLOSE VALID-FILE
        CLOSE REJECT-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-QUEUE-RECORD
    PERFORM UNTIL END-OF-QUEUE = 'Y'
        PERFORM EDIT-ONE-CHAIN
    CLOSE QUEUE-FILE
    CLOSE VALID-FILE
    CLOSE REJECT-FILE
    CLOSE STATION-FILE
    DISPLAY 'QEDIT: ' RECORDS-READ ' records read, '
        RECORDS-PASSED ' passed, ' RECORDS-REJECTED ' rejected'
    DISPLAY 'QEDIT: ' RECORDS-UNAUTHORIZED ' records refused by '
        'station authorization'
    DISPLAY 'QEDIT: ' MESSAGES-PASSED ' messages passed, '
        MESSAGES-REJECTED ' messages rejected'
    IF MESSAGES-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM CHECK-INPUT-TRAILER
    MOVE RECORDS-READ TO RUN-STEP-READ
    MOVE RECORDS-PASSED TO RUN-STEP-WRITTEN
    MOVE RECORDS-REJECTED TO RUN-STEP-EXCEPTED
    PERFORM END-RUN-STEP.
    STOP RUN.

*> The raw queue's trailer is the proof the transmission arrived
            MOVE 'Q013' TO EDIT-REASON
            MOVE 'QR-PRIORITY' TO EDIT-FIELD
        END-IF
    END-IF
    *> a check group is optional, but one that is not five letters
    *> could never verify - stop it here rather than have the
    *> batch report a good transmission as garbled
    IF EDIT-REASON = SPACES AND QR-CHECK-GROUP NOT = SPACES
        MOVE 0 TO FILL-TALLY
        INSPECT QR-CHECK-GROUP TALLYING FILL-TALLY FOR ALL SPACE
        IF FILL-TALLY > 0 OR QR-CHECK-GROUP NOT ALPHABETIC-UPPER
            MOVE 'Q014' TO EDIT-REASON
            MOVE 'QR-CHECK-GROUP' TO EDIT-FIELD
        END-IF
    END-IF
    IF EDIT-REASON = SPACES
        AND QR-TEXT-FORM NOT = SPACE AND QR-TEXT-FORM NOT = 'G'
        MOVE 'Q015' TO EDIT-REASON
        MOVE 'QR-TEXT-FORM' TO EDIT-FIELD
    END-IF
    IF EDIT-REASON = SPACES
        PERFORM VALIDATE-STATION-AUTHORITY
        IF EDIT-REASON NOT = SPACES
            ADD 1 TO RECORDS-UNAUTHORIZED
        END-IF
    END-IF.
    EXIT.

*> Only a well-formed lead record gets this far, so the mode and
*> priority class are known-good values here. The station is the
*> originator prefix of the message ID; a message from a station
*> nobody registered is refused outright. A solve request names no
*> key, so only encrypts and decrypts are held to the key list.
VALIDATE-STATION-AUTHORITY.
    MOVE QR-ORIGINATOR TO ST-STATION-ID
    READ STATION-FILE
        INVALID KEY
            MOVE 'Q016' TO EDIT-REASON
            MOVE 'QR-MSG-ID' TO EDIT-FIELD
    END-READ
    IF EDIT-REASON = SPACES
        MOVE 0 TO FILL-TALLY
        INSPECT ST-ALLOWED-MODES TALLYING FILL-TALLY FOR ALL QR-MODE
        IF FILL-TALLY = 0
            MOVE 'Q017' TO EDIT-REASON
            MOVE 'QR-MODE' TO EDIT-FIELD
        END-IF
    END-IF
    IF EDIT-REASON = SPACES
        IF (QR-PRIORITY = 'F' AND ST-MAX-PRIORITY NOT = 'F')
            OR (QR-PRIORITY = 'P' AND ST-MAX-PRIORITY = 'R')
            MOVE 'Q018' TO EDIT-REASON
            MOVE 'QR-PRIORITY' TO EDIT-FIELD
        END-IF
    END-IF
    IF EDIT-REASON = SPACES AND QR-KEY-ID NOT = SPACES
        AND QR-MODE NOT = 'S'
        MOVE 'N' TO STATION-KEY-FOUND
        PERFORM VARYING STATION-KEY-SUB FROM 1 BY 1
            UNTIL STATION-KEY-SUB > ST-KEY-COUNT
            OR STATION-KEY-SUB > 10
            OR STATION-KEY-FOUND = 'Y'
            IF ST-KEY-ID(STATION-KEY-SUB) = QR-KEY-ID
                MOVE 'Y' TO STATION-KEY-FOUND
            END-IF
        END-PERFORM
        IF STATION-KEY-FOUND = 'N'
            MOVE 'Q019' TO EDIT-REASON
            MOVE 'QR-KEY-ID' TO EDIT-FIELD
        END-IF
    END-IF
    IF EDIT-REASON = SPACES AND QR-KEY-ID = SPACES
        AND QR-MODE NOT = 'S' AND ST-EMBEDDED-OK NOT = 'Y'
        MOVE 'Q020' TO EDIT-REASON
        MOVE 'QR-KEY-ID' TO EDIT-FIELD
    END-IF.
    EXIT.

        ADD 1 TO MESSAGES-REJECTED
    END-IF.
    EXIT.

    COPY CIPHNCHK.

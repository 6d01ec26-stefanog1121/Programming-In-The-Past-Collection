*> listing shows retired message text, so an operator cleared for
*> control fields only gets the text line redacted, and every
*> review is stamped with who ran it.
*> Each message is also classed by cause from its reason: a failed
*> check group is a transmission garbled in transit (ask the
*> originator to resend), a low decrypt score a suspected wrong
*> key (correct the key ID and release), an embedded key the key
*> quality policy refused a weak key (have the originator rekey it
*> under a key ID), anything else other.
IDENTIFICATION DIVISION.
    PROGRAM-ID. DEADLREV.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROFILE-STATUS.

    *> nightly run-control file - the step records its start and
    *> end here and will not start out of turn (see CIPHNCHK)
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RN-KEY
        FILE STATUS IS RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DEAD-LETTER-FILE.
    COPY CIPHQREC.

FD  CARRY-FILE.
    01 CARRY-RECORD        PIC X(594).

FD  DISP-LOG-FILE.
    COPY CIPHDREC.
FD  PROFILE-FILE.
    COPY CIPHPREC.

FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

WORKING-STORAGE SECTION.
    01 DEAD-LETTER-STATUS   PIC XX VALUE SPACES.
    01 DISP-CARD-STATUS     PIC XX VALUE SPACES.
        05 CARDS-READ       PIC 9(6) VALUE 0.
        05 CARDS-DROPPED    PIC 9(6) VALUE 0.
        05 CARDS-UNMATCHED  PIC 9(6) VALUE 0.
        05 MESSAGES-GARBLED PIC 9(6) VALUE 0.
        05 MESSAGES-WRONG-KEY PIC 9(6) VALUE 0.
        05 MESSAGES-WEAK-KEY PIC 9(6) VALUE 0.

    01 CAUSE-AREAS.
        05 FAILURE-CAUSE    PIC X(18) VALUE SPACES.

    *> the whole card deck is buffered before the queue is read,
    *> so a card can be matched to its message whatever order the
        05 TB-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 TB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 TB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    COPY CIPHNWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    PERFORM CHECK-OPERATOR-PROFILE
    MOVE 'DEADLREV' TO RUN-STEP-NAME
    PERFORM BEGIN-RUN-STEP
    PERFORM OPEN-PROGRAM-FILES
    PERFORM LOAD-DISPOSITION-CARDS
    PERFORM WRITE-LISTING-HEADER
    DISPLAY 'DEADLREV: ' MESSAGES-LISTED ' messages reviewed, '
        MESSAGES-RELEASED ' released, ' MESSAGES-CLOSED
        ' closed, ' MESSAGES-CARRIED ' carried forward'
    DISPLAY 'DEADLREV: ' MESSAGES-GARBLED ' garbled in transit, '
        MESSAGES-WRONG-KEY ' suspected wrong key, ' MESSAGES-WEAK-KEY
        ' weak embedded key'
    IF CARDS-UNMATCHED > 0 OR CARDS-DROPPED > 0
        DISPLAY 'DEADLREV: ' CARDS-DROPPED ' cards dropped, '
            CARDS-UNMATCHED ' cards matched no message'
        MOVE 4 TO RETURN-CODE
    END-IF
    MOVE MESSAGES-LISTED TO RUN-STEP-READ
    MOVE MESSAGES-RELEASED TO RUN-STEP-WRITTEN
    MOVE MESSAGES-CARRIED TO RUN-STEP-EXCEPTED
    PERFORM END-RUN-STEP.
    STOP RUN.

*> The reviewing operator must be on the profile file before the
*> with no card is carried forward to the next review untouched.
REVIEW-ONE-MESSAGE.
    PERFORM FIND-MATCHING-CARD
    PERFORM CLASSIFY-FAILURE
    PERFORM WRITE-LISTING-LINE
    IF MATCHED-CARD = 0
        MOVE EXCEPTION-RECORD TO CARRY-RECORD
    END-IF.
    EXIT.

*> Tells a corrupted transmission from a wrong key by the reason
*> the batch wrote - the two look alike on a decrypt's output but
*> need opposite remedies.
CLASSIFY-FAILURE.
    EVALUATE TRUE
        WHEN EXC-REASON(1:18) = 'CHECK GROUP FAILED'
            MOVE 'GARBLED IN TRANSIT' TO FAILURE-CAUSE
            ADD 1 TO MESSAGES-GARBLED
        WHEN EXC-REASON(1:19) = 'SUSPECTED WRONG KEY'
            MOVE 'WRONG KEY' TO FAILURE-CAUSE
            ADD 1 TO MESSAGES-WRONG-KEY
        WHEN EXC-REASON(1:8) = 'WEAK KEY'
            MOVE 'WEAK KEY' TO FAILURE-CAUSE
            ADD 1 TO MESSAGES-WEAK-KEY
        WHEN OTHER
            MOVE 'OTHER' TO FAILURE-CAUSE
    END-EVALUATE.
    EXIT.

FIND-MATCHING-CARD.
    MOVE 0 TO MATCHED-CARD
    PERFORM VARYING CARD-IDX FROM 1 BY 1
    MOVE EXC-SHIFT TO QR-SHIFT
    MOVE EXC-DIGIT-SWITCH TO QR-DIGIT-SWITCH
    MOVE EXC-KEYWORD TO QR-KEYWORD
    IF QR-MODE = 'D' OR QR-MODE = 'S'
        MOVE EXC-CHECK-GROUP TO QR-CHECK-GROUP
    END-IF
    MOVE 0 TO QR-RETRY-COUNT
    *> released messages keep the class they were captured under;
    *> retirements predating the class field go back in as routine
        EXC-RETRY-COUNT DELIMITED BY SIZE
        '  MODE: ' DELIMITED BY SIZE
        EXC-MODE DELIMITED BY SIZE
        '  TYPE: ' DELIMITED BY SIZE
        EXC-CIPHER-TYPE DELIMITED BY SIZE
        '  KEY ID: ' DELIMITED BY SIZE
        EXC-KEY-ID DELIMITED BY SIZE
        '  REASON: ' DELIMITED BY SIZE
        EXC-REASON DELIMITED BY SIZE
        '  CAUSE: ' DELIMITED BY SIZE
        FAILURE-CAUSE DELIMITED BY SIZE
        INTO REVIEW-RECORD
    END-STRING
    WRITE REVIEW-RECORD
        END-IF
    END-PERFORM.
    EXIT.

    COPY CIPHNCHK.

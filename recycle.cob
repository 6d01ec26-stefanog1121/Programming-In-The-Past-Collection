*> manual review instead of looping through the batch forever.
*> The recycle queue ends with a trailer record so the batch's
*> end-of-run balancing can prove it read the whole file.
*> A message whose check group failed arrived damaged: rerunning
*> the same text would fail the same way, so it goes to the
*> dead-letter file at once for a retransmission request. So does
*> a message excepted for a weak embedded key: no rerun makes the
*> key stronger, the originator has to rekey it.
IDENTIFICATION DIVISION.
    PROGRAM-ID. RECYCLE.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DEAD-LETTER-STATUS.

    *> nightly run-control file - the step records its start and
    *> end here and will not start out of turn (see CIPHNCHK)
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RN-KEY
        FILE STATUS IS RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-FILE.
    COPY CIPHQREC.

FD  DEAD-LETTER-FILE.
    01 DEAD-LETTER-RECORD  PIC X(594).

FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

WORKING-STORAGE SECTION.
    01 EXCEPTION-STATUS     PIC XX VALUE SPACES.
        05 MESSAGES-REQUEUED PIC 9(6) VALUE 0.
        05 MESSAGES-RETIRED PIC 9(6) VALUE 0.
        05 DUPLICATES-DROPPED PIC 9(6) VALUE 0.
        05 MESSAGES-GARBLED PIC 9(6) VALUE 0.
        05 MESSAGES-WEAK-KEY PIC 9(6) VALUE 0.

    01 REBUILD-AREAS.
        05 REBUILD-LENGTH   PIC 999 VALUE 0.
        05 TB-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 TB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 TB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    COPY CIPHNWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    MOVE 'RECYCLE' TO RUN-STEP-NAME
    PERFORM BEGIN-RUN-STEP
    OPEN INPUT EXCEPTION-FILE
    IF EXCEPTION-STATUS NOT = '00'
        DISPLAY 'RECYCLE: unable to open exception file, status '
    DISPLAY 'RECYCLE: ' EXCEPTIONS-READ ' exceptions read, '
        MESSAGES-REQUEUED ' requeued, ' MESSAGES-RETIRED
        ' retired to dead letter, ' DUPLICATES-DROPPED
        ' skipped duplicates dropped, ' MESSAGES-GARBLED
        ' garbled in transit, ' MESSAGES-WEAK-KEY ' weak keys'
    IF MESSAGES-RETIRED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    MOVE EXCEPTIONS-READ TO RUN-STEP-READ
    MOVE MESSAGES-REQUEUED TO RUN-STEP-WRITTEN
    MOVE MESSAGES-RETIRED TO RUN-STEP-EXCEPTED
    PERFORM END-RUN-STEP.
    STOP RUN.

READ-EXCEPTION-RECORD.
*> for it - rerunning it would manufacture the very duplicate the
*> skip refused, so it is dropped here, not requeued.
RECYCLE-ONE-EXCEPTION.
    EVALUATE TRUE
        WHEN EXC-REASON(1:19) = 'DUPLICATE - SKIPPED'
            ADD 1 TO DUPLICATES-DROPPED
        WHEN EXC-REASON(1:18) = 'CHECK GROUP FAILED'
            ADD 1 TO MESSAGES-GARBLED
            PERFORM WRITE-DEAD-LETTER
        WHEN EXC-REASON(1:8) = 'WEAK KEY'
            ADD 1 TO MESSAGES-WEAK-KEY
            PERFORM WRITE-DEAD-LETTER
        WHEN OTHER
            PERFORM RECYCLE-LIVE-EXCEPTION
    END-EVALUATE.
    EXIT.

RECYCLE-LIVE-EXCEPTION.
    MOVE EXC-DIGIT-SWITCH TO QR-DIGIT-SWITCH
    MOVE EXC-KEYWORD TO QR-KEYWORD
    MOVE EXC-KEY-ID TO QR-KEY-ID
    IF EXC-MODE = 'D' OR EXC-MODE = 'S'
        MOVE EXC-CHECK-GROUP TO QR-CHECK-GROUP
    END-IF
    COMPUTE QR-RETRY-COUNT = EXC-RETRY-COUNT + 1
    *> a recycled flash message re-enters the batch as flash;
    *> exceptions written before the class was carried go routine
    MOVE EXCEPTION-RECORD TO DEAD-LETTER-RECORD
    WRITE DEAD-LETTER-RECORD
    ADD 1 TO MESSAGES-RETIRED.
    EXIT.

    COPY CIPHNCHK.

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
FD  REJECT-FILE.
    COPY CIPHMREC.

FD  RESUB-FILE.
    01 RESUB-RECORD        PIC X(304).

FD  AGING-RPT-FILE.
    01 AGING-RECORD        PIC X(132).
FD  PROFILE-FILE.
    COPY CIPHPREC.

FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

WORKING-STORAGE SECTION.
    01 REJECT-STATUS        PIC XX VALUE SPACES.
    01 MASTER-STATUS        PIC XX VALUE SPACES.
    *> distinct reason codes seen on the open master, so the aging
    *> detail can be printed one reason group at a time
    01 REASON-TABLE.
        05 REASON-ENTRY OCCURS 30 TIMES INDEXED BY REASON-IDX.
            10 RT-REASON-CODE   PIC X(4).
            10 RT-OPEN-COUNT    PIC 9(6).
        05 REASON-COUNT     PIC 99 VALUE 0.
        05 TB-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 TB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 TB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    COPY CIPHNWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-MAINTENANCE-REQUEST
    *> only the nightly update is a step of the job stream - a
    *> resubmission is an operator's ad hoc request
    IF REQUEST-TYPE = 'U'
        MOVE 'REJMAST' TO RUN-STEP-NAME
        PERFORM BEGIN-RUN-STEP
    END-IF
    PERFORM OPEN-PROGRAM-FILES
    PERFORM WRITE-OPERATOR-STAMP
    IF REQUEST-TYPE = 'R'
        IF OVERAGE-REJECTS > 0
            MOVE 4 TO RETURN-CODE
        END-IF
        MOVE REJECTS-READ TO RUN-STEP-READ
        MOVE REJECTS-ADDED TO RUN-STEP-WRITTEN
        MOVE OVERAGE-REJECTS TO RUN-STEP-EXCEPTED
    END-IF
    PERFORM END-RUN-STEP.
    STOP RUN.

GET-MAINTENANCE-REQUEST.
            ADD 1 TO RT-OPEN-COUNT(REASON-IDX)
        END-IF
    END-PERFORM
    IF REASON-FOUND = 'N' AND REASON-COUNT < 30
        ADD 1 TO REASON-COUNT
        SET REASON-IDX TO REASON-COUNT
        MOVE RM-REASON-CODE TO RT-REASON-CODE(REASON-IDX)
    END-STRING
    WRITE AGING-RECORD.
    EXIT.

    COPY CIPHNCHK.

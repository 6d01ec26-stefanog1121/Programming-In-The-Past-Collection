        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECON-RPT-STATUS.

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
    COPY CIPHEREC.

FD  RECYCLE-FILE.
    01 RECYCLE-RECORD      PIC X(304).

FD  DEAD-LETTER-FILE.
    01 DEAD-LETTER-RECORD  PIC X(594).

FD  RECON-RPT-FILE.
    01 RECON-RECORD        PIC X(132).

FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

WORKING-STORAGE SECTION.
    01 QUEUE-STATUS         PIC XX VALUE SPACES.
    01 OUTPUT-STATUS        PIC XX VALUE SPACES.
        05 RUN-DATE         PIC 9(8).
        05 RUN-TIME         PIC 9(8).

    COPY CIPHNWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    MOVE 'CHAINREC' TO RUN-STEP-NAME
    PERFORM BEGIN-RUN-STEP
    OPEN OUTPUT RECON-RPT-FILE
    IF RECON-RPT-STATUS NOT = '00'
        DISPLAY 'CHAINREC: unable to open reconciliation report, '
        DISPLAY 'CHAINREC: custody NOT proven - distribution '
            'should be held'
        MOVE 8 TO RETURN-CODE
    END-IF
    MOVE MESSAGES-CAPTURED TO RUN-STEP-READ
    COMPUTE RUN-STEP-WRITTEN = OUTPUT-MATCHED + SOLVE-MATCHED
    COMPUTE RUN-STEP-EXCEPTED = ORPHAN-COUNT + GHOST-COUNT
    PERFORM END-RUN-STEP.
    STOP RUN.

*> --- the captured population ---
        END-PERFORM
    END-IF.
    EXIT.

    COPY CIPHNCHK.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGE-RPT-STATUS.

    *> nightly run-control file - the step records its start and
    *> end here and will not start out of turn (see CIPHNCHK)
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RN-KEY
        FILE STATUS IS RUN-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MULTI-FILE.
    COPY CIPHQREC.

FD  COMBINED-FILE.
    01 COMBINED-RECORD     PIC X(304).

FD  MERGE-RPT-FILE.
    01 MERGE-RECORD        PIC X(132).

FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

WORKING-STORAGE SECTION.
    01 MULTI-STATUS         PIC XX VALUE SPACES.
    01 COMBINED-STATUS      PIC XX VALUE SPACES.
        05 HB-RECORD-ID     PIC X(10) VALUE '*HEADER*'.
        05 HB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 HB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    01 TRAILER-BUILD.
        05 TB-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 TB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 TB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    COPY CIPHNWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    MOVE 'QMERGE' TO RUN-STEP-NAME
    PERFORM BEGIN-RUN-STEP
    OPEN OUTPUT MERGE-RPT-FILE
    IF MERGE-RPT-STATUS NOT = '00'
        DISPLAY 'QMERGE: unable to open report file, status '
            'written'
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE MERGE-RPT-FILE
    MOVE RECORDS-READ TO RUN-STEP-READ
    MOVE RECORDS-WRITTEN TO RUN-STEP-WRITTEN
    MOVE BAD-TRANSMISSIONS TO RUN-STEP-EXCEPTED
    PERFORM END-RUN-STEP.
    STOP RUN.

*> --- first sweep: prove every transmission against itself ---
    END-IF
    WRITE MERGE-RECORD.
    EXIT.

    COPY CIPHNCHK.

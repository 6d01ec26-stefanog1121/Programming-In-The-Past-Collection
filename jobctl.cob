       >>SOURCE FORMAT FREE
*> === NIGHTLY JOB-STREAM CONTROL ===
*> Keeps the run-control file the nightly chain records itself on
*> - QMERGE, QEDIT, IDEONE, RECYCLE, CHAINREC, then DEADLREV and
*> REJMAST as needed - so the operator no longer judges return
*> codes and console DISPLAYs by eye at 3 a.m. Each step gates
*> itself through the CIPHNCHK paragraphs: it will not start
*> unless the step before it completed cleanly (return code 4 or
*> less) on the same business date, skips itself (return code 0)
*> once complete, and records its start and end times, return
*> code and control counts. This program does the three things no
*> step can do for itself, chosen by the PARM/SYSIN card:
*>   O[,<yyyymmdd>]  open a business night (default today): a
*>                   waiting record for every step, and the night
*>                   pointer moved to the new date. Refused while
*>                   the night before has a step that started and
*>                   did not complete - restart and finish it first.
*>   R               restart: every step of the open night that
*>                   failed, or started and never recorded an end,
*>                   is released to run again. Completed steps stay
*>                   complete and skip themselves with return code
*>                   0, so the chain is resubmitted from the top
*>                   and picks up at the failed step.
*>   B[,<yyyymmdd>]  print the run-book for a night (default the
*>                   open one): every step's status, times, return
*>                   code, attempts and counts, and where the chain
*>                   stands - complete, next step, or where to
*>                   resume.
IDENTIFICATION DIVISION.
    PROGRAM-ID. JOBCTL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> nightly run-control file - one record per step per business
    *> date, plus the night pointer
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RN-KEY
        FILE STATUS IS RUN-CONTROL-STATUS.

    *> printed morning run-book
    SELECT RUN-BOOK-FILE ASSIGN TO "RUNBOOK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-BOOK-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

FD  RUN-BOOK-FILE.
    01 RUN-BOOK-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
    01 RUN-BOOK-STATUS      PIC XX VALUE SPACES.

    01 REQUEST-AREAS.
        05 PARM-LINE        PIC X(80) VALUE SPACES.
        05 CONTROL-FUNCTION PIC X VALUE SPACES.
        05 REQUEST-DATE-TEXT PIC X(8) VALUE SPACES.
        05 REQUEST-DATE     PIC 9(8) VALUE 0.

    01 RUN-DATE-TIME.
        05 TODAY-DATE       PIC 9(8) VALUE 0.
        05 NOW-TIME         PIC 9(8) VALUE 0.

    01 NIGHT-AREAS.
        05 OPEN-NIGHT-DATE  PIC 9(8) VALUE 0.
        05 POINTER-EXISTS   PIC X VALUE 'N'.
        05 STEPS-UNFINISHED PIC 9 VALUE 0.
        05 STEPS-RELEASED   PIC 9 VALUE 0.
        05 STEPS-COMPLETE   PIC 9 VALUE 0.
        05 RESUME-STEP      PIC X(8) VALUE SPACES.
        05 NEXT-STEP        PIC X(8) VALUE SPACES.
        05 STEP-STATUS-TEXT PIC X(22) VALUE SPACES.

    *> what each step's three control counts mean, for the legend
    *> at the foot of the run-book - same order as RUN-STEP-TABLE
    01 COUNT-LEGEND-VALUES.
        05 FILLER PIC X(60) VALUE
            'RECORDS READ / RECORDS COMBINED / BAD TRANSMISSIONS'.
        05 FILLER PIC X(60) VALUE
            'RECORDS READ / RECORDS PASSED / RECORDS REJECTED'.
        05 FILLER PIC X(60) VALUE
            'MESSAGES READ / OUTPUT LINES / EXCEPTIONS WRITTEN'.
        05 FILLER PIC X(60) VALUE
            'EXCEPTIONS READ / REQUEUED / RETIRED TO DEAD LETTER'.
        05 FILLER PIC X(60) VALUE
            'MESSAGES CAPTURED / DISTRIBUTED / ORPHANS PLUS GHOSTS'.
        05 FILLER PIC X(60) VALUE
            'MESSAGES REVIEWED / RELEASED / CARRIED FORWARD'.
        05 FILLER PIC X(60) VALUE
            'REJECTS READ / ADDED TO MASTER / OVER TWO DAYS OLD'.
    01 COUNT-LEGEND-TABLE REDEFINES COUNT-LEGEND-VALUES.
        05 COUNT-LEGEND     PIC X(60) OCCURS 7 TIMES.

    01 ELAPSED-AREAS.
        05 ELAPSED-SECONDS  PIC 9(7) VALUE 0.
        05 ELAPSED-HOURS    PIC 99 VALUE 0.
        05 ELAPSED-MINUTES  PIC 99 VALUE 0.
        05 ELAPSED-SECS     PIC 99 VALUE 0.
        05 ELAPSED-REMAINDER PIC 9(7) VALUE 0.
        05 ELAPSED-TEXT     PIC X(8) VALUE SPACES.
        05 START-SECONDS    PIC 9(7) VALUE 0.
        05 END-SECONDS      PIC 9(7) VALUE 0.
        05 BOOK-LINE-PTR    PIC 999 VALUE 1.

    *> a run-control time (HHMMSSCC) taken apart
    01 CLOCK-TIME.
        05 CLOCK-HH         PIC 99.
        05 CLOCK-MM         PIC 99.
        05 CLOCK-SS         PIC 99.
        05 CLOCK-CC         PIC 99.

    COPY CIPHNWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT NOW-TIME FROM TIME
    PERFORM GET-CONTROL-REQUEST
    PERFORM OPEN-RUN-CONTROL-FILE
    PERFORM READ-NIGHT-POINTER
    EVALUATE CONTROL-FUNCTION
        WHEN 'O'
            PERFORM OPEN-BUSINESS-NIGHT
        WHEN 'R'
            PERFORM RESTART-FAILED-STEPS
        WHEN 'B'
            PERFORM PRINT-RUN-BOOK
    END-EVALUATE
    CLOSE RUN-CONTROL-FILE.
    STOP RUN.

GET-CONTROL-REQUEST.
    MOVE SPACES TO PARM-LINE
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE = SPACES
        ACCEPT PARM-LINE
    END-IF
    UNSTRING PARM-LINE DELIMITED BY ','
        INTO CONTROL-FUNCTION REQUEST-DATE-TEXT
    END-UNSTRING
    IF CONTROL-FUNCTION NOT = 'O' AND CONTROL-FUNCTION NOT = 'R'
        AND CONTROL-FUNCTION NOT = 'B'
        DISPLAY 'JOBCTL: request must be O[,<date>], R or '
            'B[,<date>] - got "' FUNCTION TRIM(PARM-LINE) '"'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO REQUEST-DATE
    IF REQUEST-DATE-TEXT NOT = SPACES
        IF REQUEST-DATE-TEXT IS NUMERIC
            MOVE REQUEST-DATE-TEXT TO REQUEST-DATE
        END-IF
        IF REQUEST-DATE = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(REQUEST-DATE) NOT = 0
            DISPLAY 'JOBCTL: business date "' REQUEST-DATE-TEXT
                '" is not a valid YYYYMMDD date'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    EXIT.

*> The first night opened at a site creates the run-control file;
*> restart and the run-book have nothing to work on without it.
OPEN-RUN-CONTROL-FILE.
    OPEN I-O RUN-CONTROL-FILE
    IF RUN-CONTROL-STATUS = '35' AND CONTROL-FUNCTION = 'O'
        DISPLAY 'JOBCTL: run-control file not found - creating it'
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
    END-IF
    IF RUN-CONTROL-STATUS NOT = '00'
        DISPLAY 'JOBCTL: unable to open run-control file, status '
            RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

READ-NIGHT-POINTER.
    MOVE 0 TO RN-BUSINESS-DATE
    MOVE 0 TO RN-STEP-NO
    MOVE 'Y' TO POINTER-EXISTS
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE 'N' TO POINTER-EXISTS
    END-READ
    IF POINTER-EXISTS = 'Y'
        MOVE RN-NIGHT-DATE TO OPEN-NIGHT-DATE
    ELSE
        MOVE 0 TO OPEN-NIGHT-DATE
    END-IF.
    EXIT.

READ-STEP-RECORD.
    MOVE RUN-BUSINESS-DATE TO RN-BUSINESS-DATE
    MOVE RUN-STEP-SUB TO RN-STEP-NO
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE SPACES TO RUN-CONTROL-RECORD
            MOVE RUN-BUSINESS-DATE TO RN-BUSINESS-DATE
            MOVE RUN-STEP-SUB TO RN-STEP-NO
            MOVE RUN-STEP-TABLE-NAME(RUN-STEP-SUB) TO RN-STEP-NAME
            MOVE SPACE TO RN-STEP-STATUS
    END-READ.
    EXIT.

*> --- O: open a business night ---
*> Business dates only move forward, and the night before must be
*> finished or never begun - a night abandoned half-run would leave
*> its failed step unrecorded in any later run-book.
OPEN-BUSINESS-NIGHT.
    IF REQUEST-DATE = 0
        MOVE TODAY-DATE TO REQUEST-DATE
    END-IF
    IF POINTER-EXISTS = 'Y'
        IF REQUEST-DATE <= OPEN-NIGHT-DATE
            DISPLAY 'JOBCTL: business date ' REQUEST-DATE
                ' is not after the open night ' OPEN-NIGHT-DATE
                ' - night not opened'
            CLOSE RUN-CONTROL-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE OPEN-NIGHT-DATE TO RUN-BUSINESS-DATE
        PERFORM COUNT-UNFINISHED-STEPS
        IF STEPS-UNFINISHED > 0
            DISPLAY 'JOBCTL: night ' OPEN-NIGHT-DATE ' has '
                STEPS-UNFINISHED ' steps that did not complete - '
                'restart and finish it before opening ' REQUEST-DATE
            CLOSE RUN-CONTROL-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM FIND-CHAIN-POSITION
        IF STEPS-COMPLETE > 0 AND NEXT-STEP NOT = SPACES
            DISPLAY 'JOBCTL: night ' OPEN-NIGHT-DATE ' stopped before '
                FUNCTION TRIM(NEXT-STEP) ' - finish it before opening '
                REQUEST-DATE
            CLOSE RUN-CONTROL-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE REQUEST-DATE TO RUN-BUSINESS-DATE
    PERFORM VARYING RUN-STEP-SUB FROM 1 BY 1 UNTIL RUN-STEP-SUB > 7
        PERFORM WRITE-WAITING-STEP
    END-PERFORM
    MOVE SPACES TO RUN-CONTROL-RECORD
    MOVE 0 TO RN-BUSINESS-DATE
    MOVE 0 TO RN-STEP-NO
    MOVE '*NIGHT*' TO RN-STEP-NAME
    MOVE 'C' TO RN-STEP-STATUS
    MOVE TODAY-DATE TO RN-START-DATE
    MOVE NOW-TIME TO RN-START-TIME
    MOVE 0 TO RN-END-DATE
    MOVE 0 TO RN-END-TIME
    MOVE 0 TO RN-RETURN-CODE
    MOVE 0 TO RN-ATTEMPTS
    MOVE 0 TO RN-COUNT-READ
    MOVE 0 TO RN-COUNT-WRITTEN
    MOVE 0 TO RN-COUNT-EXCEPTED
    MOVE REQUEST-DATE TO RN-NIGHT-DATE
    IF POINTER-EXISTS = 'Y'
        REWRITE RUN-CONTROL-RECORD
    ELSE
        WRITE RUN-CONTROL-RECORD
    END-IF
    IF RUN-CONTROL-STATUS NOT = '00'
        DISPLAY 'JOBCTL: unable to move the night pointer, status '
            RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        DISPLAY 'JOBCTL: business night ' REQUEST-DATE
            ' open - the chain starts at QMERGE'
    END-IF.
    EXIT.

WRITE-WAITING-STEP.
    MOVE SPACES TO RUN-CONTROL-RECORD
    MOVE RUN-BUSINESS-DATE TO RN-BUSINESS-DATE
    MOVE RUN-STEP-SUB TO RN-STEP-NO
    MOVE RUN-STEP-TABLE-NAME(RUN-STEP-SUB) TO RN-STEP-NAME
    MOVE 'W' TO RN-STEP-STATUS
    MOVE 0 TO RN-START-DATE
    MOVE 0 TO RN-START-TIME
    MOVE 0 TO RN-END-DATE
    MOVE 0 TO RN-END-TIME
    MOVE 0 TO RN-RETURN-CODE
    MOVE 0 TO RN-ATTEMPTS
    MOVE 0 TO RN-COUNT-READ
    MOVE 0 TO RN-COUNT-WRITTEN
    MOVE 0 TO RN-COUNT-EXCEPTED
    MOVE 0 TO RN-NIGHT-DATE
    WRITE RUN-CONTROL-RECORD
        INVALID KEY
            DISPLAY 'JOBCTL: step ' RN-STEP-NAME ' already on the '
                'run-control file for ' RUN-BUSINESS-DATE
            CLOSE RUN-CONTROL-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-WRITE.
    EXIT.

*> Counts the steps of RUN-BUSINESS-DATE that started and did not
*> complete - failed, ended without a record, or released and not
*> yet rerun.
COUNT-UNFINISHED-STEPS.
    MOVE 0 TO STEPS-UNFINISHED
    PERFORM VARYING RUN-STEP-SUB FROM 1 BY 1 UNTIL RUN-STEP-SUB > 7
        PERFORM READ-STEP-RECORD
        IF RN-STEP-STARTED OR RN-STEP-FAILED OR RN-STEP-RELEASED
            ADD 1 TO STEPS-UNFINISHED
        END-IF
    END-PERFORM.
    EXIT.

*> --- R: release the open night's failed steps ---
RESTART-FAILED-STEPS.
    IF POINTER-EXISTS NOT = 'Y'
        DISPLAY 'JOBCTL: no business night is open - nothing to '
            'restart'
        CLOSE RUN-CONTROL-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE OPEN-NIGHT-DATE TO RUN-BUSINESS-DATE
    MOVE 0 TO STEPS-RELEASED
    MOVE SPACES TO RESUME-STEP
    PERFORM VARYING RUN-STEP-SUB FROM 1 BY 1 UNTIL RUN-STEP-SUB > 7
        PERFORM READ-STEP-RECORD
        IF RN-STEP-STARTED OR RN-STEP-FAILED
            PERFORM RELEASE-ONE-STEP
        END-IF
    END-PERFORM
    IF STEPS-RELEASED = 0
        PERFORM FIND-CHAIN-POSITION
        IF NEXT-STEP = SPACES
            DISPLAY 'JOBCTL: nothing to restart - night '
                RUN-BUSINESS-DATE ' is complete'
        ELSE
            DISPLAY 'JOBCTL: nothing to restart for night '
                RUN-BUSINESS-DATE ' - next step to run is ' NEXT-STEP
        END-IF
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY 'JOBCTL: night ' RUN-BUSINESS-DATE ' - resume the '
            'chain at ' RESUME-STEP '; completed steps will be skipped'
    END-IF.
    EXIT.

RELEASE-ONE-STEP.
    IF RN-STEP-FAILED
        DISPLAY 'JOBCTL: ' RN-STEP-NAME ' failed with return code '
            RN-RETURN-CODE ' on attempt ' RN-ATTEMPTS
            ' - released for restart'
    ELSE
        DISPLAY 'JOBCTL: ' RN-STEP-NAME ' started at '
            RN-START-DATE ' ' RN-START-TIME(1:6)
            ' and never recorded an end - released for restart'
    END-IF
    MOVE 'R' TO RN-STEP-STATUS
    REWRITE RUN-CONTROL-RECORD
    ADD 1 TO STEPS-RELEASED
    IF RESUME-STEP = SPACES
        MOVE RN-STEP-NAME TO RESUME-STEP
    END-IF.
    EXIT.

*> Where the chain stands for RUN-BUSINESS-DATE: RESUME-STEP is the
*> first step that started and did not complete, NEXT-STEP the
*> first required step not yet run. Both spaces means every
*> required step is complete.
FIND-CHAIN-POSITION.
    MOVE SPACES TO RESUME-STEP
    MOVE SPACES TO NEXT-STEP
    MOVE 0 TO STEPS-COMPLETE
    PERFORM VARYING RUN-STEP-SUB FROM 1 BY 1 UNTIL RUN-STEP-SUB > 7
        PERFORM READ-STEP-RECORD
        IF (RN-STEP-STARTED OR RN-STEP-FAILED OR RN-STEP-RELEASED)
            AND RESUME-STEP = SPACES
            MOVE RN-STEP-NAME TO RESUME-STEP
        END-IF
        IF RN-STEP-WAITING AND NEXT-STEP = SPACES
            AND RUN-STEP-OPTIONAL(RUN-STEP-SUB) = 'N'
            MOVE RN-STEP-NAME TO NEXT-STEP
        END-IF
        IF RN-STEP-COMPLETE
            ADD 1 TO STEPS-COMPLETE
        END-IF
    END-PERFORM.
    EXIT.

*> --- B: the morning run-book ---
PRINT-RUN-BOOK.
    IF REQUEST-DATE = 0
        IF POINTER-EXISTS NOT = 'Y'
            DISPLAY 'JOBCTL: no business night is open - name the '
                'night to print'
            CLOSE RUN-CONTROL-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE OPEN-NIGHT-DATE TO REQUEST-DATE
    END-IF
    MOVE REQUEST-DATE TO RUN-BUSINESS-DATE
    OPEN OUTPUT RUN-BOOK-FILE
    IF RUN-BOOK-STATUS NOT = '00'
        DISPLAY 'JOBCTL: unable to open run-book file, status '
            RUN-BOOK-STATUS
        CLOSE RUN-CONTROL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-RUN-BOOK-HEADER
    PERFORM VARYING RUN-STEP-SUB FROM 1 BY 1 UNTIL RUN-STEP-SUB > 7
        PERFORM READ-STEP-RECORD
        PERFORM WRITE-RUN-BOOK-STEP
    END-PERFORM
    PERFORM WRITE-RUN-BOOK-VERDICT
    PERFORM WRITE-COUNT-LEGEND
    CLOSE RUN-BOOK-FILE
    IF RESUME-STEP NOT = SPACES
        MOVE 4 TO RETURN-CODE
    END-IF.
    EXIT.

WRITE-RUN-BOOK-HEADER.
    MOVE SPACES TO RUN-BOOK-RECORD
    STRING 'NIGHTLY RUN-BOOK  BUSINESS DATE: ' DELIMITED BY SIZE
        RUN-BUSINESS-DATE DELIMITED BY SIZE
        '  PRINTED: ' DELIMITED BY SIZE
        TODAY-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        NOW-TIME(1:2) DELIMITED BY SIZE
        ':' DELIMITED BY SIZE
        NOW-TIME(3:2) DELIMITED BY SIZE
        '  PAGE: 0001' DELIMITED BY SIZE
        INTO RUN-BOOK-RECORD
    END-STRING
    WRITE RUN-BOOK-RECORD
    MOVE SPACES TO RUN-BOOK-RECORD
    WRITE RUN-BOOK-RECORD
    MOVE SPACES TO RUN-BOOK-RECORD
    MOVE 'NO' TO RUN-BOOK-RECORD(3:2)
    MOVE 'STEP' TO RUN-BOOK-RECORD(6:4)
    MOVE 'STATUS' TO RUN-BOOK-RECORD(16:6)
    MOVE 'STARTED' TO RUN-BOOK-RECORD(39:7)
    MOVE 'ENDED' TO RUN-BOOK-RECORD(58:5)
    MOVE 'ELAPSED' TO RUN-BOOK-RECORD(77:7)
    MOVE 'RC' TO RUN-BOOK-RECORD(89:2)
    MOVE 'TRIES' TO RUN-BOOK-RECORD(92:5)
    MOVE 'READ' TO RUN-BOOK-RECORD(101:4)
    MOVE 'WRITTEN' TO RUN-BOOK-RECORD(107:7)
    MOVE 'EXCEPTED' TO RUN-BOOK-RECORD(115:8)
    WRITE RUN-BOOK-RECORD.
    EXIT.

WRITE-RUN-BOOK-STEP.
    EVALUATE TRUE
        WHEN RN-STEP-COMPLETE
            MOVE 'COMPLETE' TO STEP-STATUS-TEXT
        WHEN RN-STEP-FAILED
            MOVE 'FAILED' TO STEP-STATUS-TEXT
        WHEN RN-STEP-STARTED
            MOVE 'STARTED - NO END' TO STEP-STATUS-TEXT
        WHEN RN-STEP-RELEASED
            MOVE 'RELEASED FOR RESTART' TO STEP-STATUS-TEXT
        WHEN RN-STEP-WAITING
            AND RUN-STEP-OPTIONAL(RUN-STEP-SUB) = 'Y'
            MOVE 'NOT RUN (AS NEEDED)' TO STEP-STATUS-TEXT
        WHEN RN-STEP-WAITING
            MOVE 'NOT RUN' TO STEP-STATUS-TEXT
        WHEN OTHER
            MOVE 'NIGHT NOT OPENED' TO STEP-STATUS-TEXT
    END-EVALUATE
    MOVE SPACES TO RUN-BOOK-RECORD
    MOVE 1 TO BOOK-LINE-PTR
    STRING '  ' DELIMITED BY SIZE
        RUN-STEP-SUB DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        RUN-STEP-TABLE-NAME(RUN-STEP-SUB) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        STEP-STATUS-TEXT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        INTO RUN-BOOK-RECORD
        WITH POINTER BOOK-LINE-PTR
    END-STRING
    IF RN-ATTEMPTS IS NUMERIC AND RN-ATTEMPTS > 0
        MOVE RN-START-TIME TO CLOCK-TIME
        STRING RN-START-DATE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CLOCK-HH DELIMITED BY SIZE
            ':' DELIMITED BY SIZE
            CLOCK-MM DELIMITED BY SIZE
            ':' DELIMITED BY SIZE
            CLOCK-SS DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            INTO RUN-BOOK-RECORD
            WITH POINTER BOOK-LINE-PTR
        END-STRING
        IF RN-END-DATE > 0
            PERFORM COMPUTE-STEP-ELAPSED
            MOVE RN-END-TIME TO CLOCK-TIME
            STRING RN-END-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CLOCK-HH DELIMITED BY SIZE
                ':' DELIMITED BY SIZE
                CLOCK-MM DELIMITED BY SIZE
                ':' DELIMITED BY SIZE
                CLOCK-SS DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                ELAPSED-TEXT DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                RN-RETURN-CODE DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                RN-ATTEMPTS DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                RN-COUNT-READ DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                RN-COUNT-WRITTEN DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                RN-COUNT-EXCEPTED DELIMITED BY SIZE
                INTO RUN-BOOK-RECORD
                WITH POINTER BOOK-LINE-PTR
            END-STRING
        ELSE
            STRING '(NO END RECORDED)' DELIMITED BY SIZE
                '                ' DELIMITED BY SIZE
                RN-ATTEMPTS DELIMITED BY SIZE
                INTO RUN-BOOK-RECORD
                WITH POINTER BOOK-LINE-PTR
            END-STRING
        END-IF
    END-IF
    WRITE RUN-BOOK-RECORD.
    EXIT.

*> Elapsed wall-clock time from start to end, across midnight if
*> the step ran over it - the times are HHMMSSCC.
COMPUTE-STEP-ELAPSED.
    MOVE SPACES TO ELAPSED-TEXT
    IF RN-END-DATE > 0
        MOVE RN-START-TIME TO CLOCK-TIME
        COMPUTE START-SECONDS =
            CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS
        MOVE RN-END-TIME TO CLOCK-TIME
        COMPUTE END-SECONDS =
            CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS
        COMPUTE ELAPSED-SECONDS =
            (FUNCTION INTEGER-OF-DATE(RN-END-DATE)
              - FUNCTION INTEGER-OF-DATE(RN-START-DATE)) * 86400
            + END-SECONDS - START-SECONDS
        DIVIDE ELAPSED-SECONDS BY 3600 GIVING ELAPSED-HOURS
            REMAINDER ELAPSED-REMAINDER
        DIVIDE ELAPSED-REMAINDER BY 60 GIVING ELAPSED-MINUTES
            REMAINDER ELAPSED-SECS
        STRING ELAPSED-HOURS DELIMITED BY SIZE
            ':' DELIMITED BY SIZE
            ELAPSED-MINUTES DELIMITED BY SIZE
            ':' DELIMITED BY SIZE
            ELAPSED-SECS DELIMITED BY SIZE
            INTO ELAPSED-TEXT
        END-STRING
    END-IF.
    EXIT.

WRITE-RUN-BOOK-VERDICT.
    PERFORM FIND-CHAIN-POSITION
    MOVE SPACES TO RUN-BOOK-RECORD
    WRITE RUN-BOOK-RECORD
    MOVE SPACES TO RUN-BOOK-RECORD
    EVALUATE TRUE
        WHEN STEPS-COMPLETE = 0 AND RESUME-STEP = SPACES
            AND NEXT-STEP = SPACES
            STRING 'NIGHT ' DELIMITED BY SIZE
                RUN-BUSINESS-DATE DELIMITED BY SIZE
                ' WAS NEVER OPENED ON THE RUN-CONTROL FILE'
                    DELIMITED BY SIZE
                INTO RUN-BOOK-RECORD
            END-STRING
        WHEN RESUME-STEP NOT = SPACES
            STRING '*** CHAIN STOPPED - RESUME AT ' DELIMITED BY SIZE
                RESUME-STEP DELIMITED BY SPACE
                ' (RUN JOBCTL R IF IT IS NOT YET RELEASED) ***'
                    DELIMITED BY SIZE
                INTO RUN-BOOK-RECORD
            END-STRING
        WHEN NEXT-STEP NOT = SPACES
            STRING 'CHAIN IN PROGRESS - NEXT STEP TO RUN: '
                    DELIMITED BY SIZE
                NEXT-STEP DELIMITED BY SPACE
                INTO RUN-BOOK-RECORD
            END-STRING
        WHEN OTHER
            STRING 'NIGHT COMPLETE - EVERY REQUIRED STEP ENDED CLEANLY'
                DELIMITED BY SIZE
                INTO RUN-BOOK-RECORD
            END-STRING
    END-EVALUATE
    WRITE RUN-BOOK-RECORD.
    EXIT.

WRITE-COUNT-LEGEND.
    MOVE SPACES TO RUN-BOOK-RECORD
    WRITE RUN-BOOK-RECORD
    MOVE SPACES TO RUN-BOOK-RECORD
    STRING 'CONTROL COUNTS (READ / WRITTEN / EXCEPTED) BY STEP:'
        DELIMITED BY SIZE
        INTO RUN-BOOK-RECORD
    END-STRING
    WRITE RUN-BOOK-RECORD
    PERFORM VARYING RUN-STEP-SUB FROM 1 BY 1 UNTIL RUN-STEP-SUB > 7
        MOVE SPACES TO RUN-BOOK-RECORD
        STRING '  ' DELIMITED BY SIZE
            RUN-STEP-TABLE-NAME(RUN-STEP-SUB) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            COUNT-LEGEND(RUN-STEP-SUB) DELIMITED BY SIZE
            INTO RUN-BOOK-RECORD
        END-STRING
        WRITE RUN-BOOK-RECORD
    END-PERFORM.
    EXIT.

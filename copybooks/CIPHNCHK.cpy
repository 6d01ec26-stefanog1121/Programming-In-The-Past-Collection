      *> RUN-CONTROL PARAGRAPHS - the gate every step of the nightly
      *> chain passes through. Copied into the PROCEDURE DIVISION of
      *> QMERGE, QEDIT, IDEONE, RECYCLE, CHAINREC, DEADLREV and
      *> REJMAST; the program supplies the RUN-CONTROL-FILE select
      *> (RUNCTL, indexed, random access, key RN-KEY, status
      *> RUN-CONTROL-STATUS), its FD over CIPHNREC, and CIPHNWRK in
      *> WORKING-STORAGE. BEGIN-RUN-STEP must run before the step
      *> opens anything it writes, so a refused step leaves the last
      *> good output standing.

*> Lets the step start only when the open night's predecessor step
*> is complete and the step has not failed (or started and never
*> ended) without JOBCTL releasing it for restart, then records it
*> as started. A step already complete for the night is skipped
*> with return code 0 and its record left as it stands, so a chain
*> resubmitted from the top after a restart passes over the steps
*> that finished and picks up at the one that did not. A site with
*> no run-control file at all runs the step outside the controls,
*> as before JOBCTL existed.
BEGIN-RUN-STEP.
    MOVE 'N' TO RUN-STEP-ACTIVE
    MOVE 'N' TO RUN-STEP-SKIP
    MOVE SPACES TO RUN-STEP-REFUSAL
    MOVE 0 TO RUN-STEP-NO
    PERFORM VARYING RUN-STEP-SUB FROM 1 BY 1 UNTIL RUN-STEP-SUB > 7
        IF RUN-STEP-TABLE-NAME(RUN-STEP-SUB) = RUN-STEP-NAME
            MOVE RUN-STEP-SUB TO RUN-STEP-NO
        END-IF
    END-PERFORM
    OPEN I-O RUN-CONTROL-FILE
    IF RUN-CONTROL-STATUS = '35'
        DISPLAY FUNCTION TRIM(RUN-STEP-NAME)
            ': no run-control file - step runs outside the '
            'job-stream controls'
    ELSE
        IF RUN-CONTROL-STATUS NOT = '00'
            DISPLAY FUNCTION TRIM(RUN-STEP-NAME)
                ': unable to open run-control file, status '
                RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM CHECK-RUN-STEP-GATE
        IF RUN-STEP-REFUSAL NOT = SPACES
            CLOSE RUN-CONTROL-FILE
            DISPLAY FUNCTION TRIM(RUN-STEP-NAME) ': step refused - '
                FUNCTION TRIM(RUN-STEP-REFUSAL)
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF RUN-STEP-SKIP = 'Y'
            CLOSE RUN-CONTROL-FILE
            DISPLAY FUNCTION TRIM(RUN-STEP-NAME)
                ': step already complete for ' RUN-BUSINESS-DATE
                ' - skipped'
            MOVE 0 TO RETURN-CODE
            STOP RUN
        END-IF
        ACCEPT RUN-STEP-NOW-DATE FROM DATE YYYYMMDD
        ACCEPT RUN-STEP-NOW-TIME FROM TIME
        MOVE 'S' TO RN-STEP-STATUS
        MOVE RUN-STEP-NOW-DATE TO RN-START-DATE
        MOVE RUN-STEP-NOW-TIME TO RN-START-TIME
        MOVE 0 TO RN-END-DATE
        MOVE 0 TO RN-END-TIME
        MOVE 0 TO RN-RETURN-CODE
        MOVE 0 TO RN-COUNT-READ
        MOVE 0 TO RN-COUNT-WRITTEN
        MOVE 0 TO RN-COUNT-EXCEPTED
        ADD 1 TO RN-ATTEMPTS
        REWRITE RUN-CONTROL-RECORD
        CLOSE RUN-CONTROL-FILE
        MOVE 'Y' TO RUN-STEP-ACTIVE
        DISPLAY FUNCTION TRIM(RUN-STEP-NAME)
            ': started for business date ' RUN-BUSINESS-DATE
    END-IF.
    EXIT.

*> Leaves RUN-STEP-REFUSAL spaces when the step may run, with its
*> own run-control record read and ready to be rewritten, and sets
*> RUN-STEP-SKIP when that record shows the step already complete.
CHECK-RUN-STEP-GATE.
    MOVE 0 TO RN-BUSINESS-DATE
    MOVE 0 TO RN-STEP-NO
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE 'NO BUSINESS DATE OPEN - RUN JOBCTL TO OPEN ONE'
                TO RUN-STEP-REFUSAL
    END-READ
    IF RUN-STEP-REFUSAL = SPACES
        MOVE RN-NIGHT-DATE TO RUN-BUSINESS-DATE
        IF RUN-STEP-NO = 0
            MOVE 'STEP IS NOT IN THE NIGHTLY CHAIN'
                TO RUN-STEP-REFUSAL
        END-IF
    END-IF
    IF RUN-STEP-REFUSAL = SPACES
        AND RUN-STEP-PREDECESSOR(RUN-STEP-NO) > 0
        MOVE RUN-BUSINESS-DATE TO RN-BUSINESS-DATE
        MOVE RUN-STEP-PREDECESSOR(RUN-STEP-NO) TO RN-STEP-NO
        READ RUN-CONTROL-FILE
            INVALID KEY
                MOVE SPACE TO RN-STEP-STATUS
        END-READ
        IF NOT RN-STEP-COMPLETE
            STRING 'PREDECESSOR ' DELIMITED BY SIZE
                RUN-STEP-TABLE-NAME(RUN-STEP-PREDECESSOR(RUN-STEP-NO))
                    DELIMITED BY SPACE
                ' NOT COMPLETE FOR ' DELIMITED BY SIZE
                RUN-BUSINESS-DATE DELIMITED BY SIZE
                INTO RUN-STEP-REFUSAL
            END-STRING
        END-IF
    END-IF
    IF RUN-STEP-REFUSAL = SPACES
        MOVE RUN-BUSINESS-DATE TO RN-BUSINESS-DATE
        MOVE RUN-STEP-NO TO RN-STEP-NO
        READ RUN-CONTROL-FILE
            INVALID KEY
                MOVE 'STEP NOT ON RUN-CONTROL FILE FOR THIS DATE'
                    TO RUN-STEP-REFUSAL
        END-READ
    END-IF
    IF RUN-STEP-REFUSAL = SPACES
        EVALUATE TRUE
            WHEN RN-STEP-COMPLETE
                MOVE 'Y' TO RUN-STEP-SKIP
            WHEN RN-STEP-STARTED OR RN-STEP-FAILED
                MOVE 'LAST ATTEMPT DID NOT COMPLETE - RUN JOBCTL RESTART'
                    TO RUN-STEP-REFUSAL
        END-EVALUATE
    END-IF.
    EXIT.

*> Records how the step ended: complete at return code 4 or less,
*> failed above that, with the step's control counts.
END-RUN-STEP.
    IF RUN-STEP-ACTIVE = 'Y'
        ACCEPT RUN-STEP-NOW-DATE FROM DATE YYYYMMDD
        ACCEPT RUN-STEP-NOW-TIME FROM TIME
        OPEN I-O RUN-CONTROL-FILE
        MOVE RUN-BUSINESS-DATE TO RN-BUSINESS-DATE
        MOVE RUN-STEP-NO TO RN-STEP-NO
        IF RUN-CONTROL-STATUS = '00'
            READ RUN-CONTROL-FILE
                INVALID KEY
                    CLOSE RUN-CONTROL-FILE
                    MOVE '23' TO RUN-CONTROL-STATUS
            END-READ
        END-IF
        IF RUN-CONTROL-STATUS NOT = '00'
            DISPLAY FUNCTION TRIM(RUN-STEP-NAME)
                ': unable to record step end on run-control file, '
                'status ' RUN-CONTROL-STATUS
        ELSE
            MOVE RUN-STEP-NOW-DATE TO RN-END-DATE
            MOVE RUN-STEP-NOW-TIME TO RN-END-TIME
            MOVE RETURN-CODE TO RN-RETURN-CODE
            MOVE RUN-STEP-READ TO RN-COUNT-READ
            MOVE RUN-STEP-WRITTEN TO RN-COUNT-WRITTEN
            MOVE RUN-STEP-EXCEPTED TO RN-COUNT-EXCEPTED
            IF RETURN-CODE > 4
                MOVE 'F' TO RN-STEP-STATUS
                DISPLAY FUNCTION TRIM(RUN-STEP-NAME)
                    ': step FAILED for business date '
                    RUN-BUSINESS-DATE ' - return code ' RN-RETURN-CODE
            ELSE
                MOVE 'C' TO RN-STEP-STATUS
                DISPLAY FUNCTION TRIM(RUN-STEP-NAME)
                    ': step complete for business date '
                    RUN-BUSINESS-DATE
            END-IF
            REWRITE RUN-CONTROL-RECORD
            CLOSE RUN-CONTROL-FILE
        END-IF
    END-IF.
    EXIT.

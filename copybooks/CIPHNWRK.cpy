      *> RUN-STEP-AREAS - the nightly chain's step table and the work
      *> fields the run-control paragraphs (CIPHNCHK) use. A step
      *> program moves its PROGRAM-ID to RUN-STEP-NAME before
      *> BEGIN-RUN-STEP, and its control counts to RUN-STEP-READ,
      *> -WRITTEN and -EXCEPTED (return code already set) before
      *> END-RUN-STEP.
      *> RUN-STEP-TABLE: name, predecessor step number and whether
      *> the step is run only as needed, in chain order - the entry's
      *> position is its RN-STEP-NO. DEADLREV and REJMAST both follow
      *> CHAINREC and neither waits for the other.
    01 RUN-STEP-TABLE-VALUES.
        05 FILLER              PIC X(11) VALUE 'QMERGE  00N'.
        05 FILLER              PIC X(11) VALUE 'QEDIT   01N'.
        05 FILLER              PIC X(11) VALUE 'IDEONE  02N'.
        05 FILLER              PIC X(11) VALUE 'RECYCLE 03N'.
        05 FILLER              PIC X(11) VALUE 'CHAINREC04N'.
        05 FILLER              PIC X(11) VALUE 'DEADLREV05Y'.
        05 FILLER              PIC X(11) VALUE 'REJMAST 05Y'.
    01 RUN-STEP-TABLE REDEFINES RUN-STEP-TABLE-VALUES.
        05 RUN-STEP-ENTRY OCCURS 7 TIMES.
            10 RUN-STEP-TABLE-NAME PIC X(8).
            10 RUN-STEP-PREDECESSOR PIC 99.
            10 RUN-STEP-OPTIONAL   PIC X.

    01 RUN-STEP-AREAS.
        05 RUN-CONTROL-STATUS  PIC XX VALUE SPACES.
        05 RUN-STEP-NAME       PIC X(8) VALUE SPACES.
        05 RUN-STEP-NO         PIC 99 VALUE 0.
        05 RUN-STEP-SUB        PIC 99 VALUE 0.
        05 RUN-STEP-ACTIVE     PIC X VALUE 'N'.
        05 RUN-STEP-SKIP       PIC X VALUE 'N'.
        05 RUN-BUSINESS-DATE   PIC 9(8) VALUE 0.
        05 RUN-STEP-REFUSAL    PIC X(60) VALUE SPACES.
        05 RUN-STEP-READ       PIC 9(7) VALUE 0.
        05 RUN-STEP-WRITTEN    PIC 9(7) VALUE 0.
        05 RUN-STEP-EXCEPTED   PIC 9(7) VALUE 0.
        05 RUN-STEP-NOW-DATE   PIC 9(8) VALUE 0.
        05 RUN-STEP-NOW-TIME   PIC 9(8) VALUE 0.

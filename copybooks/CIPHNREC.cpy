      *> RUN-CONTROL-RECORD - one step of one business night on the
      *> indexed run-control file JOBCTL keeps for the nightly chain
      *> (QMERGE, QEDIT, IDEONE, RECYCLE, CHAINREC, then DEADLREV and
      *> REJMAST as needed). Every step records its own start, end,
      *> return code and control counts here, and refuses to start
      *> unless the step before it completed on the same business
      *> date.
      *> RN-KEY: business date plus step number (01-07, the order in
      *>         RUN-STEP-TABLE in CIPHNWRK). The record keyed
      *>         00000000/00 is the night pointer: RN-NIGHT-DATE on it
      *>         is the business date now open, which is the date
      *>         every step records itself under, whatever the clock
      *>         says when it runs.
      *> RN-STEP-STATUS: W = waiting, not run yet this night
      *>                 S = started - still running, or it ended
      *>                     without recording an end (an abend or a
      *>                     fatal stop), so treat it as failed
      *>                 C = completed cleanly (return code 4 or less)
      *>                 F = failed (return code over 4)
      *>                 R = released by JOBCTL restart - may run again
      *> RN-ATTEMPTS: times the step has been started this night
      *> RN-COUNT-READ/-WRITTEN/-EXCEPTED: the step's own control
      *>         counts - what each means per step is on the run-book
    01 RUN-CONTROL-RECORD.
        05 RN-KEY.
            10 RN-BUSINESS-DATE    PIC 9(8).
            10 RN-STEP-NO          PIC 99.
        05 RN-STEP-NAME            PIC X(8).
        05 RN-STEP-STATUS          PIC X.
           88 RN-STEP-WAITING      VALUE 'W'.
           88 RN-STEP-STARTED      VALUE 'S'.
           88 RN-STEP-COMPLETE     VALUE 'C'.
           88 RN-STEP-FAILED       VALUE 'F'.
           88 RN-STEP-RELEASED     VALUE 'R'.
        05 RN-START-DATE           PIC 9(8).
        05 RN-START-TIME           PIC 9(8).
        05 RN-END-DATE             PIC 9(8).
        05 RN-END-TIME             PIC 9(8).
        05 RN-RETURN-CODE          PIC 9(4).
        05 RN-ATTEMPTS             PIC 99.
        05 RN-COUNT-READ           PIC 9(7).
        05 RN-COUNT-WRITTEN        PIC 9(7).
        05 RN-COUNT-EXCEPTED       PIC 9(7).
        05 RN-NIGHT-DATE           PIC 9(8).
        05 FILLER                  PIC X(20).

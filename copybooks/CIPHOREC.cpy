      *> OUTPUT-RECORD - one DISPLAY-FORMAT line written to the
      *> batch output file instead of the console.
      *> OUT-CHECK-GROUP: for an encrypt, the check group computed
      *> from the ciphertext, to be sent with it; for a decrypt,
      *> the group that was received and verified (blank when none
      *> came with the message).
    01 OUTPUT-RECORD.
        05 OUT-MSG-ID          PIC X(10).
        05 FILLER              PIC X VALUE SPACE.
        05 OUT-DISPLAY-LINE    PIC X(262).
        05 FILLER              PIC X VALUE SPACE.
        05 OUT-CHECK-GROUP     PIC X(5).

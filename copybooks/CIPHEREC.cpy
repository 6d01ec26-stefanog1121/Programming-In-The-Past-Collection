      *> the message has already been recycled, so a repeat failure
      *> can be retired to the dead-letter file instead of looping;
      *> EXC-PRIORITY carries the message's service class so a
      *> recycled flash message re-enters the batch as flash;
      *> EXC-CIPHER-TYPE is the cipher type the message was run
      *> under (space when its key never resolved), so the dead-
      *> letter review shows a transposition failure as one;
      *> EXC-CHECK-GROUP is the check group that came with a decrypt
      *> or solve, carried so a rebuilt queue record still verifies.
      *> A reason beginning CHECK GROUP FAILED means the ciphertext
      *> itself arrived damaged - no key and no rerun will fix it,
      *> only a retransmission from the originator.
    01 EXCEPTION-RECORD.
        05 EXC-MSG-ID          PIC X(10).
        05 FILLER              PIC X VALUE SPACE.
        05 EXC-KEY-ID          PIC X(8).
        05 EXC-RETRY-COUNT     PIC 9.
        05 EXC-PRIORITY        PIC X.
        05 EXC-CIPHER-TYPE     PIC X.
        05 EXC-CHECK-GROUP     PIC X(5).

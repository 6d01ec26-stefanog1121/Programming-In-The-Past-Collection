      *> PENDING-TRANS-RECORD - one key maintenance transaction on
      *> the indexed pending file, waiting for a second operator.
      *> KEYMAINT's submit run files every KEYTRANS card here under
      *> the submitting operator; only its approval run, under a
      *> different operator, applies anything to the key file.
      *> PT-KEY: submit date and time of the run that filed it plus
      *>         the card's position in that run - printed on the
      *>         submit register as the reference the approver
      *>         quotes on the approval card
      *> PT-STATUS: P = pending, awaiting a second operator
      *>            A = approved and applied to the key file
      *>            E = approved but refused when applied (reason in
      *>                PT-REASON - the key file changed under it)
      *>            R = refused by the approving operator
      *>            X = expired - nobody approved it by the deadline
      *> PT-DEADLINE-DATE: last date the transaction may be approved;
      *>            the approval run expires anything pending past it
      *> PT-TRANSACTION: the KEYTRANS card image exactly as submitted
    01 PENDING-TRANS-RECORD.
        05 PT-KEY.
            10 PT-SUBMIT-DATE      PIC 9(8).
            10 PT-SUBMIT-TIME      PIC 9(8).
            10 PT-SEQUENCE         PIC 9(4).
        05 PT-STATUS               PIC X.
        05 PT-SUBMIT-OPERATOR      PIC X(8).
        05 PT-APPROVE-OPERATOR     PIC X(8).
        05 PT-DEADLINE-DATE        PIC 9(8).
        05 PT-DECISION-DATE        PIC 9(8).
        05 PT-REASON               PIC X(45).
        05 PT-TRANSACTION          PIC X(68).

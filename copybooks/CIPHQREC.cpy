      *> QUEUE-RECORD - one message on the batch input queue.
      *> QR-MSG-ID: opens with the originating station's four-
      *>            character prefix (QR-ORIGINATOR), the key of the
      *>            station master QEDIT authorizes the message on
      *> QR-MODE:   E = encrypt, D = decrypt, S = solve (brute force)
      *> QR-KEY-ID: when not spaces, the shift/keyword come from the
      *>            central key file under this ID and QR-SHIFT /
      *>                 field padding - required on every piece, not
      *>                 just the final one, since an intermediate
      *>                 piece can legitimately end on a word boundary
      *> QR-CHECK-GROUP: five letters computed from the ciphertext
      *>            when the message was enciphered (OUT-CHECK-
      *>            GROUP on the sender's CIPHOUT). On a decrypt or
      *>            solve it is verified against the text before the
      *>            text is deciphered, so a letter dropped or swapped
      *>            in transit is caught instead of deciphered into
      *>            quiet nonsense. Taken from the lead record of a
      *>            chain; blank means none was sent (the message is
      *>            run unverified and counted as such).
      *> QR-TEXT-FORM: how a decrypt or solve's ciphertext was
      *>            keyed in - space = running text as CIPHOUT
      *>            carries it, G = five-letter groups copied off a
      *>            printed message form. Group-form text has its
      *>            grouping spaces stripped before it is deciphered
      *>            and its X padding trimmed back against the check
      *>            group. Taken from the lead record of a chain.
    01 QUEUE-RECORD.
        05 QR-MSG-ID          PIC X(10).
        05 QR-MSG-ID-PARTS REDEFINES QR-MSG-ID.
            10 QR-ORIGINATOR  PIC X(4).
            10 FILLER         PIC X(6).
        05 QR-MODE            PIC X.
        05 QR-SHIFT           PIC S99.
        05 QR-SHIFT-X REDEFINES QR-SHIFT
        05 QR-CONTINUATION    PIC X.
        05 QR-TEXT-LENGTH     PIC 999.
        05 QR-MSG-TEXT        PIC X(250).
        05 QR-CHECK-GROUP     PIC X(5).
        05 QR-TEXT-FORM       PIC X.
      *> QUEUE-CONTROL-RECORD - header/trailer control records laid
      *> over the same record area. The header (first record, from
      *> the upstream capture system or QEDIT) carries the queue's
           88 QC-IS-TRAILER   VALUE '*TRAILER*'.
        05 QC-CREATE-DATE     PIC 9(8).
        05 QC-CONTROL-COUNT   PIC 9(6).
        05 FILLER             PIC X(280).

      *> BILLING-RECORD - one originating unit's charge for the month
      *> on the chargeback billing extract (CHGEXT) CHGBACK writes for
      *> the finance ledger. Fixed format, 80 bytes; amounts carry two
      *> implied decimals.
      *> BX-MESSAGES: messages charged - each message ID once, however
      *>            many times it was recycled or rerun.
      *> BX-RERUNS: further runs of those messages, not charged.
      *> BX-UNPRICED: messages the rate table had no rate for, not
      *>            charged and to be settled by hand.
    01 BILLING-RECORD.
        05 BX-RECORD-TYPE      PIC X.
        05 BX-PERIOD           PIC 9(6).
        05 BX-UNIT             PIC X(4).
        05 BX-UNIT-NAME        PIC X(25).
        05 BX-MESSAGES         PIC 9(7).
        05 BX-RERUNS           PIC 9(7).
        05 BX-UNPRICED         PIC 9(7).
        05 BX-AMOUNT           PIC 9(9)V99.
        05 FILLER              PIC X(12).
      *> BILLING-CONTROL-RECORD - header and trailer laid over the same
      *> record area, as on QUEUEIN. The header (first record) names
      *> the period and the day the extract was made; the trailer
      *> (last record) carries the unit count and the totals the
      *> ledger must balance to.
    01 BILLING-CONTROL-RECORD.
        05 BC-RECORD-TYPE      PIC X.
           88 BC-IS-HEADER     VALUE 'H'.
           88 BC-IS-DETAIL     VALUE 'D'.
           88 BC-IS-TRAILER    VALUE 'T'.
        05 BC-PERIOD           PIC 9(6).
        05 BC-CREATE-DATE      PIC 9(8).
        05 BC-UNIT-COUNT       PIC 9(7).
        05 BC-MESSAGES         PIC 9(9).
        05 BC-AMOUNT           PIC 9(11)V99.
        05 FILLER              PIC X(36).

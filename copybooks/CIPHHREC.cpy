      *> a low score that still cleared the floor is the shaky
      *> decrypt an enquirer should look at twice. Zero for modes
      *> the score does not apply to.
      *> HM-CIPHER-TYPE: the cipher the message ran under - C or V
      *> for an embedded key, otherwise the key file's type (C, V,
      *> T or S) - so a backout can tell a Caesar row it can
      *> rebuild from a Vigenere row whose keyword was never kept.
      *> Rows written before the type was recorded carry a space.
      *> HM-CHECK-GROUP: the check group computed on an encrypt, or
      *> the group received and verified on a decrypt or solve;
      *> blank when none was sent.
      *> HM-ORIGINATOR: the originating station's prefix on the
      *> message ID, as QEDIT authorized it against the station
      *> master.
      *> HM-ACK-STATUS: where the recipient's acknowledgement stands
      *> for a message that went out on CIPHOUT -
      *>       W = distributed, awaiting acknowledgement
      *>       A = acknowledged (HM-ACK-DATE/-TIME when received)
      *>       R = overdue, extracted by ACKMATCH for requeue
      *>       O = overdue, cannot be requeued (embedded keyword)
      *> A space means nothing was distributed to acknowledge - a
      *> solve, an encrypt that failed its round trip - or a row
      *> written before acknowledgements were tracked.
    01 HISTORY-RECORD.
        05 HM-KEY.
            10 HM-MSG-ID       PIC X(10).
            10 HM-MSG-ID-PARTS REDEFINES HM-MSG-ID.
                15 HM-ORIGINATOR PIC X(4).
                15 FILLER      PIC X(6).
            10 HM-RUN-DATE     PIC 9(8).
        05 HM-RUN-TIME         PIC 9(8).
        05 HM-MODE             PIC X.
        05 HM-SCORE            PIC 999.
        05 HM-INPUT-TEXT       PIC X(250).
        05 HM-RESULT-TEXT      PIC X(250).
        05 HM-CIPHER-TYPE      PIC X.
        05 HM-CHECK-GROUP      PIC X(5).
        05 HM-ACK-STATUS       PIC X.
        05 HM-ACK-DATE         PIC 9(8).
        05 HM-ACK-TIME         PIC 9(8).

      *> ACK-RECORD - one delivery acknowledgement returned by the
      *> distribution system (ACKIN), one per message a recipient
      *> confirmed receiving. ACKMATCH matches it to the history
      *> master on message ID and run date - the run date is the one
      *> the message went out under, carried through distribution
      *> with the message ID, so a message sent on two dates is
      *> acknowledged twice.
      *> AK-ACK-DATE/-TIME: when the recipient acknowledged
      *>         (YYYYMMDD, HHMMSS).
      *> AK-RECIPIENT: the acknowledging station or desk, as the
      *>         distribution system knows it.
      *> A record opening with '*' is a control record from the
      *> distribution system and is stepped over, as on QUEUEIN.
    01 ACK-RECORD.
        05 AK-KEY.
            10 AK-MSG-ID       PIC X(10).
            10 AK-RUN-DATE     PIC 9(8).
        05 AK-ACK-DATE         PIC 9(8).
        05 AK-ACK-TIME         PIC 9(6).
        05 AK-RECIPIENT        PIC X(8).
        05 FILLER              PIC X(40).

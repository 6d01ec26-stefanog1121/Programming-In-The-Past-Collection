      *> HISTORY-JOURNAL-AREAS - the work fields the history journal
      *> paragraphs (CIPHLCHK) use. The caller moves its PROGRAM-ID to
      *> JOURNAL-CALLER before OPEN-HISTORY-JOURNAL, and for each
      *> change sets JOURNAL-ACTION and the before and after images
      *> (the whole HISTORY-RECORD, spaces where the action has none)
      *> before WRITE-JOURNAL-ENTRY. Callers journal ahead of the
      *> change (IDEONE, HISTPURG, ACKMATCH) or, for a delete the
      *> master may refuse (HISTBACK), immediately after it has taken.
      *> JOURNAL-OPEN not 'Y' after WRITE-JOURNAL-ENTRY means the
      *> entry did not take: a change not yet made must not be made,
      *> and one already made must be reported as unjournaled.
      *> JOURNAL-OPEN: Y = open and writing, N = not open,
      *>               F = open but a write failed - still to be closed
    01 HISTORY-JOURNAL-AREAS.
        05 JOURNAL-STATUS          PIC XX VALUE SPACES.
        05 JOURNAL-CONTROL-STATUS  PIC XX VALUE SPACES.
        05 JOURNAL-CALLER          PIC X(8) VALUE SPACES.
        05 JOURNAL-OPEN            PIC X VALUE 'N'.
        05 JOURNAL-ACTION          PIC X VALUE SPACE.
           88 JOURNAL-ROW-ADDED    VALUE 'A'.
           88 JOURNAL-ROW-REPLACED VALUE 'C'.
           88 JOURNAL-ROW-DELETED  VALUE 'D'.
        05 JOURNAL-BEFORE-IMAGE    PIC X(565) VALUE SPACES.
        05 JOURNAL-AFTER-IMAGE     PIC X(565) VALUE SPACES.
        05 JOURNAL-ENTRIES-WRITTEN PIC 9(7) VALUE 0.
        05 JOURNAL-NOW-DATE        PIC 9(8) VALUE 0.
        05 JOURNAL-NOW-TIME        PIC 9(8) VALUE 0.

      *> JOURNAL-CONTROL-AREA - the one record on the journal control
      *> file (HISTJCTL): the last entry number used and who wrote it.
    01 JOURNAL-CONTROL-AREA.
        05 JC-LAST-SEQUENCE        PIC 9(9) VALUE 0.
        05 JC-LAST-DATE            PIC 9(8) VALUE 0.
        05 JC-LAST-TIME            PIC 9(8) VALUE 0.
        05 JC-LAST-PROGRAM         PIC X(8) VALUE SPACES.
        05 FILLER                  PIC X(47) VALUE SPACES.

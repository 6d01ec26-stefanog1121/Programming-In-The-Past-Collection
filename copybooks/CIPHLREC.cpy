      *> JOURNAL-RECORD - one change to the history master, as
      *> appended to the dated history journal (HISTJRNL) by every
      *> program that adds, replaces or deletes a CIPHHIST row. The
      *> job catalogs a journal generation per business date; HISTRCOV
      *> reads the generations since a backup, concatenated in date
      *> order, to carry a restored master forward.
      *> JL-SEQUENCE: journal entry number, one up from the entry
      *>         before it whichever program wrote that one (the last
      *>         number used is kept on the journal control file,
      *>         HISTJCTL) - a break in the numbers is a lost entry.
      *> JL-STAMP-DATE/-TIME: the clock when the change was made -
      *>         the point-in-time recovery stops at.
      *> JL-PROGRAM: PROGRAM-ID of the program that made the change.
      *> JL-ACTION: A = row added      (after image only)
      *>            C = row replaced   (before and after image)
      *>            D = row deleted    (before image only)
      *> JL-BEFORE-IMAGE/-AFTER-IMAGE: the whole HISTORY-RECORD as it
      *>         stood before and after the change, spaces where the
      *>         action has no such image.
    01 JOURNAL-RECORD.
        05 JL-SEQUENCE             PIC 9(9).
        05 JL-STAMP-DATE           PIC 9(8).
        05 JL-STAMP-TIME           PIC 9(8).
        05 JL-PROGRAM              PIC X(8).
        05 JL-ACTION               PIC X.
           88 JL-ROW-ADDED         VALUE 'A'.
           88 JL-ROW-REPLACED      VALUE 'C'.
           88 JL-ROW-DELETED       VALUE 'D'.
        05 JL-BEFORE-IMAGE         PIC X(565).
        05 JL-AFTER-IMAGE          PIC X(565).
        05 FILLER                  PIC X(20).

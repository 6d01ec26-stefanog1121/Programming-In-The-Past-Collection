    01 KEYWORD-LENGTH       PIC 99 VALUE 0.
    01 KEY-POS              PIC 99 VALUE 1.

    *> Y/N - when Y the message's key carries a keyed columnar
    *> transposition (key file type T or S): ENCRYPT-TEXT runs it
    *> over the substituted text, and with DECRYPT-SWITCH on it is
    *> undone first, ahead of the substitution
    01 TRANSPOSE-SWITCH     PIC X VALUE 'N'.
    01 TRANSPOSE-KEYWORD    PIC X(20) VALUE SPACES.

    *> Y/N - when Y, digits 0-9 are also Caesar-shifted mod 10
    01 DIGIT-SHIFT-SWITCH   PIC X VALUE 'N'.

    01 CURRENT-KEY-ID        PIC X(8) VALUE SPACES.
    01 CURRENT-RETRY-COUNT   PIC 9 VALUE 0.
    01 CURRENT-PRIORITY      PIC X VALUE 'R'.
    *> cipher type the message ran under, as recorded on the
    *> history and exception records - C or V for an embedded
    *> key, otherwise the key file's KF-CIPHER-TYPE
    01 CURRENT-CIPHER-TYPE   PIC X VALUE SPACE.
    *> check group received with a decrypt/solve, or computed for
    *> an encrypt - whichever goes on CIPHOUT and the history row
    01 CURRENT-CHECK-GROUP   PIC X(5) VALUE SPACES.
    *> space = running text, G = five-letter group form
    01 CURRENT-TEXT-FORM     PIC X VALUE SPACE.

    *> --- central key file resolution ---
    *> KEY-RESOLVE-OK: N = the message named a key ID that could not
    *> --- message history master ---
    01 HISTORY-AREAS.
        05 HIST-FILE-AVAILABLE  PIC X VALUE 'N'.
        *> 'Y' once any of the run's messages went unrecorded - no
        *> master, no journal, or a journal write that failed
        05 HISTORY-NOT-RECORDED PIC X VALUE 'N'.
        05 HIST-RECONCILE-FLAG  PIC X VALUE SPACE.

    01 COUNTERS.
        05 ROUNDTRIP-TEXT       PIC X(250).
        05 RECONCILE-MISMATCH   PIC X VALUE 'N'.

    *> --- keyed columnar transposition ---
    *> the text is closed up (word spaces dropped - they would
    *> otherwise land at the ends of the transposed text and be
    *> lost as trailing pad), written a row at a time under the
    *> keyword's columns and read off a column at a time in the
    *> keyword's alphabetical order, ties taken left to right.
    *> TRANS-COLUMN-ORDER(n) is the column read n-th; when the
    *> text does not fill the last row, only the first
    *> TRANS-FULL-COLUMNS columns run the full TRANS-ROWS deep.
    01 TRANSPOSE-AREAS.
        05 STAGE-TEXT           PIC X(250) VALUE SPACES.
        05 CLOSED-TEXT          PIC X(250) VALUE SPACES.
        05 CLOSED-LENGTH        PIC 999 VALUE 0.
        05 TRANS-KEY-WORK       PIC X(20) VALUE SPACES.
        05 TRANS-COLUMNS        PIC 99 VALUE 0.
        05 TRANS-ROWS           PIC 999 VALUE 0.
        05 TRANS-FULL-COLUMNS   PIC 99 VALUE 0.
        05 TRANS-COLUMN-ORDER   PIC 99 OCCURS 20 TIMES.
        05 TRANS-RANK           PIC 99 VALUE 0.
        05 TRANS-COL            PIC 99 VALUE 0.
        05 TRANS-OTHER-COL      PIC 99 VALUE 0.
        05 TRANS-COL-LENGTH     PIC 999 VALUE 0.
        05 TRANS-ROW            PIC 999 VALUE 0.
        05 TRANS-IN-POS         PIC 999 VALUE 0.
        05 TRANS-OUT-POS        PIC 999 VALUE 0.

    *> --- message check groups ---
    *> a Fletcher-style sum over the text's non-space characters:
    *> CHECK-SUM-1 catches a dropped, added or changed character,
    *> CHECK-SUM-2 (the running total of CHECK-SUM-1) catches two
    *> characters swapped. Spaces are left out so the same text
    *> checks the same whether it travels closed up or in groups.
    *> CHECK-SUM-1 * 3001 + CHECK-SUM-2 is written out base 26 as
    *> five letters, which always holds it (3001 squared is under
    *> 26 to the fifth).
    01 CHECK-GROUP-AREAS.
        05 CHECK-SUM-1          PIC 9(4) VALUE 0.
        05 CHECK-SUM-2          PIC 9(4) VALUE 0.
        05 CHECK-VALUE          PIC 9(8) VALUE 0.
        05 CHECK-DIGIT          PIC 99 VALUE 0.
        05 CHECK-POS            PIC 999 VALUE 0.
        05 CHECK-TEXT           PIC X(250) VALUE SPACES.
        05 CHECK-GROUP-RESULT   PIC X(5) VALUE SPACES.
        05 CHECK-GROUP-OK       PIC X VALUE 'Y'.
        05 CHECK-LENGTH         PIC 999 VALUE 0.
        05 CHECK-ALPHABET       PIC X(26)
                                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        05 CHECK-FAILED-COUNT   PIC 9(6) VALUE 0.
        05 UNCHECKED-COUNT      PIC 9(6) VALUE 0.

    *> --- printed message forms ---
    *> every encrypt also goes out as a print-ready form for the
    *> signals desk: a preamble block, then the ciphertext closed
    *> up, padded with X to whole five-letter groups and set ten
    *> groups to a numbered line. The date-time group is the run
    *> date and time as DDHHMM, zone letter J (local time), month
    *> and two-digit year.
    01 FORM-AREAS.
        05 FORM-COUNT           PIC 9(6) VALUE 0.
        05 FORM-GROUP-COUNT     PIC 999 VALUE 0.
        05 FORM-PAD-LENGTH      PIC 999 VALUE 0.
        05 FORM-GROUP-NO        PIC 999 VALUE 0.
        05 FORM-LINE-NO         PIC 999 VALUE 0.
        05 FORM-LINE-GROUPS     PIC 99 VALUE 0.
        05 FORM-TEXT-POS        PIC 999 VALUE 0.
        05 FORM-LINE-POS        PIC 99 VALUE 0.
        05 FORM-ADVANCE         PIC 9 VALUE 1.
        05 FORM-BODY-LINE       PIC X(60) VALUE SPACES.
        05 FORM-PRIORITY-TEXT   PIC X(8) VALUE SPACES.
        05 FORM-KEY-TEXT        PIC X(8) VALUE SPACES.
        05 FORM-DTG.
            10 FORM-DTG-DAY     PIC XX.
            10 FORM-DTG-HHMM    PIC X(4).
            10 FILLER           PIC X VALUE 'J'.
            10 FILLER           PIC X VALUE SPACE.
            10 FORM-DTG-MONTH   PIC X(3).
            10 FILLER           PIC X VALUE SPACE.
            10 FORM-DTG-YEAR    PIC XX.
        05 FORM-MONTH-NAMES     PIC X(36)
            VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
        05 FORM-MONTH-NO        PIC 99 VALUE 0.
        05 FORM-RUN-DATE-X      PIC X(8) VALUE SPACES.
        05 FORM-RUN-TIME-X      PIC X(8) VALUE SPACES.

    *> --- SOLVE-CIPHER candidate scoring ---
    01 SOLVE-SCORING.
        05 SOLVE-RESULTS OCCURS 26 TIMES INDEXED BY RESULT-IDX.

    *> --- queue header/trailer capture and end-of-run balancing ---
    *> every batch message lands in exactly one disposition bucket
    *> (output line, solve report, failed, check group failed, or
    *> skipped-as-done on a checkpoint resume), so messages read must equal the bucket
    *> total and the trailer's actual count or the run is declared
    *> out of balance
    01 BALANCE-AREAS.
        05 EXCEPTION-STATUS  PIC XX VALUE SPACES.
        05 CHECKPOINT-STATUS PIC XX VALUE SPACES.
        05 REPORT-STATUS     PIC XX VALUE SPACES.
        05 FORM-STATUS       PIC XX VALUE SPACES.
        05 KEY-FILE-STATUS   PIC XX VALUE SPACES.
        05 HISTORY-STATUS    PIC XX VALUE SPACES.
        05 POLICY-STATUS     PIC XX VALUE SPACES.

    01 SWITCHES.
        05 END-OF-QUEUE       PIC X VALUE 'N'.

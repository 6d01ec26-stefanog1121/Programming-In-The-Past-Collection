        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-STATUS.

    *> print-ready message forms, one per encrypt, in five-letter
    *> groups for the signals desk to send from
    SELECT FORM-FILE ASSIGN TO "FORMOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FORM-STATUS.

    *> central key file - queue records carry a key ID instead of
    *> their shift/keyword in clear, and this file resolves it
    SELECT KEY-FILE ASSIGN TO "CIPHKEYS"
        RECORD KEY IS HM-KEY
        FILE STATUS IS HISTORY-STATUS.

    *> key quality policy cards (layout in CIPHYREC) - judges the
    *> shift or keyword a message still carries embedded
    SELECT POLICY-FILE ASSIGN TO "KEYPOLCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.

    *> nightly run-control file - the step records its start and
    *> end here and will not start out of turn (see CIPHNCHK)
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RN-KEY
        FILE STATUS IS RUN-CONTROL-STATUS.

    *> dated history journal - before and after images of every
    *> change this program makes to the history master (CIPHLREC),
    *> and the control record that numbers its entries
    SELECT JOURNAL-FILE ASSIGN TO "HISTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

    SELECT JOURNAL-CONTROL-FILE ASSIGN TO "HISTJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  QUEUE-FILE.
FD  REPORT-FILE.
    COPY CIPHRREC.

FD  FORM-FILE.
    COPY CIPHFREC.

FD  KEY-FILE.
    COPY CIPHKREC.

FD  HISTORY-FILE.
    COPY CIPHHREC.

FD  POLICY-FILE.
    COPY CIPHYREC.

FD  RUN-CONTROL-FILE.
    COPY CIPHNREC.

FD  JOURNAL-FILE.
    COPY CIPHLREC.

FD  JOURNAL-CONTROL-FILE.
    01 JOURNAL-CONTROL-LINE PIC X(80).

WORKING-STORAGE SECTION.
    *> Main storage for input/output text and shift parameters,
    *> plus the batch/report/checkpoint work areas - kept in one
    *> copybook so this program and A1/caesar.cob can no longer
    *> drift apart on field layout.
    COPY CIPHWORK.
    COPY CIPHYWRK.

    COPY CIPHNWRK.

    COPY CIPHLWRK.

PROCEDURE DIVISION.
*> --- Top-level driver: must stay the first paragraph in the
*> reached only via PERFORM.
MAIN-PROCEDURE.
    PERFORM GET-RUN-PARAMETERS
    *> only a batch run is a step of the nightly job stream - a
    *> single-message run is ad hoc and runs whenever it is asked
    IF PARM-RUN-TYPE = 'B'
        MOVE 'IDEONE' TO RUN-STEP-NAME
        PERFORM BEGIN-RUN-STEP
    END-IF
    PERFORM GET-RUN-DATETIME
    PERFORM READ-CHECKPOINT
    PERFORM OPEN-PROGRAM-FILES
            DISPLAY 'IDEONE: unrecognized run type "'
                PARM-RUN-TYPE '" - expected B, E, D or S'
    END-EVALUATE
    PERFORM CLOSE-PROGRAM-FILES
    *> a batch that never read its queue has not completed, whatever
    *> else it managed
    IF PARM-RUN-TYPE = 'B' AND QUEUE-OPEN-FAILED = 'Y'
        MOVE 16 TO RETURN-CODE
    END-IF
    MOVE MSG-COUNT TO RUN-STEP-READ
    MOVE OUT-WRITE-COUNT TO RUN-STEP-WRITTEN
    MOVE EXC-WRITE-COUNT TO RUN-STEP-EXCEPTED
    PERFORM END-RUN-STEP.
    STOP RUN.

*> --- Encoding Function ---
*> Runs the message through its key's stages in order: the
*> substitution (Caesar shift or Vigenere keyword) always, then -
*> for a transposition or two-stage key - the keyed columnar
*> transposition over the substituted text. With DECRYPT-SWITCH
*> on, the stages are undone in the reverse order: the columns
*> are put back first, then the substitution is reversed.
ENCRYPT-TEXT.
    MOVE INPUT-TEXT TO STAGE-TEXT
    IF TRANSPOSE-SWITCH = 'Y' AND DECRYPT-SWITCH = 'Y'
        PERFORM UNTRANSPOSE-STAGE-TEXT
    END-IF
    PERFORM SUBSTITUTE-STAGE-TEXT
    IF TRANSPOSE-SWITCH = 'Y' AND DECRYPT-SWITCH NOT = 'Y'
        MOVE OUTPUT-TEXT TO STAGE-TEXT
        PERFORM TRANSPOSE-STAGE-TEXT
    END-IF.
    EXIT.

*> The substitution stage: shifts STAGE-TEXT a letter at a time
*> into OUTPUT-TEXT, leaving everything that is not a letter (or
*> a digit, with the digit switch off) exactly where it stood.
SUBSTITUTE-STAGE-TEXT.
    MOVE 1 TO KEY-POS
    MOVE 0 TO TEXT-LENGTH
    MOVE SPACES TO OUTPUT-TEXT
    STRING STAGE-TEXT DELIMITED BY SIZE
           INTO OUTPUT-TEXT
    *> Count actual text length, ignoring only trailing spaces
    *> (embedded spaces between words must not stop the count)
    INSPECT FUNCTION REVERSE(STAGE-TEXT) TALLYING TEXT-LENGTH
        FOR LEADING SPACE
    COMPUTE TEXT-LENGTH = LENGTH OF STAGE-TEXT - TEXT-LENGTH
    *> Process each character in the input text
    PERFORM VARYING CHAR-POS FROM 1 BY 1
        UNTIL CHAR-POS > TEXT-LENGTH
        MOVE STAGE-TEXT(CHAR-POS:1) TO CURRENT-CHAR
        MOVE FUNCTION ORD(CURRENT-CHAR) TO ASCII-VAL

        IF (ASCII-VAL >= 65 AND ASCII-VAL <= 90)
*> --- Decoding Function ---
*> Decrypts text by running ENCRYPT-TEXT/PROCESS-CHAR with the
*> shift direction reversed, so it works for both a fixed Caesar
*> SHIFT-AMOUNT and a cycling Vigenere keyword shift - and, with
*> a transposition key, puts the columns back before the shift.
DECRYPT-TEXT.
    MOVE 'Y' TO DECRYPT-SWITCH
    PERFORM ENCRYPT-TEXT
    MOVE 'N' TO DECRYPT-SWITCH.
    EXIT.

*> --- Columnar transposition ---
*> Works out the order the columns are read off in, once per
*> message: each column's rank is one more than the number of
*> keyword letters sorting ahead of its own letter, a repeated
*> letter ranking its left-hand occurrence first. The keyword is
*> folded to upper case first so 'Zebra' and 'ZEBRA' transpose
*> alike.
BUILD-COLUMN-ORDER.
    MOVE TRANSPOSE-KEYWORD TO TRANS-KEY-WORK
    INSPECT TRANS-KEY-WORK CONVERTING 'abcdefghijklmnopqrstuvwxyz'
        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    MOVE 0 TO TRANS-COLUMNS
    INSPECT FUNCTION REVERSE(TRANS-KEY-WORK) TALLYING
        TRANS-COLUMNS FOR LEADING SPACE
    COMPUTE TRANS-COLUMNS = LENGTH OF TRANS-KEY-WORK - TRANS-COLUMNS
    PERFORM VARYING TRANS-COL FROM 1 BY 1
        UNTIL TRANS-COL > TRANS-COLUMNS
        PERFORM RANK-ONE-COLUMN
        MOVE TRANS-COL TO TRANS-COLUMN-ORDER(TRANS-RANK)
    END-PERFORM.
    EXIT.

RANK-ONE-COLUMN.
    MOVE 1 TO TRANS-RANK
    PERFORM VARYING TRANS-OTHER-COL FROM 1 BY 1
        UNTIL TRANS-OTHER-COL > TRANS-COLUMNS
        IF TRANS-KEY-WORK(TRANS-OTHER-COL:1)
                < TRANS-KEY-WORK(TRANS-COL:1)
            OR (TRANS-KEY-WORK(TRANS-OTHER-COL:1)
                    = TRANS-KEY-WORK(TRANS-COL:1)
                AND TRANS-OTHER-COL < TRANS-COL)
            ADD 1 TO TRANS-RANK
        END-IF
    END-PERFORM.
    EXIT.

*> Drops every space out of STAGE-TEXT into CLOSED-TEXT. The
*> transposition only ever moves real characters: a word space
*> carried through would as often as not land at the end of the
*> transposed text, where it is indistinguishable from padding
*> and the decrypt would lose it - and a message arriving in
*> five-letter groups is closed up the same way for free.
CLOSE-UP-STAGE-TEXT.
    MOVE SPACES TO CLOSED-TEXT
    MOVE 0 TO CLOSED-LENGTH
    PERFORM VARYING TRANS-IN-POS FROM 1 BY 1
        UNTIL TRANS-IN-POS > LENGTH OF STAGE-TEXT
        IF STAGE-TEXT(TRANS-IN-POS:1) NOT = SPACE
            ADD 1 TO CLOSED-LENGTH
            MOVE STAGE-TEXT(TRANS-IN-POS:1)
                TO CLOSED-TEXT(CLOSED-LENGTH:1)
        END-IF
    END-PERFORM
    *> rows needed to hold the closed-up text, and how many of the
    *> columns reach down into the last (possibly short) row
    IF TRANS-COLUMNS > 0
        COMPUTE TRANS-ROWS =
            (CLOSED-LENGTH + TRANS-COLUMNS - 1) / TRANS-COLUMNS
        COMPUTE TRANS-FULL-COLUMNS =
            CLOSED-LENGTH - ((TRANS-ROWS - 1) * TRANS-COLUMNS)
    END-IF.
    EXIT.

*> Encrypt direction: closes up the substituted text and reads it
*> off column by column, in keyword order, into OUTPUT-TEXT. A
*> keyword of fewer than two letters has nothing to transpose and
*> leaves the closed-up text as it stands.
TRANSPOSE-STAGE-TEXT.
    PERFORM CLOSE-UP-STAGE-TEXT
    MOVE SPACES TO OUTPUT-TEXT
    MOVE CLOSED-LENGTH TO TEXT-LENGTH
    IF TRANS-COLUMNS < 2 OR CLOSED-LENGTH = 0
        MOVE CLOSED-TEXT TO OUTPUT-TEXT
    ELSE
        MOVE 0 TO TRANS-OUT-POS
        PERFORM VARYING TRANS-RANK FROM 1 BY 1
            UNTIL TRANS-RANK > TRANS-COLUMNS
            MOVE TRANS-COLUMN-ORDER(TRANS-RANK) TO TRANS-COL
            PERFORM COMPUTE-COLUMN-LENGTH
            PERFORM VARYING TRANS-ROW FROM 1 BY 1
                UNTIL TRANS-ROW > TRANS-COL-LENGTH
                COMPUTE TRANS-IN-POS =
                    ((TRANS-ROW - 1) * TRANS-COLUMNS) + TRANS-COL
                ADD 1 TO TRANS-OUT-POS
                MOVE CLOSED-TEXT(TRANS-IN-POS:1)
                    TO OUTPUT-TEXT(TRANS-OUT-POS:1)
            END-PERFORM
        END-PERFORM
    END-IF.
    EXIT.

*> Decrypt direction: the same walk over the columns, but each
*> character taken in turn off the ciphertext is put back at its
*> row-by-row position, rebuilding STAGE-TEXT for the reverse
*> substitution that follows.
UNTRANSPOSE-STAGE-TEXT.
    PERFORM CLOSE-UP-STAGE-TEXT
    MOVE SPACES TO STAGE-TEXT
    IF TRANS-COLUMNS < 2 OR CLOSED-LENGTH = 0
        MOVE CLOSED-TEXT TO STAGE-TEXT
    ELSE
        MOVE 0 TO TRANS-IN-POS
        PERFORM VARYING TRANS-RANK FROM 1 BY 1
            UNTIL TRANS-RANK > TRANS-COLUMNS
            MOVE TRANS-COLUMN-ORDER(TRANS-RANK) TO TRANS-COL
            PERFORM COMPUTE-COLUMN-LENGTH
            PERFORM VARYING TRANS-ROW FROM 1 BY 1
                UNTIL TRANS-ROW > TRANS-COL-LENGTH
                COMPUTE TRANS-OUT-POS =
                    ((TRANS-ROW - 1) * TRANS-COLUMNS) + TRANS-COL
                ADD 1 TO TRANS-IN-POS
                MOVE CLOSED-TEXT(TRANS-IN-POS:1)
                    TO STAGE-TEXT(TRANS-OUT-POS:1)
            END-PERFORM
        END-PERFORM
    END-IF.
    EXIT.

COMPUTE-COLUMN-LENGTH.
    IF TRANS-COL <= TRANS-FULL-COLUMNS
        MOVE TRANS-ROWS TO TRANS-COL-LENGTH
    ELSE
        COMPUTE TRANS-COL-LENGTH = TRANS-ROWS - 1
    END-IF.
    EXIT.

*> --- Solving Function ---
*> Attempts all possible Caesar shifts (1-26) to solve an unknown
*> cipher, scores each candidate, and reports the best match first.
    EXIT.

*> Decides Caesar vs Vigenere for the message about to run, from
*> whether a keyword came with it, and measures the keyword. A
*> transposition key's column order is worked out here too, once
*> per message rather than once per pass over the text.
SET-CIPHER-MODE.
    IF VIGENERE-KEYWORD NOT = SPACES
        MOVE 'V' TO CIPHER-MODE-SWITCH
    ELSE
        MOVE 'C' TO CIPHER-MODE-SWITCH
        MOVE 0 TO KEYWORD-LENGTH
    END-IF
    IF CURRENT-CIPHER-TYPE = SPACE
        MOVE CIPHER-MODE-SWITCH TO CURRENT-CIPHER-TYPE
    END-IF
    IF TRANSPOSE-SWITCH = 'Y'
        PERFORM BUILD-COLUMN-ORDER
    END-IF.
    EXIT.

        WHEN 'E'
            PERFORM ENCRYPT-TEXT
            PERFORM RECONCILE-CHECK
            MOVE OUTPUT-TEXT TO CHECK-TEXT
            PERFORM COMPUTE-CHECK-GROUP
            MOVE CHECK-GROUP-RESULT TO CURRENT-CHECK-GROUP
            PERFORM WRITE-BATCH-OUTPUT-LINE
            MOVE RECONCILE-MISMATCH TO HIST-RECONCILE-FLAG
            PERFORM WRITE-HISTORY-RECORD
            *> a ciphertext that failed its round trip is on the
            *> exception file for a rerun - it must not also go
            *> to the signals desk as a form ready to send
            IF RECONCILE-MISMATCH = 'N'
                PERFORM WRITE-MESSAGE-FORM
            END-IF
        WHEN 'D'
            PERFORM PREPARE-RECEIVED-TEXT
            IF CHECK-GROUP-OK NOT = 'Y'
                PERFORM WRITE-CHECK-GROUP-EXCEPTION
            ELSE
                PERFORM DECRYPT-TEXT
                PERFORM SCORE-DECRYPT-RESULT
                IF DECRYPT-SUSPECT = 'Y'
                    PERFORM WRITE-SUSPECT-KEY-EXCEPTION
                    ADD 1 TO SUSPECT-KEY-COUNT
                ELSE
                    PERFORM WRITE-BATCH-OUTPUT-LINE
                    MOVE SPACE TO HIST-RECONCILE-FLAG
                    PERFORM WRITE-HISTORY-RECORD
                END-IF
            END-IF
        WHEN 'S'
            PERFORM PREPARE-RECEIVED-TEXT
            IF CHECK-GROUP-OK NOT = 'Y'
                PERFORM WRITE-CHECK-GROUP-EXCEPTION
            ELSE
                PERFORM SOLVE-CHECKED-MESSAGE
            END-IF
        WHEN OTHER
            DISPLAY 'IDEONE: unrecognized mode "' CURRENT-MODE
                '" for message ' CURRENT-MSG-ID
    END-EVALUATE.
    EXIT.

*> The solve step proper, once the ciphertext has passed its
*> check group.
SOLVE-CHECKED-MESSAGE.
    *> brute-force only makes sense against a fixed Caesar
    *> shift - force Caesar mode even if a keyword rode in
    *> on this message's queue/PARM record (or a
    *> transposition on its key)
    MOVE 'C' TO CIPHER-MODE-SWITCH
    MOVE 'N' TO TRANSPOSE-SWITCH
    MOVE 'C' TO CURRENT-CIPHER-TYPE
    MOVE 26 TO MAX-SHIFT
    PERFORM SOLVE-CIPHER
    ADD 1 TO SOLVE-MSG-COUNT
    *> leave the winning candidate as the message's result,
    *> the same shape an encrypt or decrypt leaves behind
    MOVE BEST-SHIFT TO SHIFT-AMOUNT
    MOVE RESULT-TEXT(BEST-IDX) TO OUTPUT-TEXT
    MOVE SPACE TO HIST-RECONCILE-FLAG
    PERFORM WRITE-HISTORY-RECORD.
    EXIT.

*> --- Message check groups ---
*> Works out the five-letter check group for whatever text is in
*> CHECK-TEXT (see CHECK-GROUP-AREAS for the sum). The encrypt
*> side computes it over its ciphertext to send with the message;
*> the receiving side recomputes it over the ciphertext as it
*> arrived and compares.
COMPUTE-CHECK-GROUP.
    MOVE 0 TO CHECK-SUM-1
    MOVE 0 TO CHECK-SUM-2
    PERFORM VARYING CHECK-POS FROM 1 BY 1
        UNTIL CHECK-POS > LENGTH OF CHECK-TEXT
        IF CHECK-TEXT(CHECK-POS:1) NOT = SPACE
            COMPUTE CHECK-SUM-1 = CHECK-SUM-1
                + FUNCTION ORD(CHECK-TEXT(CHECK-POS:1))
            IF CHECK-SUM-1 >= 3001
                SUBTRACT 3001 FROM CHECK-SUM-1
            END-IF
            ADD CHECK-SUM-1 TO CHECK-SUM-2
            IF CHECK-SUM-2 >= 3001
                SUBTRACT 3001 FROM CHECK-SUM-2
            END-IF
        END-IF
    END-PERFORM
    COMPUTE CHECK-VALUE = (CHECK-SUM-1 * 3001) + CHECK-SUM-2
    PERFORM VARYING CHECK-POS FROM 5 BY -1 UNTIL CHECK-POS < 1
        DIVIDE CHECK-VALUE BY 26 GIVING CHECK-VALUE
            REMAINDER CHECK-DIGIT
        MOVE CHECK-ALPHABET(CHECK-DIGIT + 1:1)
            TO CHECK-GROUP-RESULT(CHECK-POS:1)
    END-PERFORM.
    EXIT.

*> Readies a decrypt or solve's ciphertext as it was received:
*> text keyed in off a printed form in five-letter groups is
*> closed up first (the grouping spaces are not part of the
*> message), then the whole is held against its check group.
PREPARE-RECEIVED-TEXT.
    IF CURRENT-TEXT-FORM = 'G'
        MOVE INPUT-TEXT TO STAGE-TEXT
        PERFORM CLOSE-UP-STAGE-TEXT
        MOVE CLOSED-TEXT TO INPUT-TEXT
    END-IF
    PERFORM VERIFY-CHECK-GROUP.
    EXIT.

*> Holds a decrypt or solve's ciphertext against the check group
*> that came with it, before any deciphering is done. A message
*> sent without one cannot be verified; it is run as before and
*> counted, so the control totals show how much traffic went
*> through unchecked.
VERIFY-CHECK-GROUP.
    MOVE 'Y' TO CHECK-GROUP-OK
    IF CURRENT-CHECK-GROUP = SPACES
        ADD 1 TO UNCHECKED-COUNT
    ELSE
        MOVE INPUT-TEXT TO CHECK-TEXT
        PERFORM COMPUTE-CHECK-GROUP
        IF CHECK-GROUP-RESULT NOT = CURRENT-CHECK-GROUP
            PERFORM TRIM-FORM-PADDING
        END-IF
    END-IF.
    EXIT.

*> A message copied off a printed form carries up to four X's of
*> padding that were never part of the ciphertext the check group
*> was computed over (and that would throw a transposition's
*> columns out). Trailing X's are taken off one at a time until
*> the group verifies; only then is the trimmed text the one
*> deciphered. If no trim verifies, the text was damaged.
TRIM-FORM-PADDING.
    MOVE 0 TO CHECK-LENGTH
    INSPECT FUNCTION REVERSE(CHECK-TEXT) TALLYING CHECK-LENGTH
        FOR LEADING SPACE
    COMPUTE CHECK-LENGTH = LENGTH OF CHECK-TEXT - CHECK-LENGTH
    PERFORM TRIM-ONE-PAD 4 TIMES
    IF CHECK-GROUP-RESULT = CURRENT-CHECK-GROUP
        MOVE CHECK-TEXT TO INPUT-TEXT
    ELSE
        MOVE 'N' TO CHECK-GROUP-OK
    END-IF.
    EXIT.

*> Once a non-X last character is reached there is no more
*> padding to take off; CHECK-LENGTH is zeroed so the remaining
*> passes do nothing.
TRIM-ONE-PAD.
    IF CHECK-GROUP-RESULT NOT = CURRENT-CHECK-GROUP
        AND CHECK-LENGTH > 0
        IF CHECK-TEXT(CHECK-LENGTH:1) = 'X'
            MOVE SPACE TO CHECK-TEXT(CHECK-LENGTH:1)
            SUBTRACT 1 FROM CHECK-LENGTH
            PERFORM COMPUTE-CHECK-GROUP
        ELSE
            MOVE 0 TO CHECK-LENGTH
        END-IF
    END-IF.
    EXIT.

*> --- Printed message forms ---
*> One form per encrypt, on a page of its own: the preamble the
*> signals desk sends ahead of the text (message ID, precedence,
*> key ID - never the key itself - check group, group count and
*> date-time group), then the ciphertext closed up, padded with X
*> to whole five-letter groups, ten groups to a numbered line.
*> Every line states its own advancing, as a print file should.
WRITE-MESSAGE-FORM.
    ADD 1 TO FORM-COUNT
    MOVE OUTPUT-TEXT TO STAGE-TEXT
    PERFORM CLOSE-UP-STAGE-TEXT
    COMPUTE FORM-GROUP-COUNT = (CLOSED-LENGTH + 4) / 5
    COMPUTE FORM-PAD-LENGTH = FORM-GROUP-COUNT * 5
    IF FORM-PAD-LENGTH > CLOSED-LENGTH
        MOVE ALL 'X' TO CLOSED-TEXT(CLOSED-LENGTH + 1:
            FORM-PAD-LENGTH - CLOSED-LENGTH)
    END-IF
    PERFORM BUILD-FORM-PREAMBLE
    MOVE SPACES TO FORM-RECORD
    STRING 'MESSAGE FORM  RUN DATE: ' DELIMITED BY SIZE
        RUN-DATE DELIMITED BY SIZE
        '  RUN TIME: ' DELIMITED BY SIZE
        RUN-TIME DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING PAGE
    MOVE SPACES TO FORM-RECORD
    STRING 'MSG ID:    ' DELIMITED BY SIZE
        CURRENT-MSG-ID DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING 2 LINES
    MOVE SPACES TO FORM-RECORD
    STRING 'PRIORITY:  ' DELIMITED BY SIZE
        FORM-PRIORITY-TEXT DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING 1 LINE
    MOVE SPACES TO FORM-RECORD
    STRING 'KEY ID:    ' DELIMITED BY SIZE
        FORM-KEY-TEXT DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING 1 LINE
    MOVE SPACES TO FORM-RECORD
    STRING 'GROUPS:    ' DELIMITED BY SIZE
        FORM-GROUP-COUNT DELIMITED BY SIZE
        '    CHECK: ' DELIMITED BY SIZE
        CURRENT-CHECK-GROUP DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING 1 LINE
    MOVE SPACES TO FORM-RECORD
    STRING 'DTG:       ' DELIMITED BY SIZE
        FORM-DTG DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING 1 LINE
    MOVE 0 TO FORM-GROUP-NO
    MOVE 2 TO FORM-ADVANCE
    PERFORM VARYING FORM-LINE-NO FROM 1 BY 1
        UNTIL FORM-GROUP-NO >= FORM-GROUP-COUNT
        PERFORM WRITE-FORM-BODY-LINE
    END-PERFORM
    MOVE SPACES TO FORM-RECORD
    STRING 'END OF MESSAGE ' DELIMITED BY SIZE
        CURRENT-MSG-ID DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING 2 LINES.
    EXIT.

*> The preamble's spelled-out precedence, the key ID or EMBEDDED
*> for a message that carried its own key, and the date-time
*> group cut from the run date and time.
BUILD-FORM-PREAMBLE.
    EVALUATE CURRENT-PRIORITY
        WHEN 'F'
            MOVE 'FLASH' TO FORM-PRIORITY-TEXT
        WHEN 'P'
            MOVE 'PRIORITY' TO FORM-PRIORITY-TEXT
        WHEN OTHER
            MOVE 'ROUTINE' TO FORM-PRIORITY-TEXT
    END-EVALUATE
    IF CURRENT-KEY-ID = SPACES
        MOVE 'EMBEDDED' TO FORM-KEY-TEXT
    ELSE
        MOVE CURRENT-KEY-ID TO FORM-KEY-TEXT
    END-IF
    MOVE RUN-DATE TO FORM-RUN-DATE-X
    MOVE RUN-TIME TO FORM-RUN-TIME-X
    MOVE FORM-RUN-DATE-X(7:2) TO FORM-DTG-DAY
    MOVE FORM-RUN-TIME-X(1:4) TO FORM-DTG-HHMM
    MOVE FORM-RUN-DATE-X(5:2) TO FORM-MONTH-NO
    MOVE FORM-MONTH-NAMES((FORM-MONTH-NO - 1) * 3 + 1:3)
        TO FORM-DTG-MONTH
    MOVE FORM-RUN-DATE-X(3:2) TO FORM-DTG-YEAR.
    EXIT.

*> One numbered line of up to ten groups.
WRITE-FORM-BODY-LINE.
    MOVE SPACES TO FORM-BODY-LINE
    PERFORM VARYING FORM-LINE-GROUPS FROM 1 BY 1
        UNTIL FORM-LINE-GROUPS > 10
        OR FORM-GROUP-NO >= FORM-GROUP-COUNT
        ADD 1 TO FORM-GROUP-NO
        COMPUTE FORM-TEXT-POS = ((FORM-GROUP-NO - 1) * 5) + 1
        COMPUTE FORM-LINE-POS = ((FORM-LINE-GROUPS - 1) * 6) + 1
        MOVE CLOSED-TEXT(FORM-TEXT-POS:5)
            TO FORM-BODY-LINE(FORM-LINE-POS:5)
    END-PERFORM
    MOVE SPACES TO FORM-RECORD
    STRING FORM-LINE-NO DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        FORM-BODY-LINE DELIMITED BY SIZE
        INTO FORM-RECORD
    END-STRING
    WRITE FORM-RECORD AFTER ADVANCING FORM-ADVANCE LINES
    MOVE 1 TO FORM-ADVANCE.
    EXIT.

*> A damaged transmission gets its own reason, distinct from the
*> suspected-wrong-key exception: RECYCLE retires it straight to
*> the dead-letter file (rerunning the same damaged text cannot
*> help) and the dead-letter review shows it as garbled in
*> transit, for a retransmission request rather than a key hunt.
WRITE-CHECK-GROUP-EXCEPTION.
    MOVE SPACES TO EXCEPTION-RECORD
    MOVE CURRENT-MSG-ID TO EXC-MSG-ID
    MOVE INPUT-TEXT TO EXC-ORIGINAL-TEXT
    MOVE SPACES TO EXC-REASON
    STRING 'CHECK GROUP FAILED RCVD ' DELIMITED BY SIZE
        CURRENT-CHECK-GROUP DELIMITED BY SIZE
        ' CALC ' DELIMITED BY SIZE
        CHECK-GROUP-RESULT DELIMITED BY SIZE
        INTO EXC-REASON
    END-STRING
    PERFORM FILL-EXCEPTION-CONTROLS
    WRITE EXCEPTION-RECORD
    ADD 1 TO EXC-WRITE-COUNT
    ADD 1 TO CHECK-FAILED-COUNT.
    EXIT.

*> Scores a decrypt's result the way SOLVE-CIPHER scores its
*> candidates: a right-key decrypt reads like English and scores
*> well, a wrong-key or stale-key decrypt is gibberish and does
*> After an ENCRYPT-TEXT run, decrypts CIPHER-TEXT (OUTPUT-TEXT)
*> back and compares it to the original message; a mismatch means
*> PROCESS-CHAR's wraparound mishandled something and gets logged
*> to the exceptions file rather than passing unnoticed. A
*> transposed message comes back closed up, so it is held against
*> the original closed up the same way.
RECONCILE-CHECK.
    MOVE INPUT-TEXT TO SAVED-INPUT-TEXT
    MOVE OUTPUT-TEXT TO ROUNDTRIP-TEXT
    MOVE OUTPUT-TEXT TO INPUT-TEXT
    PERFORM DECRYPT-TEXT
    IF TRANSPOSE-SWITCH = 'Y'
        MOVE SAVED-INPUT-TEXT TO STAGE-TEXT
        PERFORM CLOSE-UP-STAGE-TEXT
    ELSE
        MOVE SAVED-INPUT-TEXT TO CLOSED-TEXT
    END-IF
    IF OUTPUT-TEXT NOT = CLOSED-TEXT
        MOVE 'Y' TO RECONCILE-MISMATCH
        PERFORM WRITE-EXCEPTION-RECORD
    ELSE
    MOVE CURRENT-KEYWORD TO EXC-KEYWORD
    MOVE CURRENT-KEY-ID TO EXC-KEY-ID
    MOVE CURRENT-RETRY-COUNT TO EXC-RETRY-COUNT
    MOVE CURRENT-PRIORITY TO EXC-PRIORITY
    MOVE CURRENT-CIPHER-TYPE TO EXC-CIPHER-TYPE
    MOVE CURRENT-CHECK-GROUP TO EXC-CHECK-GROUP.
    EXIT.

*> Writes one DISPLAY-FORMAT line to the batch output file for an
    MOVE SHIFT-AMOUNT TO SHIFT-NUM
    MOVE OUTPUT-TEXT TO CIPHER-TEXT
    MOVE DISPLAY-FORMAT TO OUT-DISPLAY-LINE
    MOVE CURRENT-CHECK-GROUP TO OUT-CHECK-GROUP
    WRITE OUTPUT-RECORD
    ADD 1 TO OUT-WRITE-COUNT.
    EXIT.
*> Records the finished message on the history master. A rerun of
*> the same message on the same date replaces the earlier entry
*> rather than failing, so a restarted batch leaves one row per
*> message per day. The change is journaled before it is made -
*> the replaced row, if any, as the before image - and a row the
*> journal could not take is not written, so a forward recovery
*> never comes up short of the master it rebuilds.
*> A message whose output line went out to CIPHOUT is left
*> awaiting the recipient's acknowledgement (ACKMATCH marks it
*> off); a solve, or an encrypt that failed its round trip and
*> is on the exception file for a rerun, has nothing to await.
WRITE-HISTORY-RECORD.
    IF HIST-FILE-AVAILABLE = 'Y' AND JOURNAL-OPEN = 'Y'
        MOVE SPACES TO HISTORY-RECORD
        MOVE CURRENT-MSG-ID TO HM-MSG-ID
        MOVE RUN-DATE TO HM-RUN-DATE
        MOVE HIST-SCORE TO HM-SCORE
        MOVE INPUT-TEXT TO HM-INPUT-TEXT
        MOVE OUTPUT-TEXT TO HM-RESULT-TEXT
        MOVE CURRENT-CIPHER-TYPE TO HM-CIPHER-TYPE
        MOVE CURRENT-CHECK-GROUP TO HM-CHECK-GROUP
        IF CURRENT-MODE = 'D'
            OR (CURRENT-MODE = 'E' AND HIST-RECONCILE-FLAG = 'N')
            MOVE 'W' TO HM-ACK-STATUS
        ELSE
            MOVE SPACE TO HM-ACK-STATUS
        END-IF
        MOVE 0 TO HM-ACK-DATE
        MOVE 0 TO HM-ACK-TIME
        MOVE HISTORY-RECORD TO JOURNAL-AFTER-IMAGE
        READ HISTORY-FILE
            INVALID KEY
                MOVE 'A' TO JOURNAL-ACTION
                MOVE SPACES TO JOURNAL-BEFORE-IMAGE
            NOT INVALID KEY
                MOVE 'C' TO JOURNAL-ACTION
                MOVE HISTORY-RECORD TO JOURNAL-BEFORE-IMAGE
        END-READ
        MOVE JOURNAL-AFTER-IMAGE TO HISTORY-RECORD
        PERFORM WRITE-JOURNAL-ENTRY
        IF JOURNAL-OPEN = 'Y'
            IF JOURNAL-ROW-ADDED
                WRITE HISTORY-RECORD
                    INVALID KEY
                        REWRITE HISTORY-RECORD
                END-WRITE
            ELSE
                REWRITE HISTORY-RECORD
            END-IF
        ELSE
            DISPLAY 'IDEONE: history journal write failed, status '
                JOURNAL-STATUS ' - no further messages will be '
                'recorded on the history master this run'
            MOVE 'Y' TO HISTORY-NOT-RECORDED
        END-IF
    END-IF.
    EXIT.

    MOVE QR-DIGIT-SWITCH TO CURRENT-DIGIT-SWITCH
    MOVE QR-KEYWORD TO CURRENT-KEYWORD
    MOVE QR-KEY-ID TO CURRENT-KEY-ID
    MOVE QR-CHECK-GROUP TO CURRENT-CHECK-GROUP
    MOVE QR-TEXT-FORM TO CURRENT-TEXT-FORM
    *> raw capture input predating the retry field leaves it blank
    IF QR-RETRY-COUNT NUMERIC
        MOVE QR-RETRY-COUNT TO CURRENT-RETRY-COUNT
    MOVE CURRENT-SHIFT TO SHIFT-AMOUNT
    MOVE CURRENT-DIGIT-SWITCH TO DIGIT-SHIFT-SWITCH
    MOVE CURRENT-KEYWORD TO VIGENERE-KEYWORD
    MOVE 'N' TO TRANSPOSE-SWITCH
    MOVE SPACES TO TRANSPOSE-KEYWORD
    MOVE SPACE TO CURRENT-CIPHER-TYPE
    MOVE 'Y' TO KEY-RESOLVE-OK
    IF CURRENT-KEY-ID NOT = SPACES
        PERFORM RESOLVE-MESSAGE-KEY
    ELSE
        IF CURRENT-MODE = 'E' OR CURRENT-MODE = 'D'
            PERFORM CHECK-EMBEDDED-KEY-POLICY
        END-IF
    END-IF
    IF KEY-RESOLVE-OK = 'Y'
        PERFORM SET-CIPHER-MODE
                MOVE 'KEY ID EXPIRED OR NOT YET EFFECTIVE'
                    TO KEY-RESOLVE-REASON
            ELSE
                PERFORM APPLY-KEY-FILE-CIPHER
            END-IF
        END-IF
    END-IF.
    EXIT.

*> Loads the resolved key's stages by its cipher type: a Vigenere
*> keyword, a pure columnar transposition (no substitution at
*> all), or the two-stage key - substitution under the keyword if
*> one is on file, else under the Caesar shift, followed by the
*> transposition. A transposition key with no transposition
*> keyword on file cannot be run and fails the message.
APPLY-KEY-FILE-CIPHER.
    MOVE KF-CIPHER-TYPE TO CURRENT-CIPHER-TYPE
    EVALUATE KF-CIPHER-TYPE
        WHEN 'V'
            MOVE 0 TO SHIFT-AMOUNT
            MOVE KF-KEYWORD TO VIGENERE-KEYWORD
        WHEN 'T'
            MOVE 0 TO SHIFT-AMOUNT
            MOVE SPACES TO VIGENERE-KEYWORD
            MOVE 'Y' TO TRANSPOSE-SWITCH
            MOVE KF-TRANS-KEYWORD TO TRANSPOSE-KEYWORD
        WHEN 'S'
            IF KF-KEYWORD NOT = SPACES
                MOVE 0 TO SHIFT-AMOUNT
                MOVE KF-KEYWORD TO VIGENERE-KEYWORD
            ELSE
                MOVE KF-SHIFT TO SHIFT-AMOUNT
                MOVE SPACES TO VIGENERE-KEYWORD
            END-IF
            MOVE 'Y' TO TRANSPOSE-SWITCH
            MOVE KF-TRANS-KEYWORD TO TRANSPOSE-KEYWORD
        WHEN OTHER
            MOVE KF-SHIFT TO SHIFT-AMOUNT
            MOVE SPACES TO VIGENERE-KEYWORD
    END-EVALUATE
    IF TRANSPOSE-SWITCH = 'Y' AND TRANSPOSE-KEYWORD = SPACES
        MOVE 'N' TO KEY-RESOLVE-OK
        MOVE 'TRANSPOSITION KEY HAS NO KEYWORD' TO KEY-RESOLVE-REASON
    END-IF.
    EXIT.

*> A message with no key ID still carries its shift or keyword in
*> clear on the queue record. It is judged by the same key quality
*> policy KEYLOAD and KEYMAINT hold the key file to - a keyword if
*> one is given, otherwise the shift - and a weak one is excepted
*> with the policy's reason instead of being run.
CHECK-EMBEDDED-KEY-POLICY.
    MOVE SPACES TO POLICY-TRANS-KEYWORD
    MOVE CURRENT-KEYWORD TO POLICY-KEYWORD
    MOVE CURRENT-SHIFT TO POLICY-SHIFT
    IF CURRENT-KEYWORD NOT = SPACES
        MOVE 'V' TO POLICY-CIPHER-TYPE
    ELSE
        MOVE 'C' TO POLICY-CIPHER-TYPE
    END-IF
    PERFORM CHECK-KEY-POLICY
    IF POLICY-VERDICT NOT = SPACES
        MOVE 'N' TO KEY-RESOLVE-OK
        MOVE POLICY-VERDICT TO KEY-RESOLVE-REASON
    END-IF.
    EXIT.

WRITE-KEY-EXCEPTION.
    MOVE SPACES TO EXCEPTION-RECORD
    MOVE CURRENT-MSG-ID TO EXC-MSG-ID
    COMPUTE DISPOSED-COUNT = OUT-WRITE-COUNT + SOLVE-MSG-COUNT
        + FAILED-MSG-COUNT + SKIPPED-DONE-COUNT
        + DUP-SKIPPED-COUNT + DUP-EXCEPTED-COUNT
        + SUSPECT-KEY-COUNT + CHECK-FAILED-COUNT
    IF TRAILER-SEEN NOT = 'Y'
        MOVE 'Y' TO OUT-OF-BALANCE
    END-IF
        DISPLAY 'IDEONE: run is OUT OF BALANCE - see control '
            'totals page'
        MOVE 8 TO RETURN-CODE
    END-IF
    *> a night missing from the history master blinds tomorrow's
    *> duplicate check and every program that reads the master
    *> after it, so the step is failed for the restart to cover
    IF HISTORY-NOT-RECORDED = 'Y'
        DISPLAY 'IDEONE: messages were not recorded on the history '
            'master - see control totals page'
        MOVE 8 TO RETURN-CODE
    END-IF.
    EXIT.

    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING 'MESSAGE FORMS WRITTEN: ' DELIMITED BY SIZE
        FORM-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING 'CHECK GROUP FAILED: ' DELIMITED BY SIZE
        CHECK-FAILED-COUNT DELIMITED BY SIZE
        '  RUN UNVERIFIED (NO CHECK GROUP): ' DELIMITED BY SIZE
        UNCHECKED-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING 'DUPLICATES - PROCESSED: ' DELIMITED BY SIZE
        DUP-PROCESSED-COUNT DELIMITED BY SIZE
    END-STRING
    WRITE REPORT-RECORD

    IF HISTORY-NOT-RECORDED = 'Y'
        MOVE SPACES TO REPORT-RECORD
        STRING 'HISTORY: *** MESSAGES NOT RECORDED ON THE HISTORY '
            DELIMITED BY SIZE
            'MASTER - NO MASTER OR NO JOURNAL ***' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF

    MOVE SPACES TO REPORT-RECORD
    IF OUT-OF-BALANCE = 'Y'
        STRING 'STATUS: *** OUT OF BALANCE ***' DELIMITED BY SIZE
        OPEN EXTEND OUTPUT-FILE
        OPEN EXTEND EXCEPTION-FILE
        OPEN EXTEND REPORT-FILE
        OPEN EXTEND FORM-FILE
    ELSE
        OPEN OUTPUT OUTPUT-FILE
        OPEN OUTPUT EXCEPTION-FILE
        OPEN OUTPUT REPORT-FILE
        OPEN OUTPUT FORM-FILE
    END-IF
    IF OUTPUT-STATUS NOT = '00'
        DISPLAY 'IDEONE: unable to open output file, status '
            REPORT-STATUS
        MOVE 'N' TO FILES-OPEN-OK
    END-IF
    IF FORM-STATUS NOT = '00'
        DISPLAY 'IDEONE: unable to open message form file, status '
            FORM-STATUS
        MOVE 'N' TO FILES-OPEN-OK
    END-IF
    *> the key file is read-only reference data; a run without it
    *> still processes messages carrying embedded keys, and any
    *> message naming a key ID is excepted by RESOLVE-MESSAGE-KEY
        DISPLAY 'IDEONE: key file not available, status '
            KEY-FILE-STATUS ' - key IDs will not resolve'
    END-IF
    *> without the policy file embedded keys are still held to the
    *> built-in floor (no shift of 0 or 13, no one-letter keyword)
    MOVE 'IDEONE' TO POLICY-CALLER
    PERFORM LOAD-KEY-POLICY
    IF POLICY-LOADED NOT = 'Y'
        DISPLAY 'IDEONE: key policy file not available, status '
            POLICY-STATUS ' - embedded keys checked by built-in '
            'rules only'
    END-IF
    *> the history master accumulates across runs, so extend it in
    *> place; a missing file (first run, status 35) is created once
    *> and reopened for update
        MOVE 'Y' TO HIST-FILE-AVAILABLE
    ELSE
        MOVE 'N' TO HIST-FILE-AVAILABLE
        MOVE 'Y' TO HISTORY-NOT-RECORDED
        DISPLAY 'IDEONE: history file not available, status '
            HISTORY-STATUS ' - run will not be recorded'
    END-IF
    *> every history change is journaled first; without the journal
    *> the master is still read for duplicates but not written, and
    *> the run ends with return code 8
    IF HIST-FILE-AVAILABLE = 'Y'
        MOVE 'IDEONE' TO JOURNAL-CALLER
        PERFORM OPEN-HISTORY-JOURNAL
        IF JOURNAL-OPEN NOT = 'Y'
            DISPLAY 'IDEONE: history journal not available, status '
                JOURNAL-STATUS ' control status '
                JOURNAL-CONTROL-STATUS ' - run will not be recorded'
            MOVE 'Y' TO HISTORY-NOT-RECORDED
        END-IF
    END-IF.
    EXIT.

    CLOSE OUTPUT-FILE
    CLOSE EXCEPTION-FILE
    CLOSE REPORT-FILE
    CLOSE FORM-FILE
    IF KEY-FILE-AVAILABLE = 'Y'
        CLOSE KEY-FILE
    END-IF
    IF HIST-FILE-AVAILABLE = 'Y'
        CLOSE HISTORY-FILE
    END-IF
    PERFORM CLOSE-HISTORY-JOURNAL.
    EXIT.

*> --- Parameter-driven single run ---
    PERFORM COMPUTE-PARM-SHIFT
    MOVE PARM-DIGIT-SWITCH TO DIGIT-SHIFT-SWITCH
    MOVE PARM-KEYWORD TO VIGENERE-KEYWORD
    MOVE SPACES TO CURRENT-CHECK-GROUP
    MOVE SPACE TO CURRENT-TEXT-FORM
    MOVE 'N' TO TRANSPOSE-SWITCH
    MOVE SPACE TO CURRENT-CIPHER-TYPE
    PERFORM SET-CIPHER-MODE
    PERFORM EXECUTE-MODE.
    EXIT.

    COPY CIPHYCHK.

    COPY CIPHNCHK.

    COPY CIPHLCHK.

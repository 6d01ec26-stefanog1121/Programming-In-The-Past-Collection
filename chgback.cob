       >>SOURCE FORMAT FREE
*> === MONTHLY CHARGEBACK STATEMENT ===
*> Month-end charge for the cipher service, by originating unit -
*> the station prefix every message ID opens with. The PARM/SYSIN
*> card names the month to bill:
*>   <yyyymm>      blank bills the month just ended
*> Every row on the history master, and on as many HISTARCH
*> generations as are concatenated on the archive DD for a month
*> the retention purge has already reached, is sorted into message
*> ID order and priced from finance's rate table (CHGRATES,
*> CIPHGREC): a base charge and a charge per block of message text
*> for the row's mode and priority class, plus the solve and flash
*> premiums. A message is charged once: a recycled or dead-lettered
*> message rerun under the same ID is listed on its unit's statement
*> as a rerun and not charged again, whether the charged run fell
*> in this month or an earlier one. A mode and class the table has
*> no rate for is listed unpriced for finance to settle by hand.
*> Output is a statement per unit, priced line by line (CHGRPT), a
*> summary page with the rates in force, and the fixed-format
*> billing extract for the ledger (CHGEXT, CIPHBREC) - one record
*> per unit between a header and a balancing trailer. Unit names
*> come from the station master when it is available.
*> A rate table with a card CHGBACK cannot read is refused whole:
*> billing on a table finance did not mean is worse than no bill.
IDENTIFICATION DIVISION.
    PROGRAM-ID. CHGBACK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "CIPHHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HM-KEY
        FILE STATUS IS HISTORY-STATUS.

    *> purged history rows - every archive generation the job
    *> concatenates on this DD is read as one file
    SELECT ARCHIVE-FILE ASSIGN TO "HISTARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-STATUS.

    *> finance's rate table
    SELECT RATE-FILE ASSIGN TO "CHGRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RATE-STATUS.

    *> unit names for the statements
    SELECT STATION-FILE ASSIGN TO "STATIONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ST-STATION-ID
        FILE STATUS IS STATION-STATUS.

    SELECT SORT-FILE ASSIGN TO "SORTWK1".

    *> printed statements and summary page
    SELECT CHARGE-RPT-FILE ASSIGN TO "CHGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHARGE-RPT-STATUS.

    *> billing extract for the finance ledger
    SELECT BILLING-FILE ASSIGN TO "CHGEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BILLING-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
    COPY CIPHHREC.

FD  ARCHIVE-FILE.
    01 ARCHIVE-RECORD      PIC X(565).

FD  RATE-FILE.
    COPY CIPHGREC.

FD  STATION-FILE.
    COPY CIPHSREC.

SD  SORT-FILE.
    01 SORT-RECORD.
        05 SR-MSG-ID           PIC X(10).
        05 SR-RUN-DATE         PIC 9(8).
        05 SR-RUN-TIME         PIC 9(8).
        05 SR-HISTORY-IMAGE    PIC X(565).

FD  CHARGE-RPT-FILE.
    01 CHARGE-RECORD       PIC X(132).

FD  BILLING-FILE.
    COPY CIPHBREC.

WORKING-STORAGE SECTION.
    01 HISTORY-STATUS       PIC XX VALUE SPACES.
    01 ARCHIVE-STATUS       PIC XX VALUE SPACES.
    01 RATE-STATUS          PIC XX VALUE SPACES.
    01 STATION-STATUS       PIC XX VALUE SPACES.
    01 CHARGE-RPT-STATUS    PIC XX VALUE SPACES.
    01 BILLING-STATUS       PIC XX VALUE SPACES.
    01 END-OF-HISTORY       PIC X VALUE 'N'.
    01 END-OF-ARCHIVE       PIC X VALUE 'N'.
    01 END-OF-SORT          PIC X VALUE 'N'.
    01 END-OF-RATES         PIC X VALUE 'N'.
    01 ARCHIVE-AVAILABLE    PIC X VALUE 'N'.
    01 STATIONS-AVAILABLE   PIC X VALUE 'N'.

    01 PARM-AREAS.
        05 PARM-LINE        PIC X(80) VALUE SPACES.
        05 PERIOD-TEXT      PIC X(6) VALUE SPACES.

    *> the month being billed, and the standing retention the purge
    *> works to - a month older than that needs the archive
    01 PERIOD-AREAS.
        05 PERIOD           PIC 9(6) VALUE 0.
        05 PERIOD-PARTS REDEFINES PERIOD.
            10 PERIOD-YEAR  PIC 9(4).
            10 PERIOD-MONTH PIC 99.
        05 PERIOD-START     PIC 9(8) VALUE 0.
        05 PERIOD-END       PIC 9(8) VALUE 0.
        05 RETENTION-DAYS   PIC 9(3) VALUE 90.
        05 RETENTION-CUTOFF PIC 9(8) VALUE 0.

    *> the rate table as loaded: one cell per mode (E, D, S) and
    *> class (F, P, R), and the two premiums
    01 RATE-TABLE.
        05 RATE-MODE-ROW OCCURS 3 TIMES.
            10 RATE-CLASS-CELL OCCURS 3 TIMES.
                15 RATE-SET         PIC X.
                15 RATE-BASE        PIC 9(3)V99.
                15 RATE-PER-BLOCK   PIC 9(3)V99.
                15 RATE-BLOCK-SIZE  PIC 9(3).
        05 SOLVE-PREMIUM-PCT PIC 9(3) VALUE 0.
        05 FLASH-PREMIUM-PCT PIC 9(3) VALUE 0.
        05 SOLVE-PREMIUM-SET PIC X VALUE 'N'.
        05 FLASH-PREMIUM-SET PIC X VALUE 'N'.
        05 RATE-MODE-LETTERS PIC X(3) VALUE 'EDS'.
        05 RATE-CLASS-LETTERS PIC X(3) VALUE 'FPR'.
        05 MODE-SUB         PIC 9 VALUE 0.
        05 CLASS-SUB        PIC 9 VALUE 0.
        05 RATE-CARDS-READ  PIC 9(5) VALUE 0.
        05 RATE-CARDS-REJECTED PIC 9(5) VALUE 0.
        05 RATES-LOADED     PIC 9(3) VALUE 0.

    *> pricing of the row in hand
    01 PRICING-AREAS.
        05 TEXT-LENGTH      PIC 999 VALUE 0.
        05 TEXT-BLOCKS      PIC 999 VALUE 0.
        05 LINE-BASE        PIC 9(5)V99 VALUE 0.
        05 LINE-TEXT-CHARGE PIC 9(5)V99 VALUE 0.
        05 LINE-PREMIUM     PIC 9(5)V99 VALUE 0.
        05 LINE-AMOUNT      PIC 9(5)V99 VALUE 0.
        05 PREMIUM-PCT      PIC 9(4) VALUE 0.
        05 LINE-NOTE        PIC X(34) VALUE SPACES.
        05 LINE-PRICED      PIC X VALUE 'N'.
        05 PRICE-OVERFLOW   PIC X VALUE 'N'.

    *> the message ID in hand across its rows in the sorted stream
    01 MESSAGE-AREAS.
        05 PREVIOUS-MSG-ID  PIC X(10) VALUE SPACES.
        05 PREVIOUS-RUN-DATE PIC 9(8) VALUE 0.
        05 PREVIOUS-RUN-TIME PIC 9(8) VALUE 0.
        05 MESSAGE-CHARGED  PIC X VALUE 'N'.
        05 MESSAGE-EARLIER  PIC X VALUE 'N'.

    *> the unit whose statement is being printed
    01 UNIT-AREAS.
        05 CURRENT-UNIT     PIC X(4) VALUE SPACES.
        05 CURRENT-UNIT-NAME PIC X(25) VALUE SPACES.
        05 UNIT-STARTED     PIC X VALUE 'N'.
        05 UNIT-MESSAGES    PIC 9(7) VALUE 0.
        05 UNIT-RERUNS      PIC 9(7) VALUE 0.
        05 UNIT-UNPRICED    PIC 9(7) VALUE 0.
        05 UNIT-AMOUNT      PIC 9(9)V99 VALUE 0.

    *> one entry per unit billed, in statement order, for the
    *> summary page. A unit past the table's end is still billed
    *> and counted in the totals, and reported as beyond the table.
    01 UNIT-TOTALS.
        05 UT-ENTRY OCCURS 500 TIMES INDEXED BY UT-IDX.
            10 UT-UNIT          PIC X(4).
            10 UT-NAME          PIC X(25).
            10 UT-MESSAGES      PIC 9(7).
            10 UT-RERUNS        PIC 9(7).
            10 UT-UNPRICED      PIC 9(7).
            10 UT-AMOUNT        PIC 9(9)V99.
        05 UT-COUNT         PIC 999 VALUE 0.
        05 UT-OVERFLOW-UNITS PIC 9(5) VALUE 0.
        05 UT-OVERFLOW-AMOUNT PIC 9(9)V99 VALUE 0.

    01 CHARGE-COUNTS.
        05 MASTER-ROWS-READ PIC 9(7) VALUE 0.
        05 ARCHIVE-ROWS-READ PIC 9(7) VALUE 0.
        05 ROWS-IN-PERIOD   PIC 9(7) VALUE 0.
        05 DUPLICATE-ROWS   PIC 9(7) VALUE 0.
        05 UNITS-BILLED     PIC 9(7) VALUE 0.
        05 TOTAL-MESSAGES   PIC 9(9) VALUE 0.
        05 TOTAL-RERUNS     PIC 9(9) VALUE 0.
        05 TOTAL-UNPRICED   PIC 9(9) VALUE 0.
        05 TOTAL-AMOUNT     PIC 9(11)V99 VALUE 0.
        05 TOTAL-PREMIUMS   PIC 9(11)V99 VALUE 0.
        05 MODE-MESSAGES    PIC 9(9) OCCURS 3 TIMES.
        05 MODE-AMOUNT      PIC 9(11)V99 OCCURS 3 TIMES.
        05 CLASS-MESSAGES   PIC 9(9) OCCURS 3 TIMES.
        05 CLASS-AMOUNT     PIC 9(11)V99 OCCURS 3 TIMES.

    *> printable money and counts
    01 EDITED-AREAS.
        05 ED-LINE-BASE     PIC ZZ,ZZ9.99.
        05 ED-LINE-TEXT     PIC ZZ,ZZ9.99.
        05 ED-LINE-PREMIUM  PIC ZZ,ZZ9.99.
        05 ED-LINE-AMOUNT   PIC ZZZ,ZZ9.99.
        05 ED-TEXT-LENGTH   PIC ZZ9.
        05 ED-TEXT-BLOCKS   PIC ZZ9.
        05 ED-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
        05 ED-RATE-BASE     PIC ZZ9.99.
        05 ED-RATE-BLOCK    PIC ZZ9.99.
        05 MODE-WORD        PIC X(8) VALUE SPACES.
        05 CLASS-WORD       PIC X(8) VALUE SPACES.

    01 PAGE-AREAS.
        05 REPORT-PAGE-NO   PIC 9(4) VALUE 0.
        05 PAGE-LINE-COUNT  PIC 99 VALUE 99.
        05 LINES-PER-PAGE   PIC 99 VALUE 55.
        05 LINES-NEEDED     PIC 99 VALUE 0.
        *> S = a unit's statement, T = the summary page
        05 REPORT-PART      PIC X VALUE 'S'.

    01 RUN-DATE-TIME.
        05 RUN-DATE         PIC 9(8).
        05 RUN-TIME         PIC 9(8).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    PERFORM GET-CHARGE-PERIOD
    PERFORM LOAD-RATE-TABLE
    PERFORM OPEN-PROGRAM-FILES
    SORT SORT-FILE
        ON ASCENDING KEY SR-MSG-ID SR-RUN-DATE SR-RUN-TIME
        INPUT PROCEDURE IS SELECT-CHARGE-ROWS
        OUTPUT PROCEDURE IS PRICE-SORTED-ROWS
    PERFORM WRITE-SUMMARY-PAGE
    PERFORM WRITE-BILLING-TRAILER
    PERFORM CLOSE-PROGRAM-FILES
    MOVE TOTAL-AMOUNT TO ED-TOTAL-AMOUNT
    DISPLAY 'CHGBACK: period ' PERIOD ', ' MASTER-ROWS-READ
        ' master and ' ARCHIVE-ROWS-READ ' archived rows read, '
        UNITS-BILLED ' units billed, ' TOTAL-MESSAGES
        ' messages charged ' FUNCTION TRIM(ED-TOTAL-AMOUNT)
    DISPLAY 'CHGBACK: ' TOTAL-RERUNS ' reruns not charged, '
        TOTAL-UNPRICED ' messages not priced - see statements'
    IF TOTAL-UNPRICED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    IF ARCHIVE-AVAILABLE NOT = 'Y' AND PERIOD-START < RETENTION-CUTOFF
        DISPLAY 'CHGBACK: period reaches past the retention purge '
            'and no archive was read - the month may be short'
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*> A blank card bills the month just ended - the usual month-end
*> run on the first working day.
GET-CHARGE-PERIOD.
    MOVE SPACES TO PARM-LINE
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE = SPACES
        ACCEPT PARM-LINE
    END-IF
    UNSTRING PARM-LINE DELIMITED BY ','
        INTO PERIOD-TEXT
    END-UNSTRING
    IF PERIOD-TEXT = SPACES
        COMPUTE PERIOD = RUN-DATE / 100
        IF PERIOD-MONTH = 1
            SUBTRACT 1 FROM PERIOD-YEAR
            MOVE 12 TO PERIOD-MONTH
        ELSE
            SUBTRACT 1 FROM PERIOD-MONTH
        END-IF
    ELSE
        IF PERIOD-TEXT NOT NUMERIC
            DISPLAY 'CHGBACK: request must be [<yyyymm>] - got "'
                FUNCTION TRIM(PARM-LINE) '"'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE PERIOD-TEXT TO PERIOD
        IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
            DISPLAY 'CHGBACK: request must be [<yyyymm>] - got "'
                FUNCTION TRIM(PARM-LINE) '"'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    COMPUTE PERIOD-START = PERIOD * 100 + 1
    COMPUTE PERIOD-END = PERIOD * 100 + 31
    COMPUTE RETENTION-CUTOFF = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(RUN-DATE) - RETENTION-DAYS).
    EXIT.

*> --- rate table ---
*> Every card is checked before a single row is priced; one card
*> that cannot be read, or a second rate for the same mode and
*> class, refuses the run.
LOAD-RATE-TABLE.
    INITIALIZE RATE-TABLE
    MOVE 'EDS' TO RATE-MODE-LETTERS
    MOVE 'FPR' TO RATE-CLASS-LETTERS
    OPEN INPUT RATE-FILE
    IF RATE-STATUS NOT = '00'
        DISPLAY 'CHGBACK: unable to open rate table, status '
            RATE-STATUS ' - nothing billed'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-RATE-CARD
    PERFORM UNTIL END-OF-RATES = 'Y'
        ADD 1 TO RATE-CARDS-READ
        PERFORM LOAD-ONE-RATE-CARD
        PERFORM READ-RATE-CARD
    END-PERFORM
    CLOSE RATE-FILE
    IF RATE-CARDS-REJECTED > 0
        DISPLAY 'CHGBACK: ' RATE-CARDS-REJECTED
            ' rate table cards rejected - nothing billed'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF RATES-LOADED = 0
        DISPLAY 'CHGBACK: rate table holds no rates - nothing billed'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

READ-RATE-CARD.
    READ RATE-FILE
        AT END
            MOVE 'Y' TO END-OF-RATES
    END-READ.
    EXIT.

LOAD-ONE-RATE-CARD.
    EVALUATE TRUE
        WHEN RATE-CARD = SPACES
            CONTINUE
        WHEN RC-CARD-TYPE(1:1) = '*'
            CONTINUE
        WHEN RC-RATE-CARD
            PERFORM LOAD-RATE-CELL
        WHEN RC-PREMIUM-CARD AND RC-PREMIUM-PCT IS NUMERIC
            AND RC-SOLVE-PREMIUM
            IF SOLVE-PREMIUM-SET = 'Y'
                DISPLAY 'CHGBACK: rate card ' RATE-CARDS-READ
                    ' repeats the solve premium'
                ADD 1 TO RATE-CARDS-REJECTED
            ELSE
                MOVE 'Y' TO SOLVE-PREMIUM-SET
                MOVE RC-PREMIUM-PCT TO SOLVE-PREMIUM-PCT
            END-IF
        WHEN RC-PREMIUM-CARD AND RC-PREMIUM-PCT IS NUMERIC
            AND RC-FLASH-PREMIUM
            IF FLASH-PREMIUM-SET = 'Y'
                DISPLAY 'CHGBACK: rate card ' RATE-CARDS-READ
                    ' repeats the flash premium'
                ADD 1 TO RATE-CARDS-REJECTED
            ELSE
                MOVE 'Y' TO FLASH-PREMIUM-SET
                MOVE RC-PREMIUM-PCT TO FLASH-PREMIUM-PCT
            END-IF
        WHEN OTHER
            DISPLAY 'CHGBACK: rate card ' RATE-CARDS-READ
                ' not understood: ' FUNCTION TRIM(RATE-CARD)
            ADD 1 TO RATE-CARDS-REJECTED
    END-EVALUATE.
    EXIT.

LOAD-RATE-CELL.
    MOVE RC-MODE TO MODE-WORD
    MOVE RC-CLASS TO CLASS-WORD
    PERFORM FIND-RATE-CELL
    IF MODE-SUB = 0 OR CLASS-SUB = 0
        OR RC-BASE-CHARGE NOT NUMERIC
        OR RC-BLOCK-CHARGE NOT NUMERIC
        OR RC-BLOCK-SIZE NOT NUMERIC
        DISPLAY 'CHGBACK: rate card ' RATE-CARDS-READ
            ' not understood: ' FUNCTION TRIM(RATE-CARD)
        ADD 1 TO RATE-CARDS-REJECTED
    ELSE
        IF RC-BLOCK-SIZE = 0
            DISPLAY 'CHGBACK: rate card ' RATE-CARDS-READ
                ' has a block size of zero: '
                FUNCTION TRIM(RATE-CARD)
            ADD 1 TO RATE-CARDS-REJECTED
        ELSE
            IF RATE-SET(MODE-SUB, CLASS-SUB) = 'Y'
                DISPLAY 'CHGBACK: rate card ' RATE-CARDS-READ
                    ' repeats the rate for mode ' RC-MODE
                    ' class ' RC-CLASS
                ADD 1 TO RATE-CARDS-REJECTED
            ELSE
                MOVE 'Y' TO RATE-SET(MODE-SUB, CLASS-SUB)
                MOVE RC-BASE-CHARGE TO RATE-BASE(MODE-SUB, CLASS-SUB)
                MOVE RC-BLOCK-CHARGE
                    TO RATE-PER-BLOCK(MODE-SUB, CLASS-SUB)
                MOVE RC-BLOCK-SIZE
                    TO RATE-BLOCK-SIZE(MODE-SUB, CLASS-SUB)
                ADD 1 TO RATES-LOADED
            END-IF
        END-IF
    END-IF.
    EXIT.

*> Turns the mode letter in MODE-WORD and the class letter in
*> CLASS-WORD into table subscripts; zero where the letter is not
*> one of the three. A class the row does not carry is routine,
*> as everywhere else.
FIND-RATE-CELL.
    MOVE 0 TO MODE-SUB
    MOVE 0 TO CLASS-SUB
    IF CLASS-WORD(1:1) = SPACE
        MOVE 'R' TO CLASS-WORD
    END-IF
    PERFORM VARYING MODE-SUB FROM 1 BY 1 UNTIL MODE-SUB > 3
        OR RATE-MODE-LETTERS(MODE-SUB:1) = MODE-WORD(1:1)
        CONTINUE
    END-PERFORM
    IF MODE-SUB > 3
        MOVE 0 TO MODE-SUB
    END-IF
    PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
        OR RATE-CLASS-LETTERS(CLASS-SUB:1) = CLASS-WORD(1:1)
        CONTINUE
    END-PERFORM
    IF CLASS-SUB > 3
        MOVE 0 TO CLASS-SUB
    END-IF.
    EXIT.

*> The master is required. The archive and the station master are
*> not: a month inside the retention period has nothing archived,
*> and a statement without unit names is still a statement.
OPEN-PROGRAM-FILES.
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STATUS NOT = '00'
        DISPLAY 'CHGBACK: unable to open history file, status '
            HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ARCHIVE-FILE
    IF ARCHIVE-STATUS = '00'
        MOVE 'Y' TO ARCHIVE-AVAILABLE
    ELSE
        DISPLAY 'CHGBACK: archive not available, status '
            ARCHIVE-STATUS ' - history master only'
        MOVE 'N' TO ARCHIVE-AVAILABLE
    END-IF
    OPEN INPUT STATION-FILE
    IF STATION-STATUS = '00'
        MOVE 'Y' TO STATIONS-AVAILABLE
    ELSE
        DISPLAY 'CHGBACK: station master not available, status '
            STATION-STATUS ' - statements carry no unit names'
        MOVE 'N' TO STATIONS-AVAILABLE
    END-IF
    OPEN OUTPUT CHARGE-RPT-FILE
    OPEN OUTPUT BILLING-FILE
    IF CHARGE-RPT-STATUS NOT = '00' OR BILLING-STATUS NOT = '00'
        DISPLAY 'CHGBACK: unable to open output files, report '
            'status ' CHARGE-RPT-STATUS ' extract status '
            BILLING-STATUS
        CLOSE HISTORY-FILE
        IF ARCHIVE-AVAILABLE = 'Y'
            CLOSE ARCHIVE-FILE
        END-IF
        IF STATIONS-AVAILABLE = 'Y'
            CLOSE STATION-FILE
        END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO BILLING-CONTROL-RECORD
    MOVE 'H' TO BC-RECORD-TYPE
    MOVE PERIOD TO BC-PERIOD
    MOVE RUN-DATE TO BC-CREATE-DATE
    MOVE 0 TO BC-UNIT-COUNT
    MOVE 0 TO BC-MESSAGES
    MOVE 0 TO BC-AMOUNT
    WRITE BILLING-CONTROL-RECORD
    PERFORM CHECK-BILLING-WRITE.
    EXIT.

CLOSE-PROGRAM-FILES.
    CLOSE HISTORY-FILE
    IF ARCHIVE-AVAILABLE = 'Y'
        CLOSE ARCHIVE-FILE
    END-IF
    IF STATIONS-AVAILABLE = 'Y'
        CLOSE STATION-FILE
    END-IF
    CLOSE CHARGE-RPT-FILE
    CLOSE BILLING-FILE.
    EXIT.

*> --- sort input: every row up to the end of the month ---
*> Rows before the month are kept too: they are how a rerun of a
*> message already charged in an earlier month is recognized.
SELECT-CHARGE-ROWS.
    MOVE SPACES TO HISTORY-RECORD
    MOVE LOW-VALUES TO HM-KEY
    START HISTORY-FILE KEY NOT < HM-KEY
        INVALID KEY
            MOVE 'Y' TO END-OF-HISTORY
    END-START
    PERFORM UNTIL END-OF-HISTORY = 'Y'
        READ HISTORY-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO END-OF-HISTORY
        END-READ
        IF END-OF-HISTORY NOT = 'Y'
            ADD 1 TO MASTER-ROWS-READ
            PERFORM RELEASE-IF-CHARGEABLE
        END-IF
    END-PERFORM
    IF ARCHIVE-AVAILABLE = 'Y'
        PERFORM UNTIL END-OF-ARCHIVE = 'Y'
            READ ARCHIVE-FILE
                AT END
                    MOVE 'Y' TO END-OF-ARCHIVE
            END-READ
            IF END-OF-ARCHIVE NOT = 'Y'
                ADD 1 TO ARCHIVE-ROWS-READ
                MOVE ARCHIVE-RECORD TO HISTORY-RECORD
                PERFORM RELEASE-IF-CHARGEABLE
            END-IF
        END-PERFORM
    END-IF.
    EXIT.

RELEASE-IF-CHARGEABLE.
    IF HM-RUN-DATE <= PERIOD-END
        MOVE HM-MSG-ID TO SR-MSG-ID
        MOVE HM-RUN-DATE TO SR-RUN-DATE
        MOVE HM-RUN-TIME TO SR-RUN-TIME
        MOVE HISTORY-RECORD TO SR-HISTORY-IMAGE
        RELEASE SORT-RECORD
    END-IF.
    EXIT.

*> --- sort output: one statement per unit ---
*> Message ID order keeps each unit's rows together (the unit is
*> the ID's prefix) and each message's runs together in date
*> order, so the first run is the one charged.
PRICE-SORTED-ROWS.
    PERFORM RETURN-SORTED-ROW
    PERFORM UNTIL END-OF-SORT = 'Y'
        MOVE SR-HISTORY-IMAGE TO HISTORY-RECORD
        IF HM-ORIGINATOR NOT = CURRENT-UNIT
            PERFORM FINISH-UNIT
            MOVE HM-ORIGINATOR TO CURRENT-UNIT
            MOVE 'N' TO UNIT-STARTED
        END-IF
        IF HM-MSG-ID NOT = PREVIOUS-MSG-ID
            MOVE HM-MSG-ID TO PREVIOUS-MSG-ID
            MOVE 0 TO PREVIOUS-RUN-DATE
            MOVE 0 TO PREVIOUS-RUN-TIME
            MOVE 'N' TO MESSAGE-CHARGED
            MOVE 'N' TO MESSAGE-EARLIER
        END-IF
        *> the same run on the master and an archive generation
        *> (a restored or reloaded row) is one run
        IF HM-RUN-DATE = PREVIOUS-RUN-DATE
            AND HM-RUN-TIME = PREVIOUS-RUN-TIME
            ADD 1 TO DUPLICATE-ROWS
        ELSE
            MOVE HM-RUN-DATE TO PREVIOUS-RUN-DATE
            MOVE HM-RUN-TIME TO PREVIOUS-RUN-TIME
            IF HM-RUN-DATE < PERIOD-START
                MOVE 'Y' TO MESSAGE-EARLIER
            ELSE
                ADD 1 TO ROWS-IN-PERIOD
                PERFORM CHARGE-ONE-ROW
            END-IF
        END-IF
        PERFORM RETURN-SORTED-ROW
    END-PERFORM
    PERFORM FINISH-UNIT.
    EXIT.

RETURN-SORTED-ROW.
    RETURN SORT-FILE
        AT END
            MOVE 'Y' TO END-OF-SORT
    END-RETURN.
    EXIT.

CHARGE-ONE-ROW.
    IF UNIT-STARTED NOT = 'Y'
        PERFORM START-UNIT
    END-IF
    MOVE 0 TO TEXT-LENGTH
    MOVE 0 TO TEXT-BLOCKS
    MOVE 0 TO LINE-BASE
    MOVE 0 TO LINE-TEXT-CHARGE
    MOVE 0 TO LINE-PREMIUM
    MOVE 0 TO LINE-AMOUNT
    MOVE 'N' TO LINE-PRICED
    EVALUATE TRUE
        WHEN MESSAGE-EARLIER = 'Y'
            MOVE 'RERUN - CHARGED IN EARLIER MONTH' TO LINE-NOTE
            ADD 1 TO UNIT-RERUNS
        WHEN MESSAGE-CHARGED = 'Y'
            MOVE 'RERUN - NOT CHARGED' TO LINE-NOTE
            ADD 1 TO UNIT-RERUNS
        WHEN OTHER
            MOVE 'Y' TO MESSAGE-CHARGED
            PERFORM PRICE-MESSAGE
    END-EVALUATE
    PERFORM WRITE-STATEMENT-LINE.
    EXIT.

*> Base charge, plus the block charge for every block of message
*> text or part of one (at least one block), plus the premiums -
*> solve and flash add together on a flash solve. A charge too
*> large for the statement's columns is not cut down to fit: the
*> message is listed unpriced for finance to settle by hand.
PRICE-MESSAGE.
    MOVE HM-MODE TO MODE-WORD
    MOVE HM-PRIORITY TO CLASS-WORD
    PERFORM FIND-RATE-CELL
    IF MODE-SUB = 0 OR CLASS-SUB = 0
        MOVE 'NO RATE ON TABLE - NOT PRICED' TO LINE-NOTE
        ADD 1 TO UNIT-UNPRICED
    ELSE
        IF RATE-SET(MODE-SUB, CLASS-SUB) NOT = 'Y'
            MOVE 'NO RATE ON TABLE - NOT PRICED' TO LINE-NOTE
            ADD 1 TO UNIT-UNPRICED
        ELSE
            MOVE 'Y' TO LINE-PRICED
            MOVE SPACES TO LINE-NOTE
            INSPECT FUNCTION REVERSE(HM-INPUT-TEXT) TALLYING
                TEXT-LENGTH FOR LEADING SPACE
            COMPUTE TEXT-LENGTH =
                LENGTH OF HM-INPUT-TEXT - TEXT-LENGTH
            COMPUTE TEXT-BLOCKS = (TEXT-LENGTH
                + RATE-BLOCK-SIZE(MODE-SUB, CLASS-SUB) - 1)
                / RATE-BLOCK-SIZE(MODE-SUB, CLASS-SUB)
            IF TEXT-BLOCKS = 0
                MOVE 1 TO TEXT-BLOCKS
            END-IF
            MOVE 'N' TO PRICE-OVERFLOW
            MOVE RATE-BASE(MODE-SUB, CLASS-SUB) TO LINE-BASE
            COMPUTE LINE-TEXT-CHARGE =
                TEXT-BLOCKS * RATE-PER-BLOCK(MODE-SUB, CLASS-SUB)
                ON SIZE ERROR
                    MOVE 'Y' TO PRICE-OVERFLOW
            END-COMPUTE
            MOVE 0 TO PREMIUM-PCT
            IF MODE-SUB = 3
                ADD SOLVE-PREMIUM-PCT TO PREMIUM-PCT
            END-IF
            IF CLASS-SUB = 1
                ADD FLASH-PREMIUM-PCT TO PREMIUM-PCT
            END-IF
            IF PRICE-OVERFLOW = 'N'
                COMPUTE LINE-PREMIUM ROUNDED =
                    (LINE-BASE + LINE-TEXT-CHARGE) * PREMIUM-PCT / 100
                    ON SIZE ERROR
                        MOVE 'Y' TO PRICE-OVERFLOW
                END-COMPUTE
            END-IF
            IF PRICE-OVERFLOW = 'N'
                COMPUTE LINE-AMOUNT =
                    LINE-BASE + LINE-TEXT-CHARGE + LINE-PREMIUM
                    ON SIZE ERROR
                        MOVE 'Y' TO PRICE-OVERFLOW
                END-COMPUTE
            END-IF
            IF PRICE-OVERFLOW = 'Y'
                PERFORM MARK-PRICE-OVERFLOW
            END-IF
        END-IF
    END-IF
    IF LINE-PRICED = 'Y'
        ADD 1 TO UNIT-MESSAGES
        ADD LINE-AMOUNT TO UNIT-AMOUNT
        ADD LINE-PREMIUM TO TOTAL-PREMIUMS
        ADD 1 TO MODE-MESSAGES(MODE-SUB)
        ADD LINE-AMOUNT TO MODE-AMOUNT(MODE-SUB)
        ADD 1 TO CLASS-MESSAGES(CLASS-SUB)
        ADD LINE-AMOUNT TO CLASS-AMOUNT(CLASS-SUB)
    END-IF.
    EXIT.

MARK-PRICE-OVERFLOW.
    MOVE 'N' TO LINE-PRICED
    MOVE 'PRICE OVERFLOW - NOT PRICED' TO LINE-NOTE
    MOVE 0 TO LINE-BASE
    MOVE 0 TO LINE-TEXT-CHARGE
    MOVE 0 TO LINE-PREMIUM
    MOVE 0 TO LINE-AMOUNT
    ADD 1 TO UNIT-UNPRICED.
    EXIT.

*> A unit's statement starts on a fresh page, under the unit's
*> name from the station master.
START-UNIT.
    MOVE 'Y' TO UNIT-STARTED
    MOVE 0 TO UNIT-MESSAGES
    MOVE 0 TO UNIT-RERUNS
    MOVE 0 TO UNIT-UNPRICED
    MOVE 0 TO UNIT-AMOUNT
    MOVE SPACES TO CURRENT-UNIT-NAME
    IF STATIONS-AVAILABLE = 'Y'
        MOVE CURRENT-UNIT TO ST-STATION-ID
        READ STATION-FILE
            INVALID KEY
                MOVE '** NOT ON STATION MASTER' TO CURRENT-UNIT-NAME
            NOT INVALID KEY
                MOVE ST-STATION-NAME TO CURRENT-UNIT-NAME
        END-READ
    END-IF
    MOVE 'S' TO REPORT-PART
    MOVE 99 TO PAGE-LINE-COUNT.
    EXIT.

*> Closes off the statement of the unit just printed: its total
*> line, its entry for the summary page and its billing record.
*> A unit with no rows in the month has no statement.
FINISH-UNIT.
    IF UNIT-STARTED = 'Y'
        MOVE 3 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO CHARGE-RECORD
        PERFORM WRITE-CHARGE-LINE
        MOVE UNIT-AMOUNT TO ED-TOTAL-AMOUNT
        MOVE SPACES TO CHARGE-RECORD
        STRING 'UNIT ' DELIMITED BY SIZE
            CURRENT-UNIT DELIMITED BY SIZE
            ' TOTAL  MESSAGES CHARGED: ' DELIMITED BY SIZE
            UNIT-MESSAGES DELIMITED BY SIZE
            '  RERUNS NOT CHARGED: ' DELIMITED BY SIZE
            UNIT-RERUNS DELIMITED BY SIZE
            '  NOT PRICED: ' DELIMITED BY SIZE
            UNIT-UNPRICED DELIMITED BY SIZE
            '  AMOUNT: ' DELIMITED BY SIZE
            ED-TOTAL-AMOUNT DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
        PERFORM WRITE-CHARGE-LINE
        ADD 1 TO UNITS-BILLED
        ADD UNIT-MESSAGES TO TOTAL-MESSAGES
        ADD UNIT-RERUNS TO TOTAL-RERUNS
        ADD UNIT-UNPRICED TO TOTAL-UNPRICED
        ADD UNIT-AMOUNT TO TOTAL-AMOUNT
        IF UT-COUNT < 500
            ADD 1 TO UT-COUNT
            SET UT-IDX TO UT-COUNT
            MOVE CURRENT-UNIT TO UT-UNIT(UT-IDX)
            MOVE CURRENT-UNIT-NAME TO UT-NAME(UT-IDX)
            MOVE UNIT-MESSAGES TO UT-MESSAGES(UT-IDX)
            MOVE UNIT-RERUNS TO UT-RERUNS(UT-IDX)
            MOVE UNIT-UNPRICED TO UT-UNPRICED(UT-IDX)
            MOVE UNIT-AMOUNT TO UT-AMOUNT(UT-IDX)
        ELSE
            ADD 1 TO UT-OVERFLOW-UNITS
            ADD UNIT-AMOUNT TO UT-OVERFLOW-AMOUNT
        END-IF
        PERFORM WRITE-BILLING-DETAIL
        MOVE 'N' TO UNIT-STARTED
    END-IF.
    EXIT.

WRITE-BILLING-DETAIL.
    MOVE SPACES TO BILLING-RECORD
    MOVE 'D' TO BX-RECORD-TYPE
    MOVE PERIOD TO BX-PERIOD
    MOVE CURRENT-UNIT TO BX-UNIT
    MOVE CURRENT-UNIT-NAME TO BX-UNIT-NAME
    MOVE UNIT-MESSAGES TO BX-MESSAGES
    MOVE UNIT-RERUNS TO BX-RERUNS
    MOVE UNIT-UNPRICED TO BX-UNPRICED
    MOVE UNIT-AMOUNT TO BX-AMOUNT
    WRITE BILLING-RECORD
    PERFORM CHECK-BILLING-WRITE.
    EXIT.

WRITE-BILLING-TRAILER.
    MOVE SPACES TO BILLING-CONTROL-RECORD
    MOVE 'T' TO BC-RECORD-TYPE
    MOVE PERIOD TO BC-PERIOD
    MOVE RUN-DATE TO BC-CREATE-DATE
    MOVE UNITS-BILLED TO BC-UNIT-COUNT
    MOVE TOTAL-MESSAGES TO BC-MESSAGES
    MOVE TOTAL-AMOUNT TO BC-AMOUNT
    WRITE BILLING-CONTROL-RECORD
    PERFORM CHECK-BILLING-WRITE.
    EXIT.

*> An extract missing its header, a unit or its trailer would not
*> balance on the ledger - one failed write abandons the run.
CHECK-BILLING-WRITE.
    IF BILLING-STATUS NOT = '00'
        DISPLAY 'CHGBACK: billing extract write failed, status '
            BILLING-STATUS ' at unit ' UNITS-BILLED ' of the period'
            ' - run abandoned'
        PERFORM CLOSE-PROGRAM-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

WRITE-STATEMENT-LINE.
    MOVE 1 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE TEXT-LENGTH TO ED-TEXT-LENGTH
    MOVE TEXT-BLOCKS TO ED-TEXT-BLOCKS
    MOVE LINE-BASE TO ED-LINE-BASE
    MOVE LINE-TEXT-CHARGE TO ED-LINE-TEXT
    MOVE LINE-PREMIUM TO ED-LINE-PREMIUM
    MOVE LINE-AMOUNT TO ED-LINE-AMOUNT
    MOVE SPACES TO CHARGE-RECORD
    IF LINE-PRICED = 'Y'
        STRING '  ' DELIMITED BY SIZE
            HM-MSG-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            HM-RUN-DATE DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            HM-MODE DELIMITED BY SIZE
            '      ' DELIMITED BY SIZE
            HM-PRIORITY DELIMITED BY SIZE
            '       ' DELIMITED BY SIZE
            ED-TEXT-LENGTH DELIMITED BY SIZE
            '     ' DELIMITED BY SIZE
            ED-TEXT-BLOCKS DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            ED-LINE-BASE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            ED-LINE-TEXT DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            ED-LINE-PREMIUM DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            ED-LINE-AMOUNT DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
    ELSE
        STRING '  ' DELIMITED BY SIZE
            HM-MSG-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            HM-RUN-DATE DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            HM-MODE DELIMITED BY SIZE
            '      ' DELIMITED BY SIZE
            HM-PRIORITY DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
        MOVE LINE-NOTE TO CHARGE-RECORD(99:34)
    END-IF
    PERFORM WRITE-CHARGE-LINE.
    EXIT.

*> Closing page: every unit's charge, the month's charges by mode
*> and by class, the grand totals the billing trailer carries, and
*> the rates they were priced at.
WRITE-SUMMARY-PAGE.
    MOVE 'T' TO REPORT-PART
    MOVE 99 TO PAGE-LINE-COUNT
    MOVE 2 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    PERFORM VARYING UT-IDX FROM 1 BY 1 UNTIL UT-IDX > UT-COUNT
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE UT-AMOUNT(UT-IDX) TO ED-TOTAL-AMOUNT
        MOVE SPACES TO CHARGE-RECORD
        STRING '  ' DELIMITED BY SIZE
            UT-UNIT(UT-IDX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            UT-NAME(UT-IDX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            UT-MESSAGES(UT-IDX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            UT-RERUNS(UT-IDX) DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            UT-UNPRICED(UT-IDX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            ED-TOTAL-AMOUNT DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
        PERFORM WRITE-CHARGE-LINE
    END-PERFORM
    IF UT-OVERFLOW-UNITS > 0
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE UT-OVERFLOW-AMOUNT TO ED-TOTAL-AMOUNT
        MOVE SPACES TO CHARGE-RECORD
        STRING '  FURTHER UNITS BEYOND THE TABLE: ' DELIMITED BY SIZE
            UT-OVERFLOW-UNITS DELIMITED BY SIZE
            '  AMOUNT: ' DELIMITED BY SIZE
            ED-TOTAL-AMOUNT DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
        PERFORM WRITE-CHARGE-LINE
    END-IF
    MOVE 9 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO CHARGE-RECORD
    PERFORM WRITE-CHARGE-LINE
    MOVE SPACES TO CHARGE-RECORD
    STRING 'CHARGES BY MODE AND CLASS' DELIMITED BY SIZE
        INTO CHARGE-RECORD
    END-STRING
    PERFORM WRITE-CHARGE-LINE
    PERFORM VARYING MODE-SUB FROM 1 BY 1 UNTIL MODE-SUB > 3
        EVALUATE MODE-SUB
            WHEN 1 MOVE 'ENCRYPT' TO MODE-WORD
            WHEN 2 MOVE 'DECRYPT' TO MODE-WORD
            WHEN 3 MOVE 'SOLVE' TO MODE-WORD
        END-EVALUATE
        MOVE MODE-AMOUNT(MODE-SUB) TO ED-TOTAL-AMOUNT
        MOVE SPACES TO CHARGE-RECORD
        STRING '  ' DELIMITED BY SIZE
            MODE-WORD DELIMITED BY SIZE
            '  MESSAGES: ' DELIMITED BY SIZE
            MODE-MESSAGES(MODE-SUB) DELIMITED BY SIZE
            '  AMOUNT: ' DELIMITED BY SIZE
            ED-TOTAL-AMOUNT DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
        PERFORM WRITE-CHARGE-LINE
    END-PERFORM
    PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
        EVALUATE CLASS-SUB
            WHEN 1 MOVE 'FLASH' TO CLASS-WORD
            WHEN 2 MOVE 'PRIORITY' TO CLASS-WORD
            WHEN 3 MOVE 'ROUTINE' TO CLASS-WORD
        END-EVALUATE
        MOVE CLASS-AMOUNT(CLASS-SUB) TO ED-TOTAL-AMOUNT
        MOVE SPACES TO CHARGE-RECORD
        STRING '  ' DELIMITED BY SIZE
            CLASS-WORD DELIMITED BY SIZE
            '  MESSAGES: ' DELIMITED BY SIZE
            CLASS-MESSAGES(CLASS-SUB) DELIMITED BY SIZE
            '  AMOUNT: ' DELIMITED BY SIZE
            ED-TOTAL-AMOUNT DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
        PERFORM WRITE-CHARGE-LINE
    END-PERFORM
    MOVE 5 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO CHARGE-RECORD
    PERFORM WRITE-CHARGE-LINE
    MOVE TOTAL-AMOUNT TO ED-TOTAL-AMOUNT
    MOVE SPACES TO CHARGE-RECORD
    STRING 'UNITS BILLED: ' DELIMITED BY SIZE
        UNITS-BILLED DELIMITED BY SIZE
        '  MESSAGES CHARGED: ' DELIMITED BY SIZE
        TOTAL-MESSAGES DELIMITED BY SIZE
        '  TOTAL AMOUNT: ' DELIMITED BY SIZE
        ED-TOTAL-AMOUNT DELIMITED BY SIZE
        INTO CHARGE-RECORD
    END-STRING
    PERFORM WRITE-CHARGE-LINE
    MOVE TOTAL-PREMIUMS TO ED-TOTAL-AMOUNT
    MOVE SPACES TO CHARGE-RECORD
    STRING 'RERUNS NOT CHARGED: ' DELIMITED BY SIZE
        TOTAL-RERUNS DELIMITED BY SIZE
        '  NOT PRICED: ' DELIMITED BY SIZE
        TOTAL-UNPRICED DELIMITED BY SIZE
        '  PREMIUMS INCLUDED: ' DELIMITED BY SIZE
        ED-TOTAL-AMOUNT DELIMITED BY SIZE
        INTO CHARGE-RECORD
    END-STRING
    PERFORM WRITE-CHARGE-LINE
    MOVE SPACES TO CHARGE-RECORD
    STRING 'ROWS READ - MASTER: ' DELIMITED BY SIZE
        MASTER-ROWS-READ DELIMITED BY SIZE
        '  ARCHIVE: ' DELIMITED BY SIZE
        ARCHIVE-ROWS-READ DELIMITED BY SIZE
        '  IN PERIOD: ' DELIMITED BY SIZE
        ROWS-IN-PERIOD DELIMITED BY SIZE
        '  DUPLICATE ROWS: ' DELIMITED BY SIZE
        DUPLICATE-ROWS DELIMITED BY SIZE
        INTO CHARGE-RECORD
    END-STRING
    PERFORM WRITE-CHARGE-LINE
    PERFORM WRITE-RATES-IN-FORCE.
    EXIT.

WRITE-RATES-IN-FORCE.
    COMPUTE LINES-NEEDED = RATES-LOADED + 4
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO CHARGE-RECORD
    PERFORM WRITE-CHARGE-LINE
    MOVE SPACES TO CHARGE-RECORD
    STRING 'RATES IN FORCE  MODE  CLASS    BASE  PER BLOCK  '
        DELIMITED BY SIZE
        'BLOCK SIZE' DELIMITED BY SIZE
        INTO CHARGE-RECORD
    END-STRING
    PERFORM WRITE-CHARGE-LINE
    PERFORM VARYING MODE-SUB FROM 1 BY 1 UNTIL MODE-SUB > 3
        PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
            IF RATE-SET(MODE-SUB, CLASS-SUB) = 'Y'
                MOVE RATE-BASE(MODE-SUB, CLASS-SUB) TO ED-RATE-BASE
                MOVE RATE-PER-BLOCK(MODE-SUB, CLASS-SUB)
                    TO ED-RATE-BLOCK
                MOVE SPACES TO CHARGE-RECORD
                STRING '                 ' DELIMITED BY SIZE
                    RATE-MODE-LETTERS(MODE-SUB:1) DELIMITED BY SIZE
                    '      ' DELIMITED BY SIZE
                    RATE-CLASS-LETTERS(CLASS-SUB:1)
                    DELIMITED BY SIZE
                    '   ' DELIMITED BY SIZE
                    ED-RATE-BASE DELIMITED BY SIZE
                    '     ' DELIMITED BY SIZE
                    ED-RATE-BLOCK DELIMITED BY SIZE
                    '         ' DELIMITED BY SIZE
                    RATE-BLOCK-SIZE(MODE-SUB, CLASS-SUB)
                    DELIMITED BY SIZE
                    INTO CHARGE-RECORD
                END-STRING
                PERFORM WRITE-CHARGE-LINE
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO CHARGE-RECORD
    STRING 'PREMIUMS - SOLVE: ' DELIMITED BY SIZE
        SOLVE-PREMIUM-PCT DELIMITED BY SIZE
        '%  FLASH: ' DELIMITED BY SIZE
        FLASH-PREMIUM-PCT DELIMITED BY SIZE
        '%' DELIMITED BY SIZE
        INTO CHARGE-RECORD
    END-STRING
    PERFORM WRITE-CHARGE-LINE.
    EXIT.

*> Starts a fresh page when the lines about to be written would
*> run past the bottom of this one.
CHECK-PAGE-ROOM.
    IF PAGE-LINE-COUNT + LINES-NEEDED > LINES-PER-PAGE
        PERFORM WRITE-PAGE-HEADER
    END-IF.
    EXIT.

*> A statement page names its unit and repeats the column heads,
*> so a unit's pages can be split off and sent on their own; every
*> page says whether purged rows were read.
WRITE-PAGE-HEADER.
    ADD 1 TO REPORT-PAGE-NO
    MOVE 0 TO PAGE-LINE-COUNT
    IF REPORT-PAGE-NO > 1
        MOVE SPACES TO CHARGE-RECORD
        PERFORM WRITE-CHARGE-LINE
    END-IF
    MOVE SPACES TO CHARGE-RECORD
    IF REPORT-PART = 'S'
        STRING 'CHARGEBACK STATEMENT  PERIOD: ' DELIMITED BY SIZE
            PERIOD DELIMITED BY SIZE
            '  UNIT: ' DELIMITED BY SIZE
            CURRENT-UNIT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CURRENT-UNIT-NAME DELIMITED BY SIZE
            '  RUN DATE: ' DELIMITED BY SIZE
            RUN-DATE DELIMITED BY SIZE
            '  PAGE: ' DELIMITED BY SIZE
            REPORT-PAGE-NO DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
    ELSE
        STRING 'CHARGEBACK SUMMARY  PERIOD: ' DELIMITED BY SIZE
            PERIOD DELIMITED BY SIZE
            '  RUN DATE: ' DELIMITED BY SIZE
            RUN-DATE DELIMITED BY SIZE
            '  PAGE: ' DELIMITED BY SIZE
            REPORT-PAGE-NO DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
    END-IF
    PERFORM WRITE-CHARGE-LINE
    MOVE SPACES TO CHARGE-RECORD
    IF ARCHIVE-AVAILABLE = 'Y'
        STRING 'SOURCES: HISTORY MASTER AND ARCHIVE' DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
    ELSE
        STRING 'SOURCES: HISTORY MASTER ONLY - ARCHIVE NOT AVAILABLE,'
            DELIMITED BY SIZE
            ' PURGED ROWS NOT READ' DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
    END-IF
    PERFORM WRITE-CHARGE-LINE
    MOVE SPACES TO CHARGE-RECORD
    PERFORM WRITE-CHARGE-LINE
    MOVE SPACES TO CHARGE-RECORD
    IF REPORT-PART = 'S'
        STRING '  MSG ID      RUN DATE  MODE  CLASS  LENGTH  BLOCKS'
            DELIMITED BY SIZE
            '       BASE       TEXT    PREMIUM      AMOUNT  NOTE'
            DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
    ELSE
        STRING '  UNIT  NAME                       CHARGED   RERUNS'
            DELIMITED BY SIZE
            '  UNPRICED          AMOUNT' DELIMITED BY SIZE
            INTO CHARGE-RECORD
        END-STRING
    END-IF
    PERFORM WRITE-CHARGE-LINE.
    EXIT.

WRITE-CHARGE-LINE.
    WRITE CHARGE-RECORD
    ADD 1 TO PAGE-LINE-COUNT.
    EXIT.

       >>SOURCE FORMAT FREE
*> === HISTORY MASTER BACKUP AND FORWARD RECOVERY ===
*> Takes the history master's backups and, when the master is lost
*> or damaged, rebuilds it from one: the named backup is restored
*> and the dated history journal (every add, replace and delete
*> IDEONE, HISTPURG and HISTBACK have made since, as before and
*> after images) is reapplied on top of it, up to a chosen point
*> in time. The PARM/SYSIN card names the function:
*>   B,<backup-name>                      unload the master to a
*>                                        new backup generation
*>   R,<backup-name>[,<date>[,<hhmmss>]]  restore that backup and
*>                                        roll the journal forward
*>                                        to the date and time given
*>                                        (end of day when no time,
*>                                        end of journal when neither)
*> A backup starts with a header carrying its name, when it was
*> taken and the last journal entry number at that moment, so the
*> recovery knows which entries the backup already holds and which
*> come after it; it ends with a trailer row count. The backup is
*> read through and checked before the master is touched - a wrong
*> name or a short backup stops the run with the master as it was.
*> The journal generations since the backup are concatenated in
*> date order on HISTJRNL. Every entry number after the backup's
*> should turn up once, in order: a number skipped is a journal
*> gap (changes the recovered master cannot have) and one out of
*> order is flagged the same way. Each change is checked against
*> the row it finds - a replaced or deleted row that does not match
*> the entry's before image, or an added row already there, means
*> something changed the master off the journal. Both are reported,
*> and the change is applied as journaled regardless.
*> The report (HISTRRPT) shows the rows applied per day of journal,
*> with gaps and mismatches where they were met. Return code 8 when
*> there were gaps, 4 for mismatches only.
IDENTIFICATION DIVISION.
    PROGRAM-ID. HISTRCOV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "CIPHHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HM-KEY
        FILE STATUS IS HISTORY-STATUS.

    *> the backup generation - header, full images of every row in
    *> master key order, trailer
    SELECT BACKUP-FILE ASSIGN TO "HISTBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-STATUS.

    *> dated history journal generations since the backup, in date
    *> order (CIPHLREC), and the control record that numbers them
    SELECT JOURNAL-FILE ASSIGN TO "HISTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

    SELECT JOURNAL-CONTROL-FILE ASSIGN TO "HISTJCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-CONTROL-STATUS.

    *> printed recovery report
    SELECT RECOVERY-RPT-FILE ASSIGN TO "HISTRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECOVERY-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
    COPY CIPHHREC.

FD  BACKUP-FILE.
    01 BACKUP-RECORD       PIC X(565).

FD  JOURNAL-FILE.
    COPY CIPHLREC.

FD  JOURNAL-CONTROL-FILE.
    01 JOURNAL-CONTROL-LINE PIC X(80).

FD  RECOVERY-RPT-FILE.
    01 RECOVERY-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
    01 HISTORY-STATUS       PIC XX VALUE SPACES.
    01 BACKUP-STATUS        PIC XX VALUE SPACES.
    01 RECOVERY-RPT-STATUS  PIC XX VALUE SPACES.
    01 END-OF-HISTORY       PIC X VALUE 'N'.
    01 END-OF-BACKUP        PIC X VALUE 'N'.
    01 END-OF-JOURNAL       PIC X VALUE 'N'.

    01 REQUEST-AREAS.
        05 PARM-LINE        PIC X(80) VALUE SPACES.
        05 RECOVERY-FUNCTION PIC X VALUE SPACE.
        05 BACKUP-NAME      PIC X(8) VALUE SPACES.
        05 POINT-DATE-TEXT  PIC X(8) VALUE SPACES.
        05 POINT-TIME-TEXT  PIC X(6) VALUE SPACES.
        05 POINT-DATE       PIC 9(8) VALUE 99999999.
        05 POINT-TIME       PIC 9(8) VALUE 99999999.
        05 POINT-HHMMSS     PIC 9(6) VALUE 0.

    01 RUN-DATE-TIME.
        05 RUN-DATE         PIC 9(8).
        05 RUN-TIME         PIC 9(8).

    *> the backup's first and last records, over the 565-byte row
    01 BACKUP-HEADER.
        05 BH-RECORD-ID     PIC X(10) VALUE '*BACKUP*'.
        05 BH-BACKUP-NAME   PIC X(8) VALUE SPACES.
        05 BH-BACKUP-DATE   PIC 9(8) VALUE 0.
        05 BH-BACKUP-TIME   PIC 9(8) VALUE 0.
        05 BH-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
        05 FILLER           PIC X(522) VALUE SPACES.

    01 BACKUP-TRAILER.
        05 BT-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 BT-ROW-COUNT     PIC 9(9) VALUE 0.
        05 FILLER           PIC X(546) VALUE SPACES.

    01 BACKUP-CHECK.
        05 BACKUP-ROWS      PIC 9(9) VALUE 0.
        05 BACKUP-TRAILER-SEEN PIC X VALUE 'N'.

    01 RECOVERY-COUNTS.
        05 ROWS-RESTORED    PIC 9(9) VALUE 0.
        05 ROWS-ON-MASTER   PIC 9(9) VALUE 0.
        05 ENTRIES-READ     PIC 9(9) VALUE 0.
        05 ENTRIES-IN-BACKUP PIC 9(9) VALUE 0.
        05 ENTRIES-APPLIED  PIC 9(9) VALUE 0.
        05 ENTRIES-AFTER-POINT PIC 9(9) VALUE 0.
        05 JOURNAL-GAPS     PIC 9(6) VALUE 0.
        05 ROWS-MISMATCHED  PIC 9(6) VALUE 0.

    *> one day of journal as applied - a line on the report
    01 DAY-TOTALS.
        05 DAY-DATE         PIC 9(8) VALUE 0.
        05 DAY-ADDED        PIC 9(7) VALUE 0.
        05 DAY-REPLACED     PIC 9(7) VALUE 0.
        05 DAY-DELETED      PIC 9(7) VALUE 0.
        05 DAY-APPLIED      PIC 9(7) VALUE 0.
        05 DAY-MISMATCHED   PIC 9(7) VALUE 0.

    01 SEQUENCE-AREAS.
        05 EXPECTED-SEQUENCE PIC 9(9) VALUE 0.
        05 GAP-LAST-MISSING PIC 9(9) VALUE 0.
        05 PAST-POINT       PIC X VALUE 'N'.
        05 LAST-APPLIED-SEQUENCE PIC 9(9) VALUE 0.
        05 LAST-APPLIED-DATE PIC 9(8) VALUE 0.
        05 LAST-APPLIED-TIME PIC 9(8) VALUE 0.

    01 APPLY-AREAS.
        05 ROW-FOUND        PIC X VALUE 'N'.
        05 ROW-ON-FILE      PIC X(565) VALUE SPACES.
        05 MISMATCH-REASON  PIC X(40) VALUE SPACES.
        05 ACTION-WORD      PIC X(8) VALUE SPACES.
        05 ENTRY-KEY.
            10 ENTRY-MSG-ID PIC X(10).
            10 ENTRY-RUN-DATE PIC 9(8).

    01 PAGE-AREAS.
        05 REPORT-PAGE-NO   PIC 9(4) VALUE 0.
        05 PAGE-LINE-COUNT  PIC 99 VALUE 99.
        05 LINES-PER-PAGE   PIC 99 VALUE 55.
        05 LINES-NEEDED     PIC 99 VALUE 0.

    *> a journal or backup time (HHMMSSCC) taken apart for printing
    01 CLOCK-TIME.
        05 CLOCK-HH         PIC 99.
        05 CLOCK-MM         PIC 99.
        05 CLOCK-SS         PIC 99.
        05 CLOCK-CC         PIC 99.
    01 CLOCK-TEXT           PIC X(8) VALUE SPACES.

    COPY CIPHLWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    PERFORM GET-RECOVERY-REQUEST
    IF RECOVERY-FUNCTION = 'B'
        PERFORM TAKE-BACKUP
    ELSE
        PERFORM CHECK-NAMED-BACKUP
        PERFORM OPEN-RECOVERY-FILES
        PERFORM RESTORE-BACKUP-ROWS
        PERFORM WRITE-PAGE-HEADER
        PERFORM READ-JOURNAL-ENTRY
        PERFORM UNTIL END-OF-JOURNAL = 'Y'
            ADD 1 TO ENTRIES-READ
            PERFORM RECOVER-ONE-ENTRY
            PERFORM READ-JOURNAL-ENTRY
        END-PERFORM
        PERFORM WRITE-DAY-LINE
        IF PAST-POINT = 'N'
            PERFORM CHECK-JOURNAL-END
        END-IF
        PERFORM WRITE-RECOVERY-TOTALS
        CLOSE HISTORY-FILE
        CLOSE JOURNAL-FILE
        CLOSE RECOVERY-RPT-FILE
        DISPLAY 'HISTRCOV: ' ROWS-RESTORED ' rows restored from '
            'backup ' FUNCTION TRIM(BACKUP-NAME) ', ' ENTRIES-APPLIED
            ' journal entries applied, ' JOURNAL-GAPS ' gaps, '
            ROWS-MISMATCHED ' mismatches'
        EVALUATE TRUE
            WHEN JOURNAL-GAPS > 0
                MOVE 8 TO RETURN-CODE
            WHEN ROWS-MISMATCHED > 0
                MOVE 4 TO RETURN-CODE
        END-EVALUATE
    END-IF.
    STOP RUN.

GET-RECOVERY-REQUEST.
    MOVE SPACES TO PARM-LINE
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE = SPACES
        ACCEPT PARM-LINE
    END-IF
    UNSTRING PARM-LINE DELIMITED BY ','
        INTO RECOVERY-FUNCTION BACKUP-NAME POINT-DATE-TEXT
            POINT-TIME-TEXT
    END-UNSTRING
    IF (RECOVERY-FUNCTION NOT = 'B' AND RECOVERY-FUNCTION NOT = 'R')
        OR BACKUP-NAME = SPACES
        OR (RECOVERY-FUNCTION = 'B' AND POINT-DATE-TEXT NOT = SPACES)
        DISPLAY 'HISTRCOV: request must be B,<backup-name> or '
            'R,<backup-name>[,<date>[,<hhmmss>]] - got "'
            FUNCTION TRIM(PARM-LINE) '"'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF POINT-DATE-TEXT NOT = SPACES
        IF POINT-DATE-TEXT IS NUMERIC
            MOVE POINT-DATE-TEXT TO POINT-DATE
        ELSE
            MOVE 0 TO POINT-DATE
        END-IF
        IF POINT-DATE = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(POINT-DATE) NOT = 0
            DISPLAY 'HISTRCOV: recovery date "' POINT-DATE-TEXT
                '" is not a valid YYYYMMDD date'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 23595999 TO POINT-TIME
    END-IF
    IF POINT-TIME-TEXT NOT = SPACES
        IF POINT-DATE-TEXT = SPACES OR POINT-TIME-TEXT NOT NUMERIC
            OR POINT-TIME-TEXT(1:2) > '23'
            OR POINT-TIME-TEXT(3:2) > '59'
            OR POINT-TIME-TEXT(5:2) > '59'
            DISPLAY 'HISTRCOV: recovery time "' POINT-TIME-TEXT
                '" is not a valid HHMMSS time on a recovery date'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE POINT-TIME-TEXT TO POINT-HHMMSS
        COMPUTE POINT-TIME = POINT-HHMMSS * 100 + 99
    END-IF.
    EXIT.

*> --- B: take a named backup ---
*> The journal entry number is taken before the unload, so every
*> change the backup cannot hold is numbered after it.
TAKE-BACKUP.
    PERFORM READ-JOURNAL-CONTROL
    IF JOURNAL-CONTROL-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: unable to read journal control file, '
            'status ' JOURNAL-CONTROL-STATUS ' - no backup taken'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: unable to open history file, status '
            HISTORY-STATUS ' - no backup taken'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT BACKUP-FILE
    IF BACKUP-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: unable to open backup file, status '
            BACKUP-STATUS ' - no backup taken'
        CLOSE HISTORY-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE BACKUP-NAME TO BH-BACKUP-NAME
    MOVE RUN-DATE TO BH-BACKUP-DATE
    MOVE RUN-TIME TO BH-BACKUP-TIME
    MOVE JC-LAST-SEQUENCE TO BH-JOURNAL-SEQUENCE
    WRITE BACKUP-RECORD FROM BACKUP-HEADER
    PERFORM CHECK-BACKUP-WRITE
    PERFORM READ-NEXT-HISTORY
    PERFORM UNTIL END-OF-HISTORY = 'Y'
        WRITE BACKUP-RECORD FROM HISTORY-RECORD
        PERFORM CHECK-BACKUP-WRITE
        ADD 1 TO BACKUP-ROWS
        PERFORM READ-NEXT-HISTORY
    END-PERFORM
    MOVE BACKUP-ROWS TO BT-ROW-COUNT
    WRITE BACKUP-RECORD FROM BACKUP-TRAILER
    PERFORM CHECK-BACKUP-WRITE
    CLOSE HISTORY-FILE
    CLOSE BACKUP-FILE
    DISPLAY 'HISTRCOV: backup ' FUNCTION TRIM(BACKUP-NAME)
        ' taken - ' BACKUP-ROWS ' rows, journal entries to '
        BH-JOURNAL-SEQUENCE ' included'.
    EXIT.

*> A backup missing its trailer is caught by the recovery, but the
*> operator should hear about it the night it happens.
CHECK-BACKUP-WRITE.
    IF BACKUP-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: backup write failed, status '
            BACKUP-STATUS ' after ' BACKUP-ROWS
            ' rows - backup ' FUNCTION TRIM(BACKUP-NAME) ' is not usable'
        CLOSE HISTORY-FILE
        CLOSE BACKUP-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

READ-NEXT-HISTORY.
    READ HISTORY-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO END-OF-HISTORY
    END-READ.
    EXIT.

*> --- R: restore and roll forward ---
*> Reads the whole backup once before anything is touched: it must
*> be the backup the operator named, and it must be all there.
CHECK-NAMED-BACKUP.
    OPEN INPUT BACKUP-FILE
    IF BACKUP-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: unable to open backup file, status '
            BACKUP-STATUS ' - master not touched'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-BACKUP-RECORD
    IF END-OF-BACKUP = 'Y'
        MOVE SPACES TO BACKUP-RECORD
    END-IF
    MOVE BACKUP-RECORD TO BACKUP-HEADER
    IF BH-RECORD-ID NOT = '*BACKUP*'
        DISPLAY 'HISTRCOV: backup file has no backup header - '
            'master not touched'
        CLOSE BACKUP-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF BH-BACKUP-NAME NOT = BACKUP-NAME
        DISPLAY 'HISTRCOV: backup file holds backup '
            FUNCTION TRIM(BH-BACKUP-NAME) ', not '
            FUNCTION TRIM(BACKUP-NAME) ' - master not touched'
        CLOSE BACKUP-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF POINT-DATE < BH-BACKUP-DATE
        OR (POINT-DATE = BH-BACKUP-DATE
            AND POINT-TIME < BH-BACKUP-TIME)
        DISPLAY 'HISTRCOV: recovery point ' POINT-DATE ' '
            POINT-TIME(1:6) ' is before backup '
            FUNCTION TRIM(BACKUP-NAME) ' was taken - master not touched'
        CLOSE BACKUP-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-BACKUP-RECORD
    PERFORM UNTIL END-OF-BACKUP = 'Y'
        OR BACKUP-RECORD(1:10) = '*TRAILER*'
        ADD 1 TO BACKUP-ROWS
        PERFORM READ-BACKUP-RECORD
    END-PERFORM
    IF END-OF-BACKUP NOT = 'Y'
        MOVE 'Y' TO BACKUP-TRAILER-SEEN
        MOVE BACKUP-RECORD TO BACKUP-TRAILER
    END-IF
    CLOSE BACKUP-FILE
    IF BACKUP-TRAILER-SEEN NOT = 'Y' OR BT-ROW-COUNT NOT = BACKUP-ROWS
        DISPLAY 'HISTRCOV: backup ' FUNCTION TRIM(BACKUP-NAME)
            ' is incomplete - ' BACKUP-ROWS ' rows read, trailer says '
            BT-ROW-COUNT ' - master not touched'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

READ-BACKUP-RECORD.
    READ BACKUP-FILE
        AT END
            MOVE 'Y' TO END-OF-BACKUP
    END-READ.
    EXIT.

*> The journal and report are opened before the master is emptied,
*> so a recovery that cannot finish does not start.
OPEN-RECOVERY-FILES.
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: unable to open history journal, status '
            JOURNAL-STATUS ' - master not touched'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT RECOVERY-RPT-FILE
    IF RECOVERY-RPT-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: unable to open report file, status '
            RECOVERY-RPT-STATUS ' - master not touched'
        CLOSE JOURNAL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT HISTORY-FILE
    IF HISTORY-STATUS = '00'
        CLOSE HISTORY-FILE
        OPEN I-O HISTORY-FILE
    END-IF
    IF HISTORY-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: unable to rebuild history file, status '
            HISTORY-STATUS
        CLOSE JOURNAL-FILE
        CLOSE RECOVERY-RPT-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

RESTORE-BACKUP-ROWS.
    MOVE 'N' TO END-OF-BACKUP
    OPEN INPUT BACKUP-FILE
    PERFORM READ-BACKUP-RECORD
    PERFORM READ-BACKUP-RECORD
    PERFORM UNTIL END-OF-BACKUP = 'Y'
        OR BACKUP-RECORD(1:10) = '*TRAILER*'
        MOVE BACKUP-RECORD TO HISTORY-RECORD
        WRITE HISTORY-RECORD
        PERFORM CHECK-MASTER-UPDATE
        ADD 1 TO ROWS-RESTORED
        PERFORM READ-BACKUP-RECORD
    END-PERFORM
    CLOSE BACKUP-FILE
    MOVE ROWS-RESTORED TO ROWS-ON-MASTER
    COMPUTE EXPECTED-SEQUENCE = BH-JOURNAL-SEQUENCE + 1.
    EXIT.

*> A master that will not take a row cannot be recovered by
*> carrying on - the report so far says how far it got.
CHECK-MASTER-UPDATE.
    IF HISTORY-STATUS NOT = '00'
        DISPLAY 'HISTRCOV: history file update failed, status '
            HISTORY-STATUS ' for ' HM-MSG-ID ' ' HM-RUN-DATE
            ' - recovery abandoned, master incomplete'
        CLOSE HISTORY-FILE
        CLOSE JOURNAL-FILE
        CLOSE RECOVERY-RPT-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

READ-JOURNAL-ENTRY.
    READ JOURNAL-FILE
        AT END
            MOVE 'Y' TO END-OF-JOURNAL
    END-READ.
    EXIT.

*> An entry numbered no later than the backup and stamped no later
*> than it is already in the backup. Past the recovery point
*> nothing more is applied, whatever the later stamps say.
RECOVER-ONE-ENTRY.
    IF JL-SEQUENCE NOT NUMERIC
        MOVE 0 TO JL-SEQUENCE
    END-IF
    EVALUATE TRUE
        WHEN JL-SEQUENCE <= BH-JOURNAL-SEQUENCE
            AND (JL-STAMP-DATE < BH-BACKUP-DATE
                OR (JL-STAMP-DATE = BH-BACKUP-DATE
                    AND JL-STAMP-TIME <= BH-BACKUP-TIME))
            ADD 1 TO ENTRIES-IN-BACKUP
        WHEN PAST-POINT = 'Y'
            ADD 1 TO ENTRIES-AFTER-POINT
        WHEN JL-STAMP-DATE > POINT-DATE
            OR (JL-STAMP-DATE = POINT-DATE
                AND JL-STAMP-TIME > POINT-TIME)
            MOVE 'Y' TO PAST-POINT
            ADD 1 TO ENTRIES-AFTER-POINT
        WHEN OTHER
            IF JL-STAMP-DATE NOT = DAY-DATE
                PERFORM WRITE-DAY-LINE
                MOVE JL-STAMP-DATE TO DAY-DATE
            END-IF
            PERFORM CHECK-ENTRY-SEQUENCE
            PERFORM APPLY-JOURNAL-ENTRY
    END-EVALUATE.
    EXIT.

*> Every number from the backup's on should arrive once, in order.
CHECK-ENTRY-SEQUENCE.
    IF JL-SEQUENCE > EXPECTED-SEQUENCE
        ADD 1 TO JOURNAL-GAPS
        COMPUTE GAP-LAST-MISSING = JL-SEQUENCE - 1
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO RECOVERY-RECORD
        STRING '  *** JOURNAL GAP - ENTRIES ' DELIMITED BY SIZE
            EXPECTED-SEQUENCE DELIMITED BY SIZE
            ' THRU ' DELIMITED BY SIZE
            GAP-LAST-MISSING DELIMITED BY SIZE
            ' MISSING BEFORE ' DELIMITED BY SIZE
            JL-STAMP-DATE DELIMITED BY SIZE
            ' ***' DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
        PERFORM WRITE-RECOVERY-LINE
    END-IF
    IF JL-SEQUENCE < EXPECTED-SEQUENCE
        ADD 1 TO JOURNAL-GAPS
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO RECOVERY-RECORD
        STRING '  *** JOURNAL OUT OF SEQUENCE - ENTRY ' DELIMITED BY SIZE
            JL-SEQUENCE DELIMITED BY SIZE
            ' WHERE ' DELIMITED BY SIZE
            EXPECTED-SEQUENCE DELIMITED BY SIZE
            ' WAS DUE (' DELIMITED BY SIZE
            JL-STAMP-DATE DELIMITED BY SIZE
            ') - GENERATIONS MISORDERED OR NUMBERS REUSED ***'
                DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
        PERFORM WRITE-RECOVERY-LINE
    END-IF
    COMPUTE EXPECTED-SEQUENCE = JL-SEQUENCE + 1.
    EXIT.

*> A recovery that ran out of journal before the recovery point
*> should have seen every entry numbered up to the last one the
*> control file gave out. Anything short of that is a generation
*> missing from the end of the concatenation.
CHECK-JOURNAL-END.
    PERFORM READ-JOURNAL-CONTROL
    IF JOURNAL-CONTROL-STATUS NOT = '00'
        ADD 1 TO JOURNAL-GAPS
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO RECOVERY-RECORD
        STRING '  *** JOURNAL CONTROL FILE NOT READABLE, STATUS '
            DELIMITED BY SIZE
            JOURNAL-CONTROL-STATUS DELIMITED BY SIZE
            ' - END OF JOURNAL NOT VERIFIED ***' DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
        PERFORM WRITE-RECOVERY-LINE
    ELSE
        IF EXPECTED-SEQUENCE - 1 < JC-LAST-SEQUENCE
            ADD 1 TO JOURNAL-GAPS
            MOVE JC-LAST-SEQUENCE TO GAP-LAST-MISSING
            MOVE 1 TO LINES-NEEDED
            PERFORM CHECK-PAGE-ROOM
            MOVE SPACES TO RECOVERY-RECORD
            STRING '  *** JOURNAL GAP - ENTRIES ' DELIMITED BY SIZE
                EXPECTED-SEQUENCE DELIMITED BY SIZE
                ' THRU ' DELIMITED BY SIZE
                GAP-LAST-MISSING DELIMITED BY SIZE
                ' MISSING AT END OF JOURNAL ***' DELIMITED BY SIZE
                INTO RECOVERY-RECORD
            END-STRING
            PERFORM WRITE-RECOVERY-LINE
        END-IF
    END-IF.
    EXIT.

*> Finds the row the entry changed, checks it is what the entry
*> says it was, then makes the change as journaled.
APPLY-JOURNAL-ENTRY.
    MOVE SPACES TO MISMATCH-REASON
    IF JL-ROW-DELETED
        MOVE JL-BEFORE-IMAGE TO HISTORY-RECORD
    ELSE
        MOVE JL-AFTER-IMAGE TO HISTORY-RECORD
    END-IF
    MOVE HM-KEY TO ENTRY-KEY
    MOVE 'Y' TO ROW-FOUND
    READ HISTORY-FILE
        INVALID KEY
            MOVE 'N' TO ROW-FOUND
        NOT INVALID KEY
            MOVE HISTORY-RECORD TO ROW-ON-FILE
    END-READ
    EVALUATE TRUE
        WHEN JL-ROW-ADDED
            MOVE 'ADD' TO ACTION-WORD
            MOVE JL-AFTER-IMAGE TO HISTORY-RECORD
            IF ROW-FOUND = 'Y'
                MOVE 'ROW WAS ALREADY ON FILE' TO MISMATCH-REASON
                REWRITE HISTORY-RECORD
            ELSE
                WRITE HISTORY-RECORD
                ADD 1 TO ROWS-ON-MASTER
            END-IF
            PERFORM CHECK-MASTER-UPDATE
            ADD 1 TO DAY-ADDED
        WHEN JL-ROW-REPLACED
            MOVE 'REPLACE' TO ACTION-WORD
            MOVE JL-AFTER-IMAGE TO HISTORY-RECORD
            IF ROW-FOUND = 'Y'
                IF ROW-ON-FILE NOT = JL-BEFORE-IMAGE
                    MOVE 'ROW DID NOT MATCH BEFORE IMAGE'
                        TO MISMATCH-REASON
                END-IF
                REWRITE HISTORY-RECORD
            ELSE
                MOVE 'ROW WAS NOT ON FILE' TO MISMATCH-REASON
                WRITE HISTORY-RECORD
                ADD 1 TO ROWS-ON-MASTER
            END-IF
            PERFORM CHECK-MASTER-UPDATE
            ADD 1 TO DAY-REPLACED
        WHEN JL-ROW-DELETED
            MOVE 'DELETE' TO ACTION-WORD
            IF ROW-FOUND = 'Y'
                IF ROW-ON-FILE NOT = JL-BEFORE-IMAGE
                    MOVE 'ROW DID NOT MATCH BEFORE IMAGE'
                        TO MISMATCH-REASON
                END-IF
                DELETE HISTORY-FILE RECORD
                PERFORM CHECK-MASTER-UPDATE
                SUBTRACT 1 FROM ROWS-ON-MASTER
            ELSE
                MOVE 'ROW WAS NOT ON FILE' TO MISMATCH-REASON
            END-IF
            ADD 1 TO DAY-DELETED
        WHEN OTHER
            MOVE 'UNKNOWN' TO ACTION-WORD
            MOVE 'ENTRY ACTION NOT A, C OR D - NOT APPLIED'
                TO MISMATCH-REASON
    END-EVALUATE
    IF MISMATCH-REASON NOT = SPACES
        ADD 1 TO ROWS-MISMATCHED
        ADD 1 TO DAY-MISMATCHED
        PERFORM WRITE-MISMATCH-LINE
    END-IF
    IF JL-ROW-ADDED OR JL-ROW-REPLACED OR JL-ROW-DELETED
        ADD 1 TO ENTRIES-APPLIED
        ADD 1 TO DAY-APPLIED
        MOVE JL-SEQUENCE TO LAST-APPLIED-SEQUENCE
        MOVE JL-STAMP-DATE TO LAST-APPLIED-DATE
        MOVE JL-STAMP-TIME TO LAST-APPLIED-TIME
    END-IF.
    EXIT.

WRITE-MISMATCH-LINE.
    MOVE JL-STAMP-TIME TO CLOCK-TIME
    PERFORM FORMAT-CLOCK-TEXT
    MOVE 1 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO RECOVERY-RECORD
    STRING '  *** ' DELIMITED BY SIZE
        JL-STAMP-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CLOCK-TEXT DELIMITED BY SIZE
        ' ENTRY ' DELIMITED BY SIZE
        JL-SEQUENCE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        JL-PROGRAM DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        ACTION-WORD DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        ENTRY-MSG-ID DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        ENTRY-RUN-DATE DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        MISMATCH-REASON DELIMITED BY SIZE
        INTO RECOVERY-RECORD
    END-STRING
    PERFORM WRITE-RECOVERY-LINE.
    EXIT.

*> Writes the day just finished, if there was one, and clears the
*> day's totals for the next.
WRITE-DAY-LINE.
    IF DAY-DATE > 0
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO RECOVERY-RECORD
        STRING '  ' DELIMITED BY SIZE
            DAY-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            DAY-ADDED DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            DAY-REPLACED DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            DAY-DELETED DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            DAY-APPLIED DELIMITED BY SIZE
            '     ' DELIMITED BY SIZE
            DAY-MISMATCHED DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
        PERFORM WRITE-RECOVERY-LINE
    END-IF
    MOVE 0 TO DAY-DATE
    MOVE 0 TO DAY-ADDED
    MOVE 0 TO DAY-REPLACED
    MOVE 0 TO DAY-DELETED
    MOVE 0 TO DAY-APPLIED
    MOVE 0 TO DAY-MISMATCHED.
    EXIT.

WRITE-RECOVERY-TOTALS.
    MOVE 9 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    IF ENTRIES-APPLIED = 0
        MOVE SPACES TO RECOVERY-RECORD
        STRING '  NONE - NO JOURNAL ENTRIES BETWEEN THE BACKUP AND '
            'THE RECOVERY POINT' DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
        PERFORM WRITE-RECOVERY-LINE
    END-IF
    MOVE SPACES TO RECOVERY-RECORD
    PERFORM WRITE-RECOVERY-LINE
    MOVE SPACES TO RECOVERY-RECORD
    STRING 'ROWS RESTORED FROM BACKUP: ' DELIMITED BY SIZE
        ROWS-RESTORED DELIMITED BY SIZE
        '  ROWS ON MASTER AFTER RECOVERY: ' DELIMITED BY SIZE
        ROWS-ON-MASTER DELIMITED BY SIZE
        INTO RECOVERY-RECORD
    END-STRING
    PERFORM WRITE-RECOVERY-LINE
    MOVE SPACES TO RECOVERY-RECORD
    STRING 'JOURNAL ENTRIES READ: ' DELIMITED BY SIZE
        ENTRIES-READ DELIMITED BY SIZE
        '  ALREADY IN BACKUP: ' DELIMITED BY SIZE
        ENTRIES-IN-BACKUP DELIMITED BY SIZE
        '  APPLIED: ' DELIMITED BY SIZE
        ENTRIES-APPLIED DELIMITED BY SIZE
        '  AFTER RECOVERY POINT: ' DELIMITED BY SIZE
        ENTRIES-AFTER-POINT DELIMITED BY SIZE
        INTO RECOVERY-RECORD
    END-STRING
    PERFORM WRITE-RECOVERY-LINE
    MOVE SPACES TO RECOVERY-RECORD
    STRING 'JOURNAL GAPS: ' DELIMITED BY SIZE
        JOURNAL-GAPS DELIMITED BY SIZE
        '  ROWS NOT AS JOURNALED: ' DELIMITED BY SIZE
        ROWS-MISMATCHED DELIMITED BY SIZE
        INTO RECOVERY-RECORD
    END-STRING
    PERFORM WRITE-RECOVERY-LINE
    MOVE SPACES TO RECOVERY-RECORD
    IF ENTRIES-APPLIED > 0
        MOVE LAST-APPLIED-TIME TO CLOCK-TIME
        PERFORM FORMAT-CLOCK-TEXT
        STRING 'MASTER RECOVERED TO JOURNAL ENTRY ' DELIMITED BY SIZE
            LAST-APPLIED-SEQUENCE DELIMITED BY SIZE
            ' MADE ' DELIMITED BY SIZE
            LAST-APPLIED-DATE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CLOCK-TEXT DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
    ELSE
        STRING 'MASTER RECOVERED TO BACKUP ' DELIMITED BY SIZE
            BACKUP-NAME DELIMITED BY SIZE
            ' AS TAKEN' DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
    END-IF
    PERFORM WRITE-RECOVERY-LINE
    IF JOURNAL-GAPS > 0
        MOVE SPACES TO RECOVERY-RECORD
        STRING '*** JOURNAL GAPS FOUND - CHANGES IN THE MISSING '
            'ENTRIES ARE NOT ON THE RECOVERED MASTER ***'
            DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
        PERFORM WRITE-RECOVERY-LINE
    END-IF
    IF ENTRIES-AFTER-POINT > 0
        MOVE SPACES TO RECOVERY-RECORD
        STRING '*** ' DELIMITED BY SIZE
            ENTRIES-AFTER-POINT DELIMITED BY SIZE
            ' ENTRIES AFTER THE RECOVERY POINT NOT APPLIED - TAKE A '
            'NEW BACKUP BEFORE THE NEXT UPDATE RUN ***'
            DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
        PERFORM WRITE-RECOVERY-LINE
    END-IF.
    EXIT.

*> Starts a fresh page when the lines about to be written would
*> run past the bottom of this one.
CHECK-PAGE-ROOM.
    IF PAGE-LINE-COUNT + LINES-NEEDED > LINES-PER-PAGE
        PERFORM WRITE-PAGE-HEADER
    END-IF.
    EXIT.

*> Every page restates which backup the master was rebuilt from
*> and how far forward it was taken.
WRITE-PAGE-HEADER.
    ADD 1 TO REPORT-PAGE-NO
    MOVE 0 TO PAGE-LINE-COUNT
    IF REPORT-PAGE-NO > 1
        MOVE SPACES TO RECOVERY-RECORD
        PERFORM WRITE-RECOVERY-LINE
    END-IF
    MOVE SPACES TO RECOVERY-RECORD
    STRING 'HISTORY FORWARD RECOVERY  RUN DATE: ' DELIMITED BY SIZE
        RUN-DATE DELIMITED BY SIZE
        '  PAGE: ' DELIMITED BY SIZE
        REPORT-PAGE-NO DELIMITED BY SIZE
        INTO RECOVERY-RECORD
    END-STRING
    PERFORM WRITE-RECOVERY-LINE
    MOVE BH-BACKUP-TIME TO CLOCK-TIME
    PERFORM FORMAT-CLOCK-TEXT
    MOVE SPACES TO RECOVERY-RECORD
    STRING 'BACKUP: ' DELIMITED BY SIZE
        BH-BACKUP-NAME DELIMITED BY SIZE
        '  TAKEN: ' DELIMITED BY SIZE
        BH-BACKUP-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CLOCK-TEXT DELIMITED BY SIZE
        '  ROWS: ' DELIMITED BY SIZE
        BT-ROW-COUNT DELIMITED BY SIZE
        '  HOLDS JOURNAL ENTRIES TO: ' DELIMITED BY SIZE
        BH-JOURNAL-SEQUENCE DELIMITED BY SIZE
        INTO RECOVERY-RECORD
    END-STRING
    PERFORM WRITE-RECOVERY-LINE
    MOVE SPACES TO RECOVERY-RECORD
    IF POINT-DATE = 99999999
        STRING 'RECOVERING TO: END OF JOURNAL' DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
    ELSE
        MOVE POINT-TIME TO CLOCK-TIME
        PERFORM FORMAT-CLOCK-TEXT
        STRING 'RECOVERING TO: ' DELIMITED BY SIZE
            POINT-DATE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CLOCK-TEXT DELIMITED BY SIZE
            INTO RECOVERY-RECORD
        END-STRING
    END-IF
    PERFORM WRITE-RECOVERY-LINE
    MOVE SPACES TO RECOVERY-RECORD
    PERFORM WRITE-RECOVERY-LINE
    MOVE SPACES TO RECOVERY-RECORD
    STRING '  DAY         ADDED  REPLACED  DELETED  APPLIED  '
        'MISMATCHED' DELIMITED BY SIZE
        INTO RECOVERY-RECORD
    END-STRING
    PERFORM WRITE-RECOVERY-LINE.
    EXIT.

FORMAT-CLOCK-TEXT.
    MOVE SPACES TO CLOCK-TEXT
    STRING CLOCK-HH DELIMITED BY SIZE
        ':' DELIMITED BY SIZE
        CLOCK-MM DELIMITED BY SIZE
        ':' DELIMITED BY SIZE
        CLOCK-SS DELIMITED BY SIZE
        INTO CLOCK-TEXT
    END-STRING.
    EXIT.

WRITE-RECOVERY-LINE.
    WRITE RECOVERY-RECORD
    ADD 1 TO PAGE-LINE-COUNT.
    EXIT.

    COPY CIPHLCHK.

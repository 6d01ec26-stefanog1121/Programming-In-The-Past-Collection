      *> HISTORY JOURNAL PARAGRAPHS - append before and after images
      *> of every history master change to the dated history journal.
      *> Copied into the PROCEDURE DIVISION of every program that
      *> changes CIPHHIST (IDEONE, HISTPURG, HISTBACK) and of HISTRCOV;
      *> the program supplies the JOURNAL-FILE select (HISTJRNL, line
      *> sequential, status JOURNAL-STATUS) with its FD over CIPHLREC,
      *> the JOURNAL-CONTROL-FILE select (HISTJCTL, line sequential,
      *> status JOURNAL-CONTROL-STATUS) with an 80-byte FD record
      *> JOURNAL-CONTROL-LINE, and CIPHLWRK in WORKING-STORAGE.
      *> A program that has opened the journal must PERFORM
      *> CLOSE-HISTORY-JOURNAL on every way out, or the next program
      *> will number its entries over this one's.

*> Opens the journal for appending, picking the entry numbers up
*> where the last program to journal left them. A first use (no
*> control record, no journal yet) starts both afresh. Leaves
*> JOURNAL-OPEN 'Y' or, when either file will not open, 'N' with
*> the statuses for the caller to report.
OPEN-HISTORY-JOURNAL.
    MOVE 'N' TO JOURNAL-OPEN
    MOVE 0 TO JOURNAL-ENTRIES-WRITTEN
    PERFORM READ-JOURNAL-CONTROL
    IF JOURNAL-CONTROL-STATUS = '00'
        OPEN EXTEND JOURNAL-FILE
        IF JOURNAL-STATUS = '35'
            OPEN OUTPUT JOURNAL-FILE
        END-IF
        IF JOURNAL-STATUS = '00'
            MOVE 'Y' TO JOURNAL-OPEN
        END-IF
    END-IF.
    EXIT.

*> Loads the journal control record into JOURNAL-CONTROL-AREA. A
*> control file that is not there yet reads as entry 0 with status
*> '00'; any other open failure is left in JOURNAL-CONTROL-STATUS.
READ-JOURNAL-CONTROL.
    MOVE 0 TO JC-LAST-SEQUENCE
    MOVE 0 TO JC-LAST-DATE
    MOVE 0 TO JC-LAST-TIME
    MOVE SPACES TO JC-LAST-PROGRAM
    OPEN INPUT JOURNAL-CONTROL-FILE
    IF JOURNAL-CONTROL-STATUS = '35'
        MOVE '00' TO JOURNAL-CONTROL-STATUS
    ELSE
        IF JOURNAL-CONTROL-STATUS = '00'
            READ JOURNAL-CONTROL-FILE INTO JOURNAL-CONTROL-AREA
                AT END
                    MOVE 0 TO JC-LAST-SEQUENCE
            END-READ
            CLOSE JOURNAL-CONTROL-FILE
            MOVE '00' TO JOURNAL-CONTROL-STATUS
            IF JC-LAST-SEQUENCE NOT NUMERIC
                MOVE 0 TO JC-LAST-SEQUENCE
            END-IF
        END-IF
    END-IF.
    EXIT.

*> Appends one entry from JOURNAL-ACTION and the two images. The
*> entry number is only used up once the write has taken.
WRITE-JOURNAL-ENTRY.
    IF JOURNAL-OPEN = 'Y'
        ACCEPT JOURNAL-NOW-DATE FROM DATE YYYYMMDD
        ACCEPT JOURNAL-NOW-TIME FROM TIME
        MOVE SPACES TO JOURNAL-RECORD
        COMPUTE JL-SEQUENCE = JC-LAST-SEQUENCE + 1
        MOVE JOURNAL-NOW-DATE TO JL-STAMP-DATE
        MOVE JOURNAL-NOW-TIME TO JL-STAMP-TIME
        MOVE JOURNAL-CALLER TO JL-PROGRAM
        MOVE JOURNAL-ACTION TO JL-ACTION
        MOVE JOURNAL-BEFORE-IMAGE TO JL-BEFORE-IMAGE
        MOVE JOURNAL-AFTER-IMAGE TO JL-AFTER-IMAGE
        WRITE JOURNAL-RECORD
        IF JOURNAL-STATUS = '00'
            MOVE JL-SEQUENCE TO JC-LAST-SEQUENCE
            MOVE JL-STAMP-DATE TO JC-LAST-DATE
            MOVE JL-STAMP-TIME TO JC-LAST-TIME
            MOVE JOURNAL-CALLER TO JC-LAST-PROGRAM
            ADD 1 TO JOURNAL-ENTRIES-WRITTEN
        ELSE
            MOVE 'F' TO JOURNAL-OPEN
        END-IF
    END-IF.
    EXIT.

*> Closes the journal and, when this run journaled anything, saves
*> the last entry number for the next program to carry on from.
CLOSE-HISTORY-JOURNAL.
    IF JOURNAL-OPEN = 'Y' OR JOURNAL-OPEN = 'F'
        CLOSE JOURNAL-FILE
        MOVE 'N' TO JOURNAL-OPEN
        IF JOURNAL-ENTRIES-WRITTEN > 0
            OPEN OUTPUT JOURNAL-CONTROL-FILE
            IF JOURNAL-CONTROL-STATUS = '00'
                WRITE JOURNAL-CONTROL-LINE FROM JOURNAL-CONTROL-AREA
                CLOSE JOURNAL-CONTROL-FILE
            END-IF
            IF JOURNAL-CONTROL-STATUS NOT = '00'
                DISPLAY FUNCTION TRIM(JOURNAL-CALLER)
                    ': unable to save journal entry number '
                    JC-LAST-SEQUENCE ', status '
                    JOURNAL-CONTROL-STATUS
                    ' - the next run will number over this one'
            END-IF
        END-IF
    END-IF.
    EXIT.

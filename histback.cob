*> and deleted, so the rerun's rows replace it cleanly instead of
*> colliding. No log, no backout: deleting rows that were never
*> unloaded would destroy the only record of what the bad run did.
*> The same goes for the dated history journal - every deletion is
*> journaled as a before image the moment it has taken, so a
*> forward recovery does not bring a backed-out row back, and
*> never replays a deletion the master refused.
*> Two limits inherited from what the history row carries: the
*> keyword itself is never recorded (key-ID messages rebuild with
*> the key ID, embedded-keyword messages cannot ride this path),
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKOUT-RPT-STATUS.

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
FD  HISTORY-FILE.
    COPY CIPHQREC.

FD  BACKOUT-LOG-FILE.
    01 BACKOUT-LOG-RECORD  PIC X(565).

FD  BACKOUT-RPT-FILE.
    01 BACKOUT-RECORD      PIC X(132).

FD  JOURNAL-FILE.
    COPY CIPHLREC.

FD  JOURNAL-CONTROL-FILE.
    01 JOURNAL-CONTROL-LINE PIC X(80).

WORKING-STORAGE SECTION.
    01 HISTORY-STATUS       PIC XX VALUE SPACES.
    01 REBUILD-STATUS       PIC XX VALUE SPACES.
        05 TB-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 TB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 TB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    COPY CIPHLWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'HISTBACK' TO JOURNAL-CALLER
    PERFORM OPEN-HISTORY-JOURNAL
    IF JOURNAL-OPEN NOT = 'Y'
        DISPLAY 'HISTBACK: unable to open history journal, status '
            JOURNAL-STATUS ' control status ' JOURNAL-CONTROL-STATUS
            ' - nothing backed out'
        CLOSE HISTORY-FILE
        CLOSE BACKOUT-LOG-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REBUILD-FILE
    OPEN OUTPUT BACKOUT-RPT-FILE
    IF REBUILD-STATUS NOT = '00' OR BACKOUT-RPT-STATUS NOT = '00'
            BACKOUT-RPT-STATUS
        CLOSE HISTORY-FILE
        CLOSE BACKOUT-LOG-FILE
        PERFORM CLOSE-HISTORY-JOURNAL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE HISTORY-FILE
    CLOSE REBUILD-FILE
    CLOSE BACKOUT-LOG-FILE
    CLOSE BACKOUT-RPT-FILE
    PERFORM CLOSE-HISTORY-JOURNAL.
    EXIT.

*> The key leads with the message ID, not the date, so a run-date
*> log image are both safely written; a row that cannot be
*> rebuilt (an embedded-keyword Vigenere message, whose keyword
*> the master deliberately never records) is left standing and
*> reported, because deleting it would orphan the message. Rows
*> written before the cipher type was carried (blank type) still
*> fall back on the old test: no key ID and no shift is taken to
*> mean an embedded keyword.
BACK-OUT-ONE-ROW.
    IF HM-KEY-ID = SPACES AND HM-MODE NOT = 'S'
        AND (HM-CIPHER-TYPE = 'V'
            OR (HM-CIPHER-TYPE = SPACE AND HM-SHIFT = 0))
        ADD 1 TO ROWS-NOT-REBUILDABLE
        PERFORM WRITE-SKIPPED-ROW-LINE
    ELSE
        PERFORM WRITE-REBUILT-QUEUE-RECORD
        PERFORM WRITE-BACKOUT-LOG-RECORD
        DELETE HISTORY-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        IF HISTORY-STATUS NOT = '00'
            DISPLAY 'HISTBACK: delete failed for ' HM-MSG-ID
                ' status ' HISTORY-STATUS ' - backout abandoned'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM WRITE-DELETE-JOURNAL-ENTRY
        ADD 1 TO ROWS-BACKED-OUT
        PERFORM WRITE-REGISTER-LINE
    END-IF.
    END-IF
    MOVE 'N' TO QR-DIGIT-SWITCH
    MOVE SPACES TO QR-KEYWORD
    *> a deciphered message goes back with the check group it was
    *> verified under, so the rerun verifies it again
    IF HM-MODE = 'D' OR HM-MODE = 'S'
        MOVE HM-CHECK-GROUP TO QR-CHECK-GROUP
    END-IF
    MOVE 0 TO QR-RETRY-COUNT
    IF HM-PRIORITY = 'F' OR HM-PRIORITY = 'P' OR HM-PRIORITY = 'R'
        MOVE HM-PRIORITY TO QR-PRIORITY
    END-IF.
    EXIT.

WRITE-DELETE-JOURNAL-ENTRY.
    MOVE 'D' TO JOURNAL-ACTION
    MOVE HISTORY-RECORD TO JOURNAL-BEFORE-IMAGE
    MOVE SPACES TO JOURNAL-AFTER-IMAGE
    PERFORM WRITE-JOURNAL-ENTRY
    IF JOURNAL-OPEN NOT = 'Y'
        DISPLAY 'HISTBACK: journal write failed, status '
            JOURNAL-STATUS ' after ' ROWS-BACKED-OUT
            ' rows - backout abandoned, ' HM-MSG-ID ' ' HM-RUN-DATE
            ' deleted but not journaled'
        PERFORM CLOSE-PROGRAM-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

WRITE-REGISTER-HEADER.
    MOVE SPACES TO BACKOUT-RECORD
    IF REQUEST-KEY-ID = SPACES
        HM-SHIFT DELIMITED BY SIZE
        '  CLASS: ' DELIMITED BY SIZE
        HM-PRIORITY DELIMITED BY SIZE
        '  TYPE: ' DELIMITED BY SIZE
        HM-CIPHER-TYPE DELIMITED BY SIZE
        '  REBUILT AND REMOVED' DELIMITED BY SIZE
        INTO BACKOUT-RECORD
    END-STRING
    MOVE SPACES TO BACKOUT-RECORD
    STRING '  ' DELIMITED BY SIZE
        HM-MSG-ID DELIMITED BY SIZE
        '  *** EMBEDDED KEYWORD, NO KEY ID ON ROW - KEYWORD IS NOT '
        DELIMITED BY SIZE
        'RECORDED, ROW LEFT STANDING ***' DELIMITED BY SIZE
        INTO BACKOUT-RECORD
    END-STRING
    WRITE BACKOUT-RECORD.
    EXIT.

    COPY CIPHLCHK.

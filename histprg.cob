*> the ARCHINQ companion answers the same M,<msg-id> and
*> D,<from>,<to> requests HISTINQ answers, from the archive
*> generations. If the archive cannot be written the purge does
*> not run at all. Each deletion also goes on the dated history
*> journal as a before image, so a forward recovery from a backup
*> taken before the purge removes the row again; no journal, no
*> purge, by the same rule as the archive.
IDENTIFICATION DIVISION.
    PROGRAM-ID. HISTPURG.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-STATUS.

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
    COPY CIPHHREC.

FD  ARCHIVE-FILE.
    01 ARCHIVE-RECORD      PIC X(565).

FD  JOURNAL-FILE.
    COPY CIPHLREC.

FD  JOURNAL-CONTROL-FILE.
    01 JOURNAL-CONTROL-LINE PIC X(80).

WORKING-STORAGE SECTION.
    01 HISTORY-STATUS       PIC XX VALUE SPACES.
        05 CUTOFF-DATE      PIC 9(8) VALUE 0.
        05 CUTOFF-INTEGER   PIC 9(7) VALUE 0.

    COPY CIPHLWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM COMPUTE-CUTOFF-DATE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'HISTPURG' TO JOURNAL-CALLER
    PERFORM OPEN-HISTORY-JOURNAL
    IF JOURNAL-OPEN NOT = 'Y'
        DISPLAY 'HISTPURG: unable to open history journal, status '
            JOURNAL-STATUS ' control status ' JOURNAL-CONTROL-STATUS
            ' - nothing purged'
        CLOSE HISTORY-FILE
        CLOSE ARCHIVE-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-NEXT-HISTORY
    PERFORM UNTIL END-OF-HISTORY = 'Y'
        ADD 1 TO ROWS-READ
        IF HM-RUN-DATE < CUTOFF-DATE
            PERFORM ARCHIVE-ONE-ROW
            PERFORM JOURNAL-ONE-DELETE
            DELETE HISTORY-FILE RECORD
            ADD 1 TO ROWS-PURGED
        END-IF
    END-PERFORM
    CLOSE HISTORY-FILE
    CLOSE ARCHIVE-FILE
    PERFORM CLOSE-HISTORY-JOURNAL
    DISPLAY 'HISTPURG: ' ROWS-READ ' rows read, ' ROWS-PURGED
        ' purged to archive (cutoff ' CUTOFF-DATE ', retention '
        RETENTION-DAYS ' days)'.
            ' rows - purge abandoned'
        CLOSE HISTORY-FILE
        CLOSE ARCHIVE-FILE
        PERFORM CLOSE-HISTORY-JOURNAL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

*> Journals the row about to be deleted, on the same terms as the
*> archive unload - a deletion the journal never saw would come
*> back to life in any recovery from an earlier backup.
JOURNAL-ONE-DELETE.
    MOVE 'D' TO JOURNAL-ACTION
    MOVE HISTORY-RECORD TO JOURNAL-BEFORE-IMAGE
    MOVE SPACES TO JOURNAL-AFTER-IMAGE
    PERFORM WRITE-JOURNAL-ENTRY
    IF JOURNAL-OPEN NOT = 'Y'
        DISPLAY 'HISTPURG: journal write failed, status '
            JOURNAL-STATUS ' after ' ROWS-PURGED
            ' rows - purge abandoned'
        CLOSE HISTORY-FILE
        CLOSE ARCHIVE-FILE
        PERFORM CLOSE-HISTORY-JOURNAL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
            MOVE 'Y' TO END-OF-HISTORY
    END-READ.
    EXIT.

    COPY CIPHLCHK.

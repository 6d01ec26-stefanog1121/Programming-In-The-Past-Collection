       >>SOURCE FORMAT FREE
*> === DELIVERY ACKNOWLEDGEMENT MATCHING ===
*> Daily match of the distribution system's acknowledgement file
*> (ACKIN, CIPHAREC) against what the history master says went out
*> on CIPHOUT. IDEONE leaves every distributed message's row
*> awaiting acknowledgement (HM-ACK-STATUS 'W'); each acknowledgement
*> is looked up on message ID and run date and its row marked off
*> with the time the recipient acknowledged. An acknowledgement for
*> a message the master has no row for, or whose row shows nothing
*> was distributed, is listed as a discrepancy.
*> The master is then swept for rows still awaiting acknowledgement
*> past their class's deadline, counted in hours from the run time:
*>   <flash-hours>,<priority-hours>,<routine-hours>
*> on the PARM/SYSIN card, any left blank taking the standing
*> 4 / 24 / 72. Each overdue message goes on the overdue list and is
*> rebuilt into a requeue extract (ACKREQ) in QUEUEIN format -
*> trailer included, once per message ID, on the same terms as the
*> backout rebuild - and its row is marked requeued so tomorrow's
*> run does not send it again. An embedded-keyword message cannot
*> be rebuilt (the keyword is never recorded); it is listed and
*> marked for the originator to resend by hand. A requeued message
*> keeps its ID, so run the requeue batch with the process-anyway
*> duplicate action. An acknowledgement that arrives after its
*> message was requeued still marks the row off, and is listed so
*> the duplicate can be pulled if the requeue has not yet run.
*> Every mark is journaled before the master is changed; no
*> journal, no match, by the same rule as the purge and backout.
IDENTIFICATION DIVISION.
    PROGRAM-ID. ACKMATCH.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "CIPHHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HM-KEY
        FILE STATUS IS HISTORY-STATUS.

    *> the distribution system's acknowledgements for the day
    SELECT ACK-FILE ASSIGN TO "ACKIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-STATUS.

    *> overdue messages rebuilt for requeue, in QUEUEIN format
    SELECT REQUEUE-FILE ASSIGN TO "ACKREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUEUE-STATUS.

    *> printed discrepancy and overdue report
    SELECT ACK-RPT-FILE ASSIGN TO "ACKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-RPT-STATUS.

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

FD  ACK-FILE.
    COPY CIPHAREC.

FD  REQUEUE-FILE.
    COPY CIPHQREC.

FD  ACK-RPT-FILE.
    01 ACK-RPT-RECORD      PIC X(132).

FD  JOURNAL-FILE.
    COPY CIPHLREC.

FD  JOURNAL-CONTROL-FILE.
    01 JOURNAL-CONTROL-LINE PIC X(80).

WORKING-STORAGE SECTION.
    01 HISTORY-STATUS       PIC XX VALUE SPACES.
    01 ACK-STATUS           PIC XX VALUE SPACES.
    01 REQUEUE-STATUS       PIC XX VALUE SPACES.
    01 ACK-RPT-STATUS       PIC XX VALUE SPACES.
    01 END-OF-HISTORY       PIC X VALUE 'N'.
    01 END-OF-ACKS          PIC X VALUE 'N'.

    01 PARM-AREAS.
        05 PARM-LINE        PIC X(80) VALUE SPACES.
        05 FLASH-HOURS-TEXT PIC X(4) VALUE SPACES.
        05 PRIORITY-HOURS-TEXT PIC X(4) VALUE SPACES.
        05 ROUTINE-HOURS-TEXT PIC X(4) VALUE SPACES.

    *> hours a distributed message may stand unacknowledged, by
    *> service class - flash traffic is chased soonest
    01 DEADLINE-AREAS.
        05 FLASH-HOURS      PIC 9(4) VALUE 4.
        05 PRIORITY-HOURS   PIC 9(4) VALUE 24.
        05 ROUTINE-HOURS    PIC 9(4) VALUE 72.
        05 DEADLINE-HOURS   PIC 9(4) VALUE 0.
        05 RUN-MINUTE-NO    PIC 9(11) VALUE 0.
        05 SENT-MINUTE-NO   PIC 9(11) VALUE 0.
        05 MINUTES-OUT      PIC S9(11) VALUE 0.
        05 HOURS-OUT        PIC 9(5) VALUE 0.
        05 CLOCK-TIME       PIC 9(8) VALUE 0.
        05 CLOCK-PARTS REDEFINES CLOCK-TIME.
            10 CLOCK-HH     PIC 99.
            10 CLOCK-MM     PIC 99.
            10 FILLER       PIC 9(4).

    01 MATCH-COUNTS.
        05 ACKS-READ        PIC 9(6) VALUE 0.
        05 ACKS-MATCHED     PIC 9(6) VALUE 0.
        05 ACKS-AFTER-REQUEUE PIC 9(6) VALUE 0.
        05 ACKS-DUPLICATE   PIC 9(6) VALUE 0.
        05 ACKS-NEVER-SENT  PIC 9(6) VALUE 0.
        05 ACKS-UNREADABLE  PIC 9(6) VALUE 0.
        05 ROWS-READ        PIC 9(6) VALUE 0.
        05 ROWS-AWAITING    PIC 9(6) VALUE 0.
        05 ROWS-OVERDUE     PIC 9(6) VALUE 0.
        05 ROWS-REQUEUED    PIC 9(6) VALUE 0.
        05 ROWS-NOT-REQUEUABLE PIC 9(6) VALUE 0.
        05 REQUEUE-REPEATS  PIC 9(6) VALUE 0.
        05 SECTION-LINES    PIC 9(6) VALUE 0.

    01 MATCH-AREAS.
        05 ROW-BEFORE       PIC X(565) VALUE SPACES.
        05 DISCREPANCY-REASON PIC X(40) VALUE SPACES.
        05 OVERDUE-ACTION   PIC X(32) VALUE SPACES.

    *> message IDs already on the requeue extract - a message
    *> overdue under two run dates is requeued once. Past the
    *> table's end every further message is extracted as found.
    01 REQUEUED-IDS.
        05 REQ-ID OCCURS 1000 TIMES INDEXED BY REQ-IDX
                            PIC X(10).
        05 REQ-COUNT        PIC 9(4) VALUE 0.
        05 REQ-FOUND        PIC X VALUE 'N'.

    01 PAGE-AREAS.
        05 REPORT-PAGE-NO   PIC 9(4) VALUE 0.
        05 PAGE-LINE-COUNT  PIC 99 VALUE 99.
        05 LINES-PER-PAGE   PIC 99 VALUE 55.
        05 LINES-NEEDED     PIC 99 VALUE 0.

    01 REBUILD-AREAS.
        05 REBUILD-LENGTH   PIC 999 VALUE 0.

    01 RUN-DATE-TIME.
        05 RUN-DATE         PIC 9(8).
        05 RUN-TIME         PIC 9(8).

    01 TRAILER-BUILD.
        05 TB-RECORD-ID     PIC X(10) VALUE '*TRAILER*'.
        05 TB-CREATE-DATE   PIC 9(8) VALUE 0.
        05 TB-COUNT         PIC 9(6) VALUE 0.
        05 FILLER           PIC X(280) VALUE SPACES.

    COPY CIPHLWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    PERFORM GET-DEADLINE-REQUEST
    PERFORM OPEN-PROGRAM-FILES
    PERFORM MATCH-ACKNOWLEDGEMENTS
    PERFORM SWEEP-FOR-OVERDUE
    MOVE RUN-DATE TO TB-CREATE-DATE
    MOVE ROWS-REQUEUED TO TB-COUNT
    MOVE SPACES TO QUEUE-RECORD
    MOVE TRAILER-BUILD TO QUEUE-RECORD
    WRITE QUEUE-RECORD
    IF REQUEUE-STATUS NOT = '00'
        DISPLAY 'ACKMATCH: requeue extract trailer write failed, '
            'status ' REQUEUE-STATUS ' - run abandoned'
        PERFORM CLOSE-PROGRAM-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-MATCH-TOTALS
    PERFORM CLOSE-PROGRAM-FILES
    DISPLAY 'ACKMATCH: ' ACKS-READ ' acknowledgements read, '
        ACKS-MATCHED ' matched, ' ACKS-NEVER-SENT
        ' for messages not sent; ' ROWS-OVERDUE ' overdue, '
        ROWS-REQUEUED ' requeued'
    IF ACKS-NEVER-SENT > 0 OR ACKS-UNREADABLE > 0
        OR ROWS-OVERDUE > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-DEADLINE-REQUEST.
    MOVE SPACES TO PARM-LINE
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE = SPACES
        ACCEPT PARM-LINE
    END-IF
    UNSTRING PARM-LINE DELIMITED BY ','
        INTO FLASH-HOURS-TEXT PRIORITY-HOURS-TEXT ROUTINE-HOURS-TEXT
    END-UNSTRING
    IF (FLASH-HOURS-TEXT NOT = SPACES
            AND FUNCTION TEST-NUMVAL(FLASH-HOURS-TEXT) NOT = 0)
        OR (PRIORITY-HOURS-TEXT NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PRIORITY-HOURS-TEXT) NOT = 0)
        OR (ROUTINE-HOURS-TEXT NOT = SPACES
            AND FUNCTION TEST-NUMVAL(ROUTINE-HOURS-TEXT) NOT = 0)
        DISPLAY 'ACKMATCH: request must be [<flash-hours>,'
            '<priority-hours>,<routine-hours>] - got "'
            FUNCTION TRIM(PARM-LINE) '"'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF FLASH-HOURS-TEXT NOT = SPACES
        COMPUTE FLASH-HOURS = FUNCTION NUMVAL(FLASH-HOURS-TEXT)
    END-IF
    IF PRIORITY-HOURS-TEXT NOT = SPACES
        COMPUTE PRIORITY-HOURS = FUNCTION NUMVAL(PRIORITY-HOURS-TEXT)
    END-IF
    IF ROUTINE-HOURS-TEXT NOT = SPACES
        COMPUTE ROUTINE-HOURS = FUNCTION NUMVAL(ROUTINE-HOURS-TEXT)
    END-IF.
    EXIT.

*> Nothing is marked without the acknowledgement file: run against
*> a missing one, the overdue sweep would requeue the whole day.
OPEN-PROGRAM-FILES.
    OPEN I-O HISTORY-FILE
    IF HISTORY-STATUS NOT = '00'
        DISPLAY 'ACKMATCH: unable to open history file, status '
            HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ACK-FILE
    IF ACK-STATUS NOT = '00'
        DISPLAY 'ACKMATCH: unable to open acknowledgement file, '
            'status ' ACK-STATUS ' - nothing matched'
        CLOSE HISTORY-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'ACKMATCH' TO JOURNAL-CALLER
    PERFORM OPEN-HISTORY-JOURNAL
    IF JOURNAL-OPEN NOT = 'Y'
        DISPLAY 'ACKMATCH: unable to open history journal, status '
            JOURNAL-STATUS ' control status ' JOURNAL-CONTROL-STATUS
            ' - nothing matched'
        CLOSE HISTORY-FILE
        CLOSE ACK-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REQUEUE-FILE
    OPEN OUTPUT ACK-RPT-FILE
    IF REQUEUE-STATUS NOT = '00' OR ACK-RPT-STATUS NOT = '00'
        DISPLAY 'ACKMATCH: unable to open output files, requeue '
            'status ' REQUEUE-STATUS ' report status '
            ACK-RPT-STATUS
        CLOSE HISTORY-FILE
        CLOSE ACK-FILE
        PERFORM CLOSE-HISTORY-JOURNAL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

CLOSE-PROGRAM-FILES.
    CLOSE HISTORY-FILE
    CLOSE ACK-FILE
    CLOSE REQUEUE-FILE
    CLOSE ACK-RPT-FILE
    PERFORM CLOSE-HISTORY-JOURNAL.
    EXIT.

*> --- pass 1: the day's acknowledgements ---
*> Each acknowledgement is one keyed read of the master. Whatever
*> cannot be marked off is listed with the reason.
MATCH-ACKNOWLEDGEMENTS.
    PERFORM WRITE-DISCREPANCY-HEADING
    MOVE 0 TO SECTION-LINES
    PERFORM READ-NEXT-ACK
    PERFORM UNTIL END-OF-ACKS = 'Y'
        ADD 1 TO ACKS-READ
        PERFORM MATCH-ONE-ACK
        PERFORM READ-NEXT-ACK
    END-PERFORM
    IF SECTION-LINES = 0
        PERFORM WRITE-NONE-LINE
    END-IF.
    EXIT.

READ-NEXT-ACK.
    READ ACK-FILE
        AT END
            MOVE 'Y' TO END-OF-ACKS
    END-READ
    PERFORM UNTIL END-OF-ACKS = 'Y'
        OR (ACK-RECORD NOT = SPACES AND AK-MSG-ID(1:1) NOT = '*')
        READ ACK-FILE
            AT END
                MOVE 'Y' TO END-OF-ACKS
        END-READ
    END-PERFORM.
    EXIT.

*> A message awaiting acknowledgement, or already given up on as
*> overdue, is marked acknowledged; the late ones are listed too,
*> because their requeued copy is a duplicate in the making.
MATCH-ONE-ACK.
    IF AK-MSG-ID = SPACES OR AK-RUN-DATE NOT NUMERIC
        ADD 1 TO ACKS-UNREADABLE
        MOVE 'UNREADABLE - NO MESSAGE ID OR RUN DATE'
            TO DISCREPANCY-REASON
        PERFORM WRITE-DISCREPANCY-LINE
    ELSE
        MOVE AK-MSG-ID TO HM-MSG-ID
        MOVE AK-RUN-DATE TO HM-RUN-DATE
        READ HISTORY-FILE
            INVALID KEY
                ADD 1 TO ACKS-NEVER-SENT
                MOVE 'NEVER SENT - NO SUCH MESSAGE ON MASTER'
                    TO DISCREPANCY-REASON
                PERFORM WRITE-DISCREPANCY-LINE
            NOT INVALID KEY
                PERFORM MARK-ROW-ACKNOWLEDGED
        END-READ
    END-IF.
    EXIT.

MARK-ROW-ACKNOWLEDGED.
    EVALUATE HM-ACK-STATUS
        WHEN 'W'
            PERFORM SET-ACKNOWLEDGED
            ADD 1 TO ACKS-MATCHED
        WHEN 'R'
        WHEN 'O'
            PERFORM SET-ACKNOWLEDGED
            ADD 1 TO ACKS-MATCHED
            ADD 1 TO ACKS-AFTER-REQUEUE
            MOVE 'LATE - ACKNOWLEDGED AFTER REQUEUE'
                TO DISCREPANCY-REASON
            PERFORM WRITE-DISCREPANCY-LINE
        WHEN 'A'
            ADD 1 TO ACKS-DUPLICATE
            MOVE 'DUPLICATE - ALREADY ACKNOWLEDGED'
                TO DISCREPANCY-REASON
            PERFORM WRITE-DISCREPANCY-LINE
        WHEN OTHER
            ADD 1 TO ACKS-NEVER-SENT
            MOVE 'NEVER SENT - MESSAGE WAS NOT DISTRIBUTED'
                TO DISCREPANCY-REASON
            PERFORM WRITE-DISCREPANCY-LINE
    END-EVALUATE.
    EXIT.

SET-ACKNOWLEDGED.
    MOVE HISTORY-RECORD TO ROW-BEFORE
    MOVE 'A' TO HM-ACK-STATUS
    IF AK-ACK-DATE NUMERIC
        MOVE AK-ACK-DATE TO HM-ACK-DATE
    ELSE
        MOVE RUN-DATE TO HM-ACK-DATE
    END-IF
    IF AK-ACK-TIME NUMERIC
        COMPUTE HM-ACK-TIME = AK-ACK-TIME * 100
    ELSE
        MOVE 0 TO HM-ACK-TIME
    END-IF
    PERFORM REPLACE-HISTORY-ROW.
    EXIT.

*> --- pass 2: distributed messages still unacknowledged ---
*> The key leads with the message ID, so this is a full sweep of
*> the master with a filter, as the backout's date sweep is.
SWEEP-FOR-OVERDUE.
    PERFORM WRITE-OVERDUE-HEADING
    MOVE 0 TO SECTION-LINES
    MOVE RUN-TIME TO CLOCK-TIME
    COMPUTE RUN-MINUTE-NO =
        FUNCTION INTEGER-OF-DATE(RUN-DATE) * 1440
        + CLOCK-HH * 60 + CLOCK-MM
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
            ADD 1 TO ROWS-READ
            IF HM-ACK-STATUS = 'W'
                PERFORM CHECK-ROW-DEADLINE
            END-IF
        END-IF
    END-PERFORM
    IF SECTION-LINES = 0
        PERFORM WRITE-NONE-LINE
    END-IF.
    EXIT.

*> Hours out run from the row's run time to this run's clock;
*> a class the row does not carry is held to the routine deadline.
CHECK-ROW-DEADLINE.
    EVALUATE HM-PRIORITY
        WHEN 'F'
            MOVE FLASH-HOURS TO DEADLINE-HOURS
        WHEN 'P'
            MOVE PRIORITY-HOURS TO DEADLINE-HOURS
        WHEN OTHER
            MOVE ROUTINE-HOURS TO DEADLINE-HOURS
    END-EVALUATE
    MOVE HM-RUN-TIME TO CLOCK-TIME
    COMPUTE SENT-MINUTE-NO =
        FUNCTION INTEGER-OF-DATE(HM-RUN-DATE) * 1440
        + CLOCK-HH * 60 + CLOCK-MM
    COMPUTE MINUTES-OUT = RUN-MINUTE-NO - SENT-MINUTE-NO
    IF MINUTES-OUT < 0
        MOVE 0 TO MINUTES-OUT
    END-IF
    COMPUTE HOURS-OUT = MINUTES-OUT / 60
    IF MINUTES-OUT < DEADLINE-HOURS * 60
        ADD 1 TO ROWS-AWAITING
    ELSE
        ADD 1 TO ROWS-OVERDUE
        PERFORM REQUEUE-OVERDUE-ROW
    END-IF.
    EXIT.

*> The same rebuild test the backout applies: a message with no
*> key ID that ran under an embedded Vigenere keyword (or, on a row
*> older than the cipher type, no key ID and no shift) cannot be
*> rebuilt, because the keyword was never recorded.
REQUEUE-OVERDUE-ROW.
    MOVE HISTORY-RECORD TO ROW-BEFORE
    IF HM-KEY-ID = SPACES
        AND (HM-CIPHER-TYPE = 'V'
            OR (HM-CIPHER-TYPE = SPACE AND HM-SHIFT = 0))
        ADD 1 TO ROWS-NOT-REQUEUABLE
        MOVE 'O' TO HM-ACK-STATUS
        MOVE 'NOT REQUEUED - EMBEDDED KEYWORD' TO OVERDUE-ACTION
    ELSE
        MOVE 'R' TO HM-ACK-STATUS
        MOVE 'N' TO REQ-FOUND
        PERFORM VARYING REQ-IDX FROM 1 BY 1
            UNTIL REQ-IDX > REQ-COUNT OR REQ-FOUND = 'Y'
            IF REQ-ID(REQ-IDX) = HM-MSG-ID
                MOVE 'Y' TO REQ-FOUND
            END-IF
        END-PERFORM
        IF REQ-FOUND = 'Y'
            ADD 1 TO REQUEUE-REPEATS
            MOVE 'ALREADY ON REQUEUE EXTRACT' TO OVERDUE-ACTION
        ELSE
            IF REQ-COUNT < 1000
                ADD 1 TO REQ-COUNT
                SET REQ-IDX TO REQ-COUNT
                MOVE HM-MSG-ID TO REQ-ID(REQ-IDX)
            END-IF
            PERFORM WRITE-REQUEUE-RECORD
            ADD 1 TO ROWS-REQUEUED
            MOVE 'REQUEUED' TO OVERDUE-ACTION
        END-IF
    END-IF
    PERFORM WRITE-OVERDUE-LINE
    PERFORM REPLACE-HISTORY-ROW.
    EXIT.

*> Rebuilds the queue record the message arrived on, exactly as
*> the backout does: single piece, retry count restarted, the
*> class it rode in under, a decipher's verified check group.
WRITE-REQUEUE-RECORD.
    MOVE SPACES TO QUEUE-RECORD
    MOVE HM-MSG-ID TO QR-MSG-ID
    MOVE HM-MODE TO QR-MODE
    IF HM-KEY-ID NOT = SPACES
        MOVE HM-KEY-ID TO QR-KEY-ID
        MOVE 0 TO QR-SHIFT
    ELSE
        MOVE HM-SHIFT TO QR-SHIFT
    END-IF
    MOVE 'N' TO QR-DIGIT-SWITCH
    MOVE SPACES TO QR-KEYWORD
    IF HM-MODE = 'D'
        MOVE HM-CHECK-GROUP TO QR-CHECK-GROUP
    END-IF
    MOVE 0 TO QR-RETRY-COUNT
    IF HM-PRIORITY = 'F' OR HM-PRIORITY = 'P' OR HM-PRIORITY = 'R'
        MOVE HM-PRIORITY TO QR-PRIORITY
    ELSE
        MOVE 'R' TO QR-PRIORITY
    END-IF
    MOVE 'N' TO QR-CONTINUATION
    MOVE 0 TO REBUILD-LENGTH
    INSPECT FUNCTION REVERSE(HM-INPUT-TEXT) TALLYING
        REBUILD-LENGTH FOR LEADING SPACE
    COMPUTE REBUILD-LENGTH =
        LENGTH OF HM-INPUT-TEXT - REBUILD-LENGTH
    MOVE REBUILD-LENGTH TO QR-TEXT-LENGTH
    MOVE HM-INPUT-TEXT TO QR-MSG-TEXT
    WRITE QUEUE-RECORD
    IF REQUEUE-STATUS NOT = '00'
        DISPLAY 'ACKMATCH: requeue extract write failed, status '
            REQUEUE-STATUS ' after ' ROWS-REQUEUED
            ' messages - run abandoned'
        PERFORM CLOSE-PROGRAM-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

*> Journals the change (ROW-BEFORE as the before image, the row as
*> it now stands as the after image) and only then rewrites the
*> row; a mark the journal could not take is not made.
REPLACE-HISTORY-ROW.
    MOVE 'C' TO JOURNAL-ACTION
    MOVE ROW-BEFORE TO JOURNAL-BEFORE-IMAGE
    MOVE HISTORY-RECORD TO JOURNAL-AFTER-IMAGE
    PERFORM WRITE-JOURNAL-ENTRY
    IF JOURNAL-OPEN NOT = 'Y'
        DISPLAY 'ACKMATCH: journal write failed, status '
            JOURNAL-STATUS ' at ' HM-MSG-ID ' - run abandoned'
        PERFORM CLOSE-PROGRAM-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    REWRITE HISTORY-RECORD
    IF HISTORY-STATUS NOT = '00'
        DISPLAY 'ACKMATCH: rewrite failed for ' HM-MSG-ID
            ' status ' HISTORY-STATUS ' - run abandoned'
        PERFORM CLOSE-PROGRAM-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

WRITE-DISCREPANCY-HEADING.
    MOVE 4 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO ACK-RPT-RECORD
    STRING 'ACKNOWLEDGEMENT DISCREPANCIES' DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    STRING '  MSG ID      RUN DATE  ACK DATE  ACK TIME  RECIPIENT'
        DELIMITED BY SIZE
        '  REASON' DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE.
    EXIT.

WRITE-DISCREPANCY-LINE.
    MOVE 1 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO ACK-RPT-RECORD
    STRING '  ' DELIMITED BY SIZE
        AK-MSG-ID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        AK-RUN-DATE DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        AK-ACK-DATE DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        AK-ACK-TIME DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        AK-RECIPIENT DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        DISCREPANCY-REASON DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    ADD 1 TO SECTION-LINES.
    EXIT.

WRITE-OVERDUE-HEADING.
    MOVE 5 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO ACK-RPT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    STRING 'OVERDUE - DISTRIBUTED, UNACKNOWLEDGED PAST DEADLINE'
        DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    STRING '  MSG ID      RUN DATE  RUN TIME  CLASS  MODE  KEY ID  '
        DELIMITED BY SIZE
        '  HOURS OUT  DEADLINE  ACTION' DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE.
    EXIT.

WRITE-OVERDUE-LINE.
    MOVE 1 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO ACK-RPT-RECORD
    STRING '  ' DELIMITED BY SIZE
        HM-MSG-ID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        HM-RUN-DATE DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        HM-RUN-TIME(1:6) DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        HM-PRIORITY DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        HM-MODE DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        HM-KEY-ID DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        HOURS-OUT DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        DEADLINE-HOURS DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        OVERDUE-ACTION DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    ADD 1 TO SECTION-LINES.
    EXIT.

WRITE-NONE-LINE.
    MOVE 1 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO ACK-RPT-RECORD
    STRING '  NONE' DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE.
    EXIT.

WRITE-MATCH-TOTALS.
    MOVE 5 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO ACK-RPT-RECORD
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    STRING 'ACKNOWLEDGEMENTS READ: ' DELIMITED BY SIZE
        ACKS-READ DELIMITED BY SIZE
        '  MATCHED: ' DELIMITED BY SIZE
        ACKS-MATCHED DELIMITED BY SIZE
        '  (AFTER REQUEUE: ' DELIMITED BY SIZE
        ACKS-AFTER-REQUEUE DELIMITED BY SIZE
        ')  DUPLICATE: ' DELIMITED BY SIZE
        ACKS-DUPLICATE DELIMITED BY SIZE
        '  NEVER SENT: ' DELIMITED BY SIZE
        ACKS-NEVER-SENT DELIMITED BY SIZE
        '  UNREADABLE: ' DELIMITED BY SIZE
        ACKS-UNREADABLE DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    STRING 'ROWS SWEPT: ' DELIMITED BY SIZE
        ROWS-READ DELIMITED BY SIZE
        '  AWAITING WITHIN DEADLINE: ' DELIMITED BY SIZE
        ROWS-AWAITING DELIMITED BY SIZE
        '  OVERDUE: ' DELIMITED BY SIZE
        ROWS-OVERDUE DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    STRING 'REQUEUED: ' DELIMITED BY SIZE
        ROWS-REQUEUED DELIMITED BY SIZE
        '  (REPEATS NOT EXTRACTED: ' DELIMITED BY SIZE
        REQUEUE-REPEATS DELIMITED BY SIZE
        ')  NOT REQUEUABLE: ' DELIMITED BY SIZE
        ROWS-NOT-REQUEUABLE DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE.
    EXIT.

*> Starts a fresh page when the lines about to be written would
*> run past the bottom of this one.
CHECK-PAGE-ROOM.
    IF PAGE-LINE-COUNT + LINES-NEEDED > LINES-PER-PAGE
        PERFORM WRITE-PAGE-HEADER
    END-IF.
    EXIT.

*> Every page carries the run's clock and the deadlines it held
*> the traffic to.
WRITE-PAGE-HEADER.
    ADD 1 TO REPORT-PAGE-NO
    MOVE 0 TO PAGE-LINE-COUNT
    IF REPORT-PAGE-NO > 1
        MOVE SPACES TO ACK-RPT-RECORD
        PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO ACK-RPT-RECORD
    STRING 'DELIVERY ACKNOWLEDGEMENT MATCH  RUN DATE: '
        DELIMITED BY SIZE
        RUN-DATE DELIMITED BY SIZE
        '  TIME: ' DELIMITED BY SIZE
        RUN-TIME(1:6) DELIMITED BY SIZE
        '  PAGE: ' DELIMITED BY SIZE
        REPORT-PAGE-NO DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    STRING 'DEADLINES IN HOURS - FLASH: ' DELIMITED BY SIZE
        FLASH-HOURS DELIMITED BY SIZE
        '  PRIORITY: ' DELIMITED BY SIZE
        PRIORITY-HOURS DELIMITED BY SIZE
        '  ROUTINE: ' DELIMITED BY SIZE
        ROUTINE-HOURS DELIMITED BY SIZE
        INTO ACK-RPT-RECORD
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO ACK-RPT-RECORD
    PERFORM WRITE-REPORT-LINE.
    EXIT.

WRITE-REPORT-LINE.
    WRITE ACK-RPT-RECORD
    ADD 1 TO PAGE-LINE-COUNT.
    EXIT.

    COPY CIPHLCHK.

       >>SOURCE FORMAT FREE
*> === KEY COMPROMISE IMPACT REPORT ===
*> Answers security's question when a key is reported compromised:
*> every message ever enciphered or deciphered under it inside the
*> exposure window, from the history master and from as many
*> HISTARCH generations as are concatenated on the archive DD, in
*> one pass instead of a HISTINQ/ARCHINQ run per date range and a
*> by-eye filter of the key ID column. The request card reads
*>   <key-id>,<from-date>,<to-date>,<operator>[,<replacement-key>]
*> (a blank to-date means everything since the from-date). The
*> affected rows are sorted into run date/time order and listed
*> with date, mode, class and originating station, a total after
*> each day, and a page of totals per station at the end.
*> The requesting operator is checked against the operator profile
*> file exactly as HISTINQ checks it, stamped on every page, and the
*> same clearance rule decides whether message text prints in clear
*> or redacted.
*> Every affected encrypt is also written to an extract in QUEUEIN
*> format (once per message ID, trailer included) so the traffic
*> still operationally live can be pulled and re-sent. The extract
*> carries the plaintext, so it is written only for an operator
*> cleared for message content; for anyone else it holds the
*> trailer alone, the report says it was withheld and the run
*> ends with return code 4. When a
*> replacement key is named the extract carries it; otherwise the
*> key ID is left blank and QEDIT will refuse the records until
*> somebody assigns one - the compromised key is never written
*> back. A re-sent message keeps its original ID, so the re-send
*> batch sees it as a cross-run duplicate: run that batch with the
*> process-anyway duplicate action.
IDENTIFICATION DIVISION.
    PROGRAM-ID. KEYCOMP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "CIPHHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HM-KEY
        FILE STATUS IS HISTORY-STATUS.

    *> archive generations HISTPURG unloaded - concatenate as many
    *> as the exposure window reaches back into
    SELECT ARCHIVE-FILE ASSIGN TO "HISTARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-STATUS.

    *> affected rows from both sources, into date/time order
    SELECT SORT-FILE ASSIGN TO "SORTWK1".

    *> printed impact report
    SELECT IMPACT-RPT-FILE ASSIGN TO "KEYCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IMPACT-RPT-STATUS.

    *> affected encrypts in QUEUEIN format, for re-sending
    SELECT EXTRACT-FILE ASSIGN TO "KEYCEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXTRACT-STATUS.

    *> cleared operators and what they may see
    SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROFILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
    COPY CIPHHREC.

FD  ARCHIVE-FILE.
    01 ARCHIVE-RECORD      PIC X(565).

SD  SORT-FILE.
    01 SORT-RECORD.
        05 SR-RUN-DATE         PIC 9(8).
        05 SR-RUN-TIME         PIC 9(8).
        05 SR-MSG-ID           PIC X(10).
        05 SR-SOURCE           PIC X(7).
        05 SR-HISTORY-IMAGE    PIC X(565).

FD  IMPACT-RPT-FILE.
    01 IMPACT-RECORD       PIC X(300).

FD  EXTRACT-FILE.
    COPY CIPHQREC.

FD  PROFILE-FILE.
    COPY CIPHPREC.

WORKING-STORAGE SECTION.
    01 HISTORY-STATUS       PIC XX VALUE SPACES.
    01 ARCHIVE-STATUS       PIC XX VALUE SPACES.
    01 IMPACT-RPT-STATUS    PIC XX VALUE SPACES.
    01 EXTRACT-STATUS       PIC XX VALUE SPACES.
    01 PROFILE-STATUS       PIC XX VALUE SPACES.
    01 END-OF-HISTORY       PIC X VALUE 'N'.
    01 END-OF-ARCHIVE       PIC X VALUE 'N'.
    01 END-OF-SORT          PIC X VALUE 'N'.
    01 END-OF-PROFILES      PIC X VALUE 'N'.
    01 ARCHIVE-AVAILABLE    PIC X VALUE 'N'.

    01 PARM-AREAS.
        05 PARM-LINE        PIC X(80) VALUE SPACES.
        05 REQUEST-KEY-ID   PIC X(8) VALUE SPACES.
        05 FROM-DATE-TEXT   PIC X(8) VALUE SPACES.
        05 TO-DATE-TEXT     PIC X(8) VALUE SPACES.
        05 FROM-DATE        PIC 9(8) VALUE 0.
        05 TO-DATE          PIC 9(8) VALUE 0.
        05 REPLACEMENT-KEY-ID PIC X(8) VALUE SPACES.

    01 OPERATOR-AREAS.
        05 REQUEST-OPERATOR PIC X(8) VALUE SPACES.
        05 OPERATOR-FOUND   PIC X VALUE 'N'.
        05 OPERATOR-NAME    PIC X(25) VALUE SPACES.
        05 OPERATOR-CLEARANCE PIC X VALUE 'C'.

    01 IMPACT-COUNTS.
        05 MASTER-ROWS-READ PIC 9(6) VALUE 0.
        05 ARCHIVE-ROWS-READ PIC 9(6) VALUE 0.
        05 ROWS-AFFECTED    PIC 9(6) VALUE 0.
        05 DAYS-AFFECTED    PIC 9(6) VALUE 0.
        05 ENCRYPTS-EXTRACTED PIC 9(6) VALUE 0.
        05 EXTRACT-REPEATS  PIC 9(6) VALUE 0.
        05 ENCRYPTS-WITHHELD PIC 9(6) VALUE 0.

    *> running totals for the run date currently being printed
    01 DAY-TOTALS.
        05 CURRENT-DAY      PIC 9(8) VALUE 0.
        05 DAY-ROWS         PIC 9(6) VALUE 0.
        05 DAY-ENCRYPTS     PIC 9(6) VALUE 0.
        05 DAY-DECRYPTS     PIC 9(6) VALUE 0.
        05 DAY-SOLVES       PIC 9(6) VALUE 0.

    *> one entry per originating station seen among the affected
    *> rows, in order of first appearance. A station arriving after
    *> the table is full is still counted in the grand total and
    *> reported as beyond the table.
    01 STATION-TOTALS.
        05 STN-ENTRY OCCURS 200 TIMES INDEXED BY STN-IDX.
            10 STN-ID           PIC X(4).
            10 STN-ROWS         PIC 9(6).
            10 STN-ENCRYPTS     PIC 9(6).
            10 STN-DECRYPTS     PIC 9(6).
            10 STN-SOLVES       PIC 9(6).
        05 STN-COUNT        PIC 999 VALUE 0.
        05 STN-FOUND        PIC X VALUE 'N'.
        05 STN-OVERFLOW-ROWS PIC 9(6) VALUE 0.

    *> message IDs already on the extract - a message enciphered
    *> under the key on more than one date is re-sent once. Past
    *> the table's end every further encrypt is extracted as found.
    01 EXTRACTED-IDS.
        05 EXT-ID OCCURS 1000 TIMES INDEXED BY EXT-IDX
                            PIC X(10).
        05 EXT-COUNT        PIC 9(4) VALUE 0.
        05 EXT-FOUND        PIC X VALUE 'N'.

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

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    PERFORM GET-COMPROMISE-REQUEST
    PERFORM CHECK-OPERATOR-PROFILE
    PERFORM OPEN-PROGRAM-FILES
    SORT SORT-FILE
        ON ASCENDING KEY SR-RUN-DATE SR-RUN-TIME SR-MSG-ID
        INPUT PROCEDURE IS SELECT-AFFECTED-ROWS
        OUTPUT PROCEDURE IS PRINT-AFFECTED-ROWS
    PERFORM WRITE-STATION-TOTALS
    MOVE RUN-DATE TO TB-CREATE-DATE
    MOVE ENCRYPTS-EXTRACTED TO TB-COUNT
    MOVE SPACES TO QUEUE-RECORD
    MOVE TRAILER-BUILD TO QUEUE-RECORD
    WRITE QUEUE-RECORD
    IF EXTRACT-STATUS NOT = '00'
        DISPLAY 'KEYCOMP: re-send extract trailer write failed, '
            'status ' EXTRACT-STATUS ' - run abandoned'
        PERFORM CLOSE-PROGRAM-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CLOSE-PROGRAM-FILES
    DISPLAY 'KEYCOMP: ' MASTER-ROWS-READ ' master rows and '
        ARCHIVE-ROWS-READ ' archived rows read, ' ROWS-AFFECTED
        ' affected on ' DAYS-AFFECTED ' days, ' ENCRYPTS-EXTRACTED
        ' encrypts extracted'
    IF ENCRYPTS-WITHHELD > 0
        DISPLAY 'KEYCOMP: ' ENCRYPTS-WITHHELD ' encrypts withheld from '
            'the re-send extract - operator not cleared for message '
            'content'
    END-IF
    IF ROWS-AFFECTED = 0 OR ARCHIVE-AVAILABLE NOT = 'Y'
        OR ENCRYPTS-WITHHELD > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-COMPROMISE-REQUEST.
    MOVE SPACES TO PARM-LINE
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE = SPACES
        ACCEPT PARM-LINE
    END-IF
    UNSTRING PARM-LINE DELIMITED BY ','
        INTO REQUEST-KEY-ID FROM-DATE-TEXT TO-DATE-TEXT
             REQUEST-OPERATOR REPLACEMENT-KEY-ID
    END-UNSTRING
    IF REQUEST-KEY-ID = SPACES OR FROM-DATE-TEXT = SPACES
        DISPLAY 'KEYCOMP: request must be <key-id>,<from-date>,'
            '<to-date>,<operator>[,<replacement-key>] - got "'
            PARM-LINE '"'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF FROM-DATE-TEXT IS NUMERIC
        MOVE FROM-DATE-TEXT TO FROM-DATE
    ELSE
        MOVE 0 TO FROM-DATE
    END-IF
    IF FROM-DATE = 0
        OR FUNCTION TEST-DATE-YYYYMMDD(FROM-DATE) NOT = 0
        DISPLAY 'KEYCOMP: from-date "' FROM-DATE-TEXT
            '" is not a valid YYYYMMDD date'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    *> only a blank to-date opens the window - a mistyped one is
    *> refused rather than read as "everything since"
    IF TO-DATE-TEXT = SPACES
        MOVE 99991231 TO TO-DATE
    ELSE
        IF TO-DATE-TEXT IS NUMERIC
            MOVE TO-DATE-TEXT TO TO-DATE
        ELSE
            MOVE 0 TO TO-DATE
        END-IF
        IF TO-DATE = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(TO-DATE) NOT = 0
            DISPLAY 'KEYCOMP: to-date "' TO-DATE-TEXT
                '" is not a valid YYYYMMDD date'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF FROM-DATE > TO-DATE
        DISPLAY 'KEYCOMP: from-date ' FROM-DATE
            ' is after to-date ' TO-DATE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF REPLACEMENT-KEY-ID = REQUEST-KEY-ID
        DISPLAY 'KEYCOMP: replacement key is the compromised key - '
            'extract will carry no key ID'
        MOVE SPACES TO REPLACEMENT-KEY-ID
    END-IF.
    EXIT.

*> The requesting operator must be on the profile file before a
*> single row is read - no operator, no profile file, or an
*> unknown ID refuses the run outright (return code 12), because
*> the stamp on every page has to be an identity somebody
*> vouched for, not whatever was typed on the card.
CHECK-OPERATOR-PROFILE.
    IF REQUEST-OPERATOR = SPACES
        DISPLAY 'KEYCOMP: no requesting operator on the request '
            'card - report refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PROFILE-FILE
    IF PROFILE-STATUS NOT = '00'
        DISPLAY 'KEYCOMP: operator profile file not available, '
            'status ' PROFILE-STATUS ' - report refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO OPERATOR-FOUND
    MOVE 'N' TO END-OF-PROFILES
    PERFORM UNTIL END-OF-PROFILES = 'Y' OR OPERATOR-FOUND = 'Y'
        READ PROFILE-FILE
            AT END
                MOVE 'Y' TO END-OF-PROFILES
            NOT AT END
                IF OP-OPERATOR-ID = REQUEST-OPERATOR
                    MOVE 'Y' TO OPERATOR-FOUND
                    MOVE OP-NAME TO OPERATOR-NAME
                    MOVE OP-CLEARANCE TO OPERATOR-CLEARANCE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROFILE-FILE
    IF OPERATOR-FOUND NOT = 'Y'
        DISPLAY 'KEYCOMP: operator "' REQUEST-OPERATOR
            '" is not on the profile file - report refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

*> The master is required; the archive is not - a window that
*> never reached past the retention period has no generations to
*> sweep. A report run without the archive says so on every page
*> and ends with return code 4, so nobody mistakes it for the
*> whole answer.
OPEN-PROGRAM-FILES.
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STATUS NOT = '00'
        DISPLAY 'KEYCOMP: unable to open history file, status '
            HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ARCHIVE-FILE
    IF ARCHIVE-STATUS = '00'
        MOVE 'Y' TO ARCHIVE-AVAILABLE
    ELSE
        DISPLAY 'KEYCOMP: archive not available, status '
            ARCHIVE-STATUS ' - history master only'
        MOVE 'N' TO ARCHIVE-AVAILABLE
    END-IF
    OPEN OUTPUT IMPACT-RPT-FILE
    OPEN OUTPUT EXTRACT-FILE
    IF IMPACT-RPT-STATUS NOT = '00' OR EXTRACT-STATUS NOT = '00'
        DISPLAY 'KEYCOMP: unable to open output files, report '
            'status ' IMPACT-RPT-STATUS ' extract status '
            EXTRACT-STATUS
        CLOSE HISTORY-FILE
        IF ARCHIVE-AVAILABLE = 'Y'
            CLOSE ARCHIVE-FILE
        END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

CLOSE-PROGRAM-FILES.
    CLOSE HISTORY-FILE
    IF ARCHIVE-AVAILABLE = 'Y'
        CLOSE ARCHIVE-FILE
    END-IF
    CLOSE IMPACT-RPT-FILE
    CLOSE EXTRACT-FILE.
    EXIT.

*> --- sort input: every row under the key inside the window ---
*> The master key leads with the message ID and the archive is
*> unkeyed, so both are full sweeps with a filter. An archived row
*> is laid over the master's record area so one test serves both.
SELECT-AFFECTED-ROWS.
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
            NOT AT END
                ADD 1 TO MASTER-ROWS-READ
                MOVE 'MASTER' TO SR-SOURCE
                PERFORM RELEASE-IF-AFFECTED
        END-READ
    END-PERFORM
    IF ARCHIVE-AVAILABLE = 'Y'
        PERFORM UNTIL END-OF-ARCHIVE = 'Y'
            READ ARCHIVE-FILE
                AT END
                    MOVE 'Y' TO END-OF-ARCHIVE
                NOT AT END
                    ADD 1 TO ARCHIVE-ROWS-READ
                    MOVE ARCHIVE-RECORD TO HISTORY-RECORD
                    MOVE 'ARCHIVE' TO SR-SOURCE
                    PERFORM RELEASE-IF-AFFECTED
            END-READ
        END-PERFORM
    END-IF.
    EXIT.

RELEASE-IF-AFFECTED.
    IF HM-KEY-ID = REQUEST-KEY-ID
        AND HM-RUN-DATE >= FROM-DATE
        AND HM-RUN-DATE <= TO-DATE
        MOVE HM-RUN-DATE TO SR-RUN-DATE
        MOVE HM-RUN-TIME TO SR-RUN-TIME
        MOVE HM-MSG-ID TO SR-MSG-ID
        MOVE HISTORY-RECORD TO SR-HISTORY-IMAGE
        RELEASE SORT-RECORD
    END-IF.
    EXIT.

*> --- sort output: the report in date order, with day breaks ---
PRINT-AFFECTED-ROWS.
    PERFORM RETURN-SORTED-ROW
    PERFORM UNTIL END-OF-SORT = 'Y'
        MOVE SR-HISTORY-IMAGE TO HISTORY-RECORD
        IF HM-RUN-DATE NOT = CURRENT-DAY
            IF CURRENT-DAY NOT = 0
                PERFORM WRITE-DAY-TOTAL
            END-IF
            PERFORM START-NEW-DAY
        END-IF
        PERFORM PRINT-AFFECTED-ROW
        PERFORM COUNT-STATION-ROW
        IF HM-MODE = 'E'
            IF OPERATOR-CLEARANCE = 'F'
                PERFORM EXTRACT-AFFECTED-ENCRYPT
            ELSE
                ADD 1 TO ENCRYPTS-WITHHELD
            END-IF
        END-IF
        PERFORM RETURN-SORTED-ROW
    END-PERFORM
    IF CURRENT-DAY NOT = 0
        PERFORM WRITE-DAY-TOTAL
    ELSE
        MOVE 2 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO IMPACT-RECORD
        STRING '  NO MESSAGE RAN UNDER THIS KEY INSIDE THE WINDOW'
            DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
        PERFORM WRITE-IMPACT-LINE
    END-IF.
    EXIT.

RETURN-SORTED-ROW.
    RETURN SORT-FILE
        AT END
            MOVE 'Y' TO END-OF-SORT
    END-RETURN.
    EXIT.

START-NEW-DAY.
    MOVE HM-RUN-DATE TO CURRENT-DAY
    MOVE 0 TO DAY-ROWS
    MOVE 0 TO DAY-ENCRYPTS
    MOVE 0 TO DAY-DECRYPTS
    MOVE 0 TO DAY-SOLVES
    ADD 1 TO DAYS-AFFECTED.
    EXIT.

*> One line of control fields per affected row, with the input
*> and result text underneath - in clear only for an operator
*> cleared for message content, redacted for everyone else, the
*> same rule HISTINQ prints by.
PRINT-AFFECTED-ROW.
    ADD 1 TO ROWS-AFFECTED
    ADD 1 TO DAY-ROWS
    EVALUATE HM-MODE
        WHEN 'E'
            ADD 1 TO DAY-ENCRYPTS
        WHEN 'D'
            ADD 1 TO DAY-DECRYPTS
        WHEN 'S'
            ADD 1 TO DAY-SOLVES
    END-EVALUATE
    MOVE 3 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO IMPACT-RECORD
    STRING HM-MSG-ID DELIMITED BY SIZE
        '  RUN: ' DELIMITED BY SIZE
        HM-RUN-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        HM-RUN-TIME DELIMITED BY SIZE
        '  MODE: ' DELIMITED BY SIZE
        HM-MODE DELIMITED BY SIZE
        '  CLASS: ' DELIMITED BY SIZE
        HM-PRIORITY DELIMITED BY SIZE
        '  STATION: ' DELIMITED BY SIZE
        HM-ORIGINATOR DELIMITED BY SIZE
        '  TYPE: ' DELIMITED BY SIZE
        HM-CIPHER-TYPE DELIMITED BY SIZE
        '  CHECK: ' DELIMITED BY SIZE
        HM-CHECK-GROUP DELIMITED BY SIZE
        '  FROM: ' DELIMITED BY SIZE
        SR-SOURCE DELIMITED BY SIZE
        INTO IMPACT-RECORD
    END-STRING
    PERFORM WRITE-IMPACT-LINE
    IF OPERATOR-CLEARANCE = 'F'
        MOVE SPACES TO IMPACT-RECORD
        STRING '  IN:  ' DELIMITED BY SIZE
            HM-INPUT-TEXT DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
        PERFORM WRITE-IMPACT-LINE
        MOVE SPACES TO IMPACT-RECORD
        STRING '  OUT: ' DELIMITED BY SIZE
            HM-RESULT-TEXT DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
        PERFORM WRITE-IMPACT-LINE
    ELSE
        MOVE SPACES TO IMPACT-RECORD
        STRING '  IN:  *** REDACTED ***' DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
        PERFORM WRITE-IMPACT-LINE
        MOVE SPACES TO IMPACT-RECORD
        STRING '  OUT: *** REDACTED ***' DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
        PERFORM WRITE-IMPACT-LINE
    END-IF.
    EXIT.

WRITE-DAY-TOTAL.
    MOVE 2 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO IMPACT-RECORD
    STRING '  TOTAL FOR ' DELIMITED BY SIZE
        CURRENT-DAY DELIMITED BY SIZE
        ': ' DELIMITED BY SIZE
        DAY-ROWS DELIMITED BY SIZE
        '  ENCRYPTS: ' DELIMITED BY SIZE
        DAY-ENCRYPTS DELIMITED BY SIZE
        '  DECRYPTS: ' DELIMITED BY SIZE
        DAY-DECRYPTS DELIMITED BY SIZE
        '  SOLVES: ' DELIMITED BY SIZE
        DAY-SOLVES DELIMITED BY SIZE
        INTO IMPACT-RECORD
    END-STRING
    PERFORM WRITE-IMPACT-LINE
    MOVE SPACES TO IMPACT-RECORD
    PERFORM WRITE-IMPACT-LINE.
    EXIT.

COUNT-STATION-ROW.
    MOVE 'N' TO STN-FOUND
    PERFORM VARYING STN-IDX FROM 1 BY 1
        UNTIL STN-IDX > STN-COUNT OR STN-FOUND = 'Y'
        IF STN-ID(STN-IDX) = HM-ORIGINATOR
            MOVE 'Y' TO STN-FOUND
        END-IF
    END-PERFORM
    IF STN-FOUND = 'Y'
        SET STN-IDX DOWN BY 1
    ELSE
        IF STN-COUNT >= 200
            ADD 1 TO STN-OVERFLOW-ROWS
        ELSE
            ADD 1 TO STN-COUNT
            SET STN-IDX TO STN-COUNT
            MOVE HM-ORIGINATOR TO STN-ID(STN-IDX)
            MOVE 0 TO STN-ROWS(STN-IDX)
            MOVE 0 TO STN-ENCRYPTS(STN-IDX)
            MOVE 0 TO STN-DECRYPTS(STN-IDX)
            MOVE 0 TO STN-SOLVES(STN-IDX)
            MOVE 'Y' TO STN-FOUND
        END-IF
    END-IF
    IF STN-FOUND = 'Y'
        ADD 1 TO STN-ROWS(STN-IDX)
        EVALUATE HM-MODE
            WHEN 'E'
                ADD 1 TO STN-ENCRYPTS(STN-IDX)
            WHEN 'D'
                ADD 1 TO STN-DECRYPTS(STN-IDX)
            WHEN 'S'
                ADD 1 TO STN-SOLVES(STN-IDX)
        END-EVALUATE
    END-IF.
    EXIT.

*> Rebuilds the message's original encrypt request from the row,
*> the way HISTBACK rebuilds a backout: single piece, retry count
*> restarted, the class it rode in under, digit switch 'N' (the
*> row does not carry it). The key is the replacement, never the
*> compromised one.
EXTRACT-AFFECTED-ENCRYPT.
    MOVE 'N' TO EXT-FOUND
    PERFORM VARYING EXT-IDX FROM 1 BY 1
        UNTIL EXT-IDX > EXT-COUNT OR EXT-FOUND = 'Y'
        IF EXT-ID(EXT-IDX) = HM-MSG-ID
            MOVE 'Y' TO EXT-FOUND
        END-IF
    END-PERFORM
    IF EXT-FOUND = 'Y'
        ADD 1 TO EXTRACT-REPEATS
    ELSE
        IF EXT-COUNT < 1000
            ADD 1 TO EXT-COUNT
            SET EXT-IDX TO EXT-COUNT
            MOVE HM-MSG-ID TO EXT-ID(EXT-IDX)
        END-IF
        MOVE SPACES TO QUEUE-RECORD
        MOVE HM-MSG-ID TO QR-MSG-ID
        MOVE 'E' TO QR-MODE
        MOVE REPLACEMENT-KEY-ID TO QR-KEY-ID
        IF REPLACEMENT-KEY-ID NOT = SPACES
            MOVE 0 TO QR-SHIFT
        END-IF
        MOVE 'N' TO QR-DIGIT-SWITCH
        MOVE 0 TO QR-RETRY-COUNT
        IF HM-PRIORITY = 'F' OR HM-PRIORITY = 'P'
            OR HM-PRIORITY = 'R'
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
        IF EXTRACT-STATUS NOT = '00'
            DISPLAY 'KEYCOMP: re-send extract write failed, status '
                EXTRACT-STATUS ' after ' ENCRYPTS-EXTRACTED
                ' messages - run abandoned'
            PERFORM CLOSE-PROGRAM-FILES
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO ENCRYPTS-EXTRACTED
    END-IF.
    EXIT.

*> Closing page: what each originating station sent or received
*> under the key, then the grand totals.
WRITE-STATION-TOTALS.
    MOVE 99 TO PAGE-LINE-COUNT
    MOVE 2 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO IMPACT-RECORD
    STRING 'TOTALS BY ORIGINATING STATION' DELIMITED BY SIZE
        INTO IMPACT-RECORD
    END-STRING
    PERFORM WRITE-IMPACT-LINE
    MOVE SPACES TO IMPACT-RECORD
    STRING '  STN     MESSAGES  ENCRYPTS  DECRYPTS    SOLVES'
        DELIMITED BY SIZE
        INTO IMPACT-RECORD
    END-STRING
    PERFORM WRITE-IMPACT-LINE
    PERFORM VARYING STN-IDX FROM 1 BY 1 UNTIL STN-IDX > STN-COUNT
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO IMPACT-RECORD
        STRING '  ' DELIMITED BY SIZE
            STN-ID(STN-IDX) DELIMITED BY SIZE
            '      ' DELIMITED BY SIZE
            STN-ROWS(STN-IDX) DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            STN-ENCRYPTS(STN-IDX) DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            STN-DECRYPTS(STN-IDX) DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            STN-SOLVES(STN-IDX) DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
        PERFORM WRITE-IMPACT-LINE
    END-PERFORM
    IF STN-OVERFLOW-ROWS > 0
        MOVE 1 TO LINES-NEEDED
        PERFORM CHECK-PAGE-ROOM
        MOVE SPACES TO IMPACT-RECORD
        STRING '  FURTHER STATIONS BEYOND THE TABLE - MESSAGES: '
            DELIMITED BY SIZE
            STN-OVERFLOW-ROWS DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
        PERFORM WRITE-IMPACT-LINE
    END-IF
    MOVE 4 TO LINES-NEEDED
    PERFORM CHECK-PAGE-ROOM
    MOVE SPACES TO IMPACT-RECORD
    PERFORM WRITE-IMPACT-LINE
    MOVE SPACES TO IMPACT-RECORD
    STRING 'MESSAGES AFFECTED: ' DELIMITED BY SIZE
        ROWS-AFFECTED DELIMITED BY SIZE
        '  DAYS AFFECTED: ' DELIMITED BY SIZE
        DAYS-AFFECTED DELIMITED BY SIZE
        '  ROWS SWEPT - MASTER: ' DELIMITED BY SIZE
        MASTER-ROWS-READ DELIMITED BY SIZE
        '  ARCHIVE: ' DELIMITED BY SIZE
        ARCHIVE-ROWS-READ DELIMITED BY SIZE
        INTO IMPACT-RECORD
    END-STRING
    PERFORM WRITE-IMPACT-LINE
    MOVE SPACES TO IMPACT-RECORD
    EVALUATE TRUE
        WHEN OPERATOR-CLEARANCE NOT = 'F'
            STRING 'RE-SEND EXTRACT WITHHELD - OPERATOR NOT CLEARED '
                DELIMITED BY SIZE
                'FOR MESSAGE CONTENT, ' DELIMITED BY SIZE
                ENCRYPTS-WITHHELD DELIMITED BY SIZE
                ' ENCRYPTS NOT EXTRACTED' DELIMITED BY SIZE
                INTO IMPACT-RECORD
            END-STRING
        WHEN REPLACEMENT-KEY-ID = SPACES
            STRING 'ENCRYPTS EXTRACTED FOR RE-SEND: ' DELIMITED BY SIZE
                ENCRYPTS-EXTRACTED DELIMITED BY SIZE
                '  (REPEATS NOT EXTRACTED: ' DELIMITED BY SIZE
                EXTRACT-REPEATS DELIMITED BY SIZE
                ')  NO REPLACEMENT KEY NAMED - ASSIGN ONE BEFORE QEDIT'
                DELIMITED BY SIZE
                INTO IMPACT-RECORD
            END-STRING
        WHEN OTHER
            STRING 'ENCRYPTS EXTRACTED FOR RE-SEND: ' DELIMITED BY SIZE
                ENCRYPTS-EXTRACTED DELIMITED BY SIZE
                '  (REPEATS NOT EXTRACTED: ' DELIMITED BY SIZE
                EXTRACT-REPEATS DELIMITED BY SIZE
                ')  UNDER REPLACEMENT KEY ' DELIMITED BY SIZE
                REPLACEMENT-KEY-ID DELIMITED BY SIZE
                INTO IMPACT-RECORD
            END-STRING
    END-EVALUATE
    PERFORM WRITE-IMPACT-LINE.
    EXIT.

*> Starts a fresh page when the lines about to be written would
*> run past the bottom of this one.
CHECK-PAGE-ROOM.
    IF PAGE-LINE-COUNT + LINES-NEEDED > LINES-PER-PAGE
        PERFORM WRITE-PAGE-HEADER
    END-IF.
    EXIT.

*> Every page carries the key, the window and the requesting
*> operator with the clearance the text was printed under, so a
*> page separated from the rest of the report still says who
*> asked and what they were entitled to see.
WRITE-PAGE-HEADER.
    ADD 1 TO REPORT-PAGE-NO
    MOVE 0 TO PAGE-LINE-COUNT
    IF REPORT-PAGE-NO > 1
        MOVE SPACES TO IMPACT-RECORD
        PERFORM WRITE-IMPACT-LINE
    END-IF
    MOVE SPACES TO IMPACT-RECORD
    STRING 'KEY COMPROMISE IMPACT REPORT  KEY: ' DELIMITED BY SIZE
        REQUEST-KEY-ID DELIMITED BY SIZE
        '  WINDOW: ' DELIMITED BY SIZE
        FROM-DATE DELIMITED BY SIZE
        ' TO ' DELIMITED BY SIZE
        TO-DATE DELIMITED BY SIZE
        '  RUN DATE: ' DELIMITED BY SIZE
        RUN-DATE DELIMITED BY SIZE
        '  PAGE: ' DELIMITED BY SIZE
        REPORT-PAGE-NO DELIMITED BY SIZE
        INTO IMPACT-RECORD
    END-STRING
    PERFORM WRITE-IMPACT-LINE
    MOVE SPACES TO IMPACT-RECORD
    IF OPERATOR-CLEARANCE = 'F'
        STRING 'REQUESTED BY: ' DELIMITED BY SIZE
            REQUEST-OPERATOR DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            OPERATOR-NAME DELIMITED BY SIZE
            '  CLEARANCE: FULL' DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
    ELSE
        STRING 'REQUESTED BY: ' DELIMITED BY SIZE
            REQUEST-OPERATOR DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            OPERATOR-NAME DELIMITED BY SIZE
            '  CLEARANCE: CONTROL FIELDS ONLY - TEXT REDACTED'
            DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
    END-IF
    PERFORM WRITE-IMPACT-LINE
    MOVE SPACES TO IMPACT-RECORD
    IF ARCHIVE-AVAILABLE = 'Y'
        STRING 'SOURCES: HISTORY MASTER AND ARCHIVE' DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
    ELSE
        STRING 'SOURCES: HISTORY MASTER ONLY - ARCHIVE NOT AVAILABLE,'
            DELIMITED BY SIZE
            ' PURGED ROWS NOT SWEPT' DELIMITED BY SIZE
            INTO IMPACT-RECORD
        END-STRING
    END-IF
    PERFORM WRITE-IMPACT-LINE
    MOVE SPACES TO IMPACT-RECORD
    PERFORM WRITE-IMPACT-LINE.
    EXIT.

WRITE-IMPACT-LINE.
    WRITE IMPACT-RECORD
    ADD 1 TO PAGE-LINE-COUNT.
    EXIT.

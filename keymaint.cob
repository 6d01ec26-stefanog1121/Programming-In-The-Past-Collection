*> page of keys expiring within the next N days (PARM/SYSIN card
*> overrides the standing 14) so replacements can be cut before
*> RESOLVE-MESSAGE-KEY starts failing messages.
*> No key change rests on one operator's hand. The run comes in
*> two shapes on the PARM/SYSIN card:
*>   S,<operator>          submit - every KEYTRANS card is edited
*>                         and filed on the pending-transaction
*>                         file under the submitting operator; the
*>                         key file is not touched
*>   A,<operator>[,<days>] approve - a different operator works the
*>                         KEYAPPRV cards, each approving or refusing
*>                         one pending transaction by the reference
*>                         the submit register printed; only
*>                         approved transactions reach the key file
*> Both operators must be on the operator profile file, and nobody
*> may approve a transaction they submitted. A transaction nobody
*> approves within the standing three days expires off the pending
*> file with a warning at the next approval run. The approval
*> register shows both operators on every change it applies.
*> Every added or changed key is judged against the security
*> officer's key quality policy, once when it is submitted and
*> again when it is applied (the policy may have tightened while
*> it waited); a weak key is refused with the policy's reason.
IDENTIFICATION DIVISION.
    PROGRAM-ID. KEYMAINT.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KEY-TRANS-STATUS.

    *> transactions submitted and awaiting a second operator
    SELECT PENDING-FILE ASSIGN TO "KEYPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PT-KEY
        FILE STATUS IS PENDING-STATUS.

    *> the approving operator's decisions, one card per pending
    *> transaction: A or R, then the pending reference
    SELECT APPROVAL-FILE ASSIGN TO "KEYAPPRV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPROVAL-STATUS.

    *> cleared operators - submitter and approver must both be here
    SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROFILE-STATUS.

    *> the indexed key file IDEONE resolves key IDs against -
    *> maintained in place, never rebuilt
    SELECT KEY-FILE ASSIGN TO "CIPHKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VALID-STATUS.

    *> key quality policy cards (layout in CIPHYREC)
    SELECT POLICY-FILE ASSIGN TO "KEYPOLCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.

    *> printed maintenance register and expiry warning page
    SELECT REGISTER-FILE ASSIGN TO "KEYMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
FD  KEY-TRANS-FILE.
    01 KEY-TRANS-CARD      PIC X(68).

FD  PENDING-FILE.
    COPY CIPHTREC.

FD  APPROVAL-FILE.
    01 APPROVAL-RECORD.
        05 AP-DECISION         PIC X.
        05 FILLER              PIC X.
        05 AP-PENDING-REF      PIC X(20).
        05 FILLER              PIC X.
        05 AP-REASON           PIC X(45).

FD  PROFILE-FILE.
    COPY CIPHPREC.

FD  KEY-FILE.
    COPY CIPHKREC.
FD  VALID-FILE.
    COPY CIPHQREC.

FD  POLICY-FILE.
    COPY CIPHYREC.

FD  REGISTER-FILE.
    01 REGISTER-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
    *> the transaction being edited or applied - read off a
    *> KEYTRANS card in a submit run, taken back off its pending
    *> record in an approval run
    01 KEY-TRANS-RECORD.
        05 KT-ACTION           PIC X.
        05 KT-KEY-ID           PIC X(8).
        05 KT-CIPHER-TYPE      PIC X.
        05 KT-SHIFT            PIC S99.
        05 KT-KEYWORD          PIC X(20).
        05 KT-EFFECTIVE-DATE   PIC 9(8).
        05 KT-EXPIRY-DATE      PIC 9(8).
        05 KT-TRANS-KEYWORD    PIC X(20).

    01 KEY-TRANS-STATUS     PIC XX VALUE SPACES.
    01 PENDING-STATUS       PIC XX VALUE SPACES.
    01 APPROVAL-STATUS      PIC XX VALUE SPACES.
    01 PROFILE-STATUS       PIC XX VALUE SPACES.
    01 END-OF-PENDING       PIC X VALUE 'N'.
    01 END-OF-APPROVALS     PIC X VALUE 'N'.
    01 END-OF-PROFILES      PIC X VALUE 'N'.
    01 KEY-FILE-STATUS      PIC XX VALUE SPACES.
    01 VALID-STATUS         PIC XX VALUE SPACES.
    01 REGISTER-STATUS      PIC XX VALUE SPACES.
    01 POLICY-STATUS        PIC XX VALUE SPACES.
    01 END-OF-TRANS         PIC X VALUE 'N'.
    01 END-OF-QUEUE         PIC X VALUE 'N'.
    01 END-OF-KEYS          PIC X VALUE 'N'.
        05 TRANS-APPLIED    PIC 9(6) VALUE 0.
        05 TRANS-REFUSED    PIC 9(6) VALUE 0.
        05 KEYS-EXPIRING    PIC 9(6) VALUE 0.
        05 TRANS-SUBMITTED  PIC 9(6) VALUE 0.
        05 APPROVALS-READ   PIC 9(6) VALUE 0.
        05 CARDS-REFUSED    PIC 9(6) VALUE 0.
        05 TRANS-DECLINED   PIC 9(6) VALUE 0.
        05 TRANS-EXPIRED    PIC 9(6) VALUE 0.
        05 TRANS-AWAITING   PIC 9(6) VALUE 0.

    *> S = submit run, A = approval run, and who is running it
    01 REQUEST-AREAS.
        05 MAINT-FUNCTION   PIC X VALUE SPACES.
        05 REQUEST-OPERATOR PIC X(8) VALUE SPACES.
        05 WARNING-DAYS-TEXT PIC X(3) VALUE SPACES.
        05 OPERATOR-FOUND   PIC X VALUE 'N'.
        05 OPERATOR-NAME    PIC X(25) VALUE SPACES.

    *> a submitted transaction may wait this many days for its
    *> second operator before the approval run expires it
    77 APPROVAL-DAYS        PIC 9(3) VALUE 3.

    01 PENDING-AREAS.
        05 RUN-TIME         PIC 9(8) VALUE 0.
        05 DEADLINE-INTEGER PIC 9(7) VALUE 0.
        05 DEADLINE-DATE    PIC 9(8) VALUE 0.
        05 CARD-REFUSAL     PIC X(45) VALUE SPACES.
        05 PENDING-REF-TEXT PIC X(20) VALUE SPACES.

    *> verdict for the transaction currently being applied -
    *> spaces means it went through
        05 WARNING-DATE     PIC 9(8) VALUE 0.
        05 WARNING-INTEGER  PIC 9(7) VALUE 0.

    COPY CIPHYWRK.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-MAINT-REQUEST
    PERFORM CHECK-OPERATOR-PROFILE
    PERFORM GET-KEY-POLICY
    PERFORM COMPUTE-WARNING-DATE
    IF MAINT-FUNCTION = 'S'
        PERFORM SUBMIT-TRANSACTIONS
    ELSE
        PERFORM APPROVE-TRANSACTIONS
    END-IF.
    STOP RUN.

*> --- submit run: edit each card and file it for approval ---
SUBMIT-TRANSACTIONS.
    PERFORM OPEN-SUBMIT-FILES
    PERFORM WRITE-REGISTER-HEADER
    PERFORM READ-KEY-TRANS
    PERFORM UNTIL END-OF-TRANS = 'Y'
        PERFORM SUBMIT-ONE-TRANSACTION
        PERFORM READ-KEY-TRANS
    END-PERFORM
    CLOSE KEY-TRANS-FILE
    CLOSE PENDING-FILE
    CLOSE REGISTER-FILE
    DISPLAY 'KEYMAINT: ' TRANS-READ ' transactions read, '
        TRANS-SUBMITTED ' submitted for approval, ' TRANS-REFUSED
        ' refused'
    IF TRANS-REFUSED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    EXIT.

*> --- approval run: a second operator decides each one ---
APPROVE-TRANSACTIONS.
    PERFORM OPEN-APPROVAL-FILES
    PERFORM LOAD-REFERENCED-KEYS
    PERFORM WRITE-REGISTER-HEADER
    PERFORM EXPIRE-OVERDUE-TRANSACTIONS
    PERFORM READ-APPROVAL-CARD
    PERFORM UNTIL END-OF-APPROVALS = 'Y'
        PERFORM APPROVE-ONE-CARD
        PERFORM READ-APPROVAL-CARD
    END-PERFORM
    PERFORM WRITE-AWAITING-APPROVAL-PAGE
    PERFORM WRITE-EXPIRY-WARNING-PAGE
    CLOSE APPROVAL-FILE
    CLOSE PENDING-FILE
    CLOSE KEY-FILE
    CLOSE REGISTER-FILE
    DISPLAY 'KEYMAINT: ' APPROVALS-READ ' approval cards read, '
        TRANS-APPLIED ' applied, ' TRANS-REFUSED ' refused on apply, '
        TRANS-DECLINED ' refused by approver, ' CARDS-REFUSED
        ' cards refused'
    DISPLAY 'KEYMAINT: ' TRANS-EXPIRED ' expired unapproved, '
        TRANS-AWAITING ' still awaiting approval, ' KEYS-EXPIRING
        ' keys expiring within ' WARNING-DAYS ' days'
    IF TRANS-EXPIRED > 0
        DISPLAY 'KEYMAINT: WARNING - ' TRANS-EXPIRED
            ' transactions expired without approval - see register'
    END-IF
    IF TRANS-REFUSED > 0 OR CARDS-REFUSED > 0 OR TRANS-EXPIRED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    EXIT.

GET-MAINT-REQUEST.
    MOVE SPACES TO PARM-LINE
    ACCEPT PARM-LINE FROM COMMAND-LINE
    IF PARM-LINE = SPACES
        ACCEPT PARM-LINE
    END-IF
    UNSTRING PARM-LINE DELIMITED BY ','
        INTO MAINT-FUNCTION REQUEST-OPERATOR WARNING-DAYS-TEXT
    END-UNSTRING
    IF MAINT-FUNCTION NOT = 'S' AND MAINT-FUNCTION NOT = 'A'
        DISPLAY 'KEYMAINT: request must be S,<operator> or '
            'A,<operator>[,<warning-days>] - got "' PARM-LINE '"'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WARNING-DAYS-TEXT NOT = SPACES
        COMPUTE WARNING-DAYS = FUNCTION NUMVAL(WARNING-DAYS-TEXT)
    END-IF.
    EXIT.

*> Either operator must be on the profile file before a card is
*> read - no operator, no profile file, or an unknown ID refuses
*> the run outright (return code 12): dual control is only as good
*> as the identities on the register.
CHECK-OPERATOR-PROFILE.
    IF REQUEST-OPERATOR = SPACES
        DISPLAY 'KEYMAINT: no operator on the request card - '
            'run refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PROFILE-FILE
    IF PROFILE-STATUS NOT = '00'
        DISPLAY 'KEYMAINT: operator profile file not available, '
            'status ' PROFILE-STATUS ' - run refused'
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
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROFILE-FILE
    IF OPERATOR-FOUND NOT = 'Y'
        DISPLAY 'KEYMAINT: operator "' REQUEST-OPERATOR
            '" is not on the profile file - run refused'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

COMPUTE-WARNING-DATE.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-TIME FROM TIME
    COMPUTE WARNING-INTEGER =
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) + WARNING-DAYS
    COMPUTE WARNING-DATE =
        FUNCTION DATE-OF-INTEGER(WARNING-INTEGER)
    COMPUTE DEADLINE-INTEGER =
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) + APPROVAL-DAYS
    COMPUTE DEADLINE-DATE =
        FUNCTION DATE-OF-INTEGER(DEADLINE-INTEGER).
    EXIT.

*> No key is admitted without the policy to judge it by, and a
*> policy card this program cannot read means the policy is not
*> the one the security officer wrote - either stops the run.
GET-KEY-POLICY.
    MOVE 'KEYMAINT' TO POLICY-CALLER
    PERFORM LOAD-KEY-POLICY
    IF POLICY-LOADED NOT = 'Y'
        DISPLAY 'KEYMAINT: unable to open key policy file, status '
            POLICY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF POLICY-CARDS-REJECTED > 0
        DISPLAY 'KEYMAINT: ' POLICY-CARDS-REJECTED
            ' key policy cards not understood - run stopped'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

OPEN-SUBMIT-FILES.
    OPEN INPUT KEY-TRANS-FILE
    IF KEY-TRANS-STATUS NOT = '00'
        DISPLAY 'KEYMAINT: unable to open transaction file, '
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-PENDING-FILE
    IF PENDING-STATUS NOT = '00'
        CLOSE KEY-TRANS-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REGISTER-FILE
    IF REGISTER-STATUS NOT = '00'
        DISPLAY 'KEYMAINT: unable to open register file, status '
            REGISTER-STATUS
        CLOSE KEY-TRANS-FILE
        CLOSE PENDING-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

OPEN-APPROVAL-FILES.
    OPEN INPUT APPROVAL-FILE
    IF APPROVAL-STATUS NOT = '00'
        DISPLAY 'KEYMAINT: unable to open approval file, '
            'status ' APPROVAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    *> maintenance presumes a live file - a missing key file is a
    *> job set up against the wrong catalog, not a first load, so
    *> stop rather than quietly build a file holding only today's
    IF KEY-FILE-STATUS NOT = '00'
        DISPLAY 'KEYMAINT: unable to open key file, status '
            KEY-FILE-STATUS ' - run KEYLOAD to build it first'
        CLOSE APPROVAL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-PENDING-FILE
    IF PENDING-STATUS NOT = '00'
        CLOSE APPROVAL-FILE
        CLOSE KEY-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF REGISTER-STATUS NOT = '00'
        DISPLAY 'KEYMAINT: unable to open register file, status '
            REGISTER-STATUS
        CLOSE APPROVAL-FILE
        CLOSE KEY-FILE
        CLOSE PENDING-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    EXIT.

*> The pending file starts life empty at the first submit run, so
*> a missing one is created here rather than refused.
OPEN-PENDING-FILE.
    OPEN I-O PENDING-FILE
    IF PENDING-STATUS = '35'
        DISPLAY 'KEYMAINT: pending-transaction file not found - '
            'creating it'
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF
    IF PENDING-STATUS NOT = '00'
        DISPLAY 'KEYMAINT: unable to open pending-transaction file, '
            'status ' PENDING-STATUS
    END-IF.
    EXIT.

*> Sweeps the validated queue once, collecting every distinct key
*> ID a queued message still names. Control records and messages
*> without a key ID contribute nothing.
    EXIT.

READ-KEY-TRANS.
    READ KEY-TRANS-FILE INTO KEY-TRANS-RECORD
        AT END
            MOVE 'Y' TO END-OF-TRANS
        NOT AT END
    END-READ.
    EXIT.

*> A card is edited as far as it can be without the key file
*> before it is filed - an approver should never be asked to
*> approve a transaction that could not work. Whether the key is
*> on file, and whether the queue still names it, is judged when
*> the transaction is applied, against the file as it then is.
SUBMIT-ONE-TRANSACTION.
    MOVE SPACES TO REFUSAL-REASON
    IF KT-KEY-ID = SPACES
        MOVE 'NO KEY ID ON TRANSACTION' TO REFUSAL-REASON
    ELSE
        EVALUATE KT-ACTION
            WHEN 'A'
            WHEN 'C'
                PERFORM EDIT-KEY-FIELDS
            WHEN 'E'
            WHEN 'D'
                CONTINUE
            WHEN OTHER
                MOVE 'ACTION NOT A, C, E OR D' TO REFUSAL-REASON
        END-EVALUATE
    END-IF
    IF REFUSAL-REASON = SPACES
        PERFORM FILE-PENDING-TRANSACTION
    END-IF
    IF REFUSAL-REASON = SPACES
        ADD 1 TO TRANS-SUBMITTED
    ELSE
        ADD 1 TO TRANS-REFUSED
    END-IF
    PERFORM WRITE-SUBMIT-LINE.
    EXIT.

FILE-PENDING-TRANSACTION.
    MOVE SPACES TO PENDING-TRANS-RECORD
    MOVE TODAY-DATE TO PT-SUBMIT-DATE
    MOVE RUN-TIME TO PT-SUBMIT-TIME
    MOVE TRANS-READ TO PT-SEQUENCE
    MOVE 'P' TO PT-STATUS
    MOVE REQUEST-OPERATOR TO PT-SUBMIT-OPERATOR
    MOVE DEADLINE-DATE TO PT-DEADLINE-DATE
    MOVE 0 TO PT-DECISION-DATE
    MOVE KEY-TRANS-RECORD TO PT-TRANSACTION
    WRITE PENDING-TRANS-RECORD
        INVALID KEY
            MOVE 'PENDING REFERENCE ALREADY ON FILE'
                TO REFUSAL-REASON
    END-WRITE
    MOVE PT-KEY TO PENDING-REF-TEXT.
    EXIT.

READ-APPROVAL-CARD.
    READ APPROVAL-FILE
        AT END
            MOVE 'Y' TO END-OF-APPROVALS
        NOT AT END
            ADD 1 TO APPROVALS-READ
    END-READ.
    EXIT.

*> Sweeps the pending file before any card is worked and expires
*> everything still waiting past its deadline - a change nobody
*> would vouch for in three days is not applied on the fourth.
EXPIRE-OVERDUE-TRANSACTIONS.
    MOVE SPACES TO REGISTER-RECORD
    STRING 'TRANSACTIONS EXPIRED UNAPPROVED' DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE 'N' TO END-OF-PENDING
    MOVE LOW-VALUES TO PT-KEY
    START PENDING-FILE KEY NOT < PT-KEY
        INVALID KEY
            MOVE 'Y' TO END-OF-PENDING
    END-START
    PERFORM UNTIL END-OF-PENDING = 'Y'
        READ PENDING-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO END-OF-PENDING
            NOT AT END
                IF PT-STATUS = 'P' AND PT-DEADLINE-DATE < TODAY-DATE
                    PERFORM EXPIRE-ONE-TRANSACTION
                END-IF
        END-READ
    END-PERFORM
    IF TRANS-EXPIRED = 0
        MOVE SPACES TO REGISTER-RECORD
        STRING '  NONE' DELIMITED BY SIZE INTO REGISTER-RECORD
        END-STRING
        WRITE REGISTER-RECORD
    END-IF
    MOVE SPACES TO REGISTER-RECORD
    WRITE REGISTER-RECORD.
    EXIT.

EXPIRE-ONE-TRANSACTION.
    MOVE 'X' TO PT-STATUS
    MOVE TODAY-DATE TO PT-DECISION-DATE
    MOVE 'NOT APPROVED BY DEADLINE' TO PT-REASON
    REWRITE PENDING-TRANS-RECORD
        INVALID KEY
            DISPLAY 'KEYMAINT: pending file rewrite failed, status '
                PENDING-STATUS
    END-REWRITE
    ADD 1 TO TRANS-EXPIRED
    MOVE PT-TRANSACTION TO KEY-TRANS-RECORD
    MOVE PT-KEY TO PENDING-REF-TEXT
    MOVE SPACES TO REGISTER-RECORD
    STRING '  WARNING - ' DELIMITED BY SIZE
        KT-ACTION DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        KT-KEY-ID DELIMITED BY SIZE
        '  REF: ' DELIMITED BY SIZE
        PENDING-REF-TEXT DELIMITED BY SIZE
        '  SUBMITTED BY: ' DELIMITED BY SIZE
        PT-SUBMIT-OPERATOR DELIMITED BY SIZE
        '  DEADLINE: ' DELIMITED BY SIZE
        PT-DEADLINE-DATE DELIMITED BY SIZE
        '  EXPIRED, NOT APPLIED' DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

*> One approval card, one pending transaction. A card that names
*> nothing pending, or that would have the submitter approve their
*> own change, is refused and leaves the transaction untouched for
*> a proper second operator. An approved transaction goes through
*> the same apply logic maintenance has always used, so the key
*> file edits and the validated-queue protection still stand
*> between an approval and the file.
APPROVE-ONE-CARD.
    MOVE SPACES TO CARD-REFUSAL
    MOVE SPACES TO REFUSAL-REASON
    MOVE AP-PENDING-REF TO PENDING-REF-TEXT
    IF AP-DECISION NOT = 'A' AND AP-DECISION NOT = 'R'
        MOVE 'DECISION NOT A OR R' TO CARD-REFUSAL
    ELSE
        MOVE AP-PENDING-REF TO PT-KEY
        READ PENDING-FILE
            INVALID KEY
                MOVE 'NO TRANSACTION UNDER THAT REFERENCE'
                    TO CARD-REFUSAL
        END-READ
    END-IF
    IF CARD-REFUSAL = SPACES
        EVALUATE PT-STATUS
            WHEN 'P'
                CONTINUE
            WHEN 'X'
                MOVE 'EXPIRED UNAPPROVED - SUBMIT IT AGAIN'
                    TO CARD-REFUSAL
            WHEN OTHER
                MOVE 'ALREADY DECIDED - NO LONGER PENDING'
                    TO CARD-REFUSAL
        END-EVALUATE
    END-IF
    IF CARD-REFUSAL = SPACES
        AND PT-SUBMIT-OPERATOR = REQUEST-OPERATOR
        MOVE 'SUBMITTER MAY NOT APPROVE OWN TRANSACTION'
            TO CARD-REFUSAL
    END-IF
    IF CARD-REFUSAL NOT = SPACES
        ADD 1 TO CARDS-REFUSED
        PERFORM WRITE-CARD-REFUSED-LINE
    ELSE
        MOVE PT-TRANSACTION TO KEY-TRANS-RECORD
        IF AP-DECISION = 'R'
            ADD 1 TO TRANS-DECLINED
            MOVE 'R' TO PT-STATUS
            IF AP-REASON = SPACES
                MOVE 'REFUSED BY APPROVING OPERATOR' TO PT-REASON
            ELSE
                MOVE AP-REASON TO PT-REASON
            END-IF
            PERFORM WRITE-DECLINED-LINE
        ELSE
            PERFORM APPLY-ONE-TRANSACTION
            IF REFUSAL-REASON = SPACES
                MOVE 'A' TO PT-STATUS
            ELSE
                MOVE 'E' TO PT-STATUS
            END-IF
            MOVE REFUSAL-REASON TO PT-REASON
        END-IF
        MOVE REQUEST-OPERATOR TO PT-APPROVE-OPERATOR
        MOVE TODAY-DATE TO PT-DECISION-DATE
        REWRITE PENDING-TRANS-RECORD
            INVALID KEY
                DISPLAY 'KEYMAINT: pending file rewrite failed for '
                    PENDING-REF-TEXT ' status ' PENDING-STATUS
        END-REWRITE
    END-IF.
    EXIT.

*> One transaction, one verdict on the register. An add or a
*> change carries a whole key and is edited like a KEYLOAD card;
*> an expire or a delete names an existing key and must clear the
    EXIT.

*> The same edits KEYLOAD applies to a load card: a key that
*> cannot work, or that the key quality policy judges weak, must
*> not reach the file by the maintenance door either.
EDIT-KEY-FIELDS.
    IF KT-CIPHER-TYPE NOT = 'C' AND KT-CIPHER-TYPE NOT = 'V'
        AND KT-CIPHER-TYPE NOT = 'T' AND KT-CIPHER-TYPE NOT = 'S'
        MOVE 'CIPHER TYPE NOT C, V, T OR S' TO REFUSAL-REASON
    ELSE
        IF KT-CIPHER-TYPE = 'V' AND KT-KEYWORD = SPACES
            MOVE 'VIGENERE KEY WITH NO KEYWORD' TO REFUSAL-REASON
        END-IF
        IF (KT-CIPHER-TYPE = 'T' OR KT-CIPHER-TYPE = 'S')
            AND KT-TRANS-KEYWORD = SPACES
            MOVE 'TRANSPOSITION KEY WITH NO COLUMN KEYWORD'
                TO REFUSAL-REASON
        END-IF
    END-IF
    IF REFUSAL-REASON = SPACES
        MOVE KT-CIPHER-TYPE TO POLICY-CIPHER-TYPE
        MOVE KT-SHIFT TO POLICY-SHIFT
        MOVE KT-KEYWORD TO POLICY-KEYWORD
        MOVE KT-TRANS-KEYWORD TO POLICY-TRANS-KEYWORD
        PERFORM CHECK-KEY-POLICY
        MOVE POLICY-VERDICT TO REFUSAL-REASON
    END-IF.
    EXIT.

        MOVE KT-KEYWORD TO KF-KEYWORD
        MOVE KT-EFFECTIVE-DATE TO KF-EFFECTIVE-DATE
        MOVE KT-EXPIRY-DATE TO KF-EXPIRY-DATE
        MOVE KT-TRANS-KEYWORD TO KF-TRANS-KEYWORD
        WRITE KEY-FILE-RECORD
            INVALID KEY
                MOVE 'KEY ID ALREADY ON FILE' TO REFUSAL-REASON
        MOVE KT-KEYWORD TO KF-KEYWORD
        MOVE KT-EFFECTIVE-DATE TO KF-EFFECTIVE-DATE
        MOVE KT-EXPIRY-DATE TO KF-EXPIRY-DATE
        MOVE KT-TRANS-KEYWORD TO KF-TRANS-KEYWORD
        REWRITE KEY-FILE-RECORD
            INVALID KEY
                MOVE 'KEY FILE REWRITE FAILED' TO REFUSAL-REASON

WRITE-REGISTER-HEADER.
    MOVE SPACES TO REGISTER-RECORD
    IF MAINT-FUNCTION = 'S'
        STRING 'KEY MAINTENANCE REGISTER - SUBMISSIONS  RUN DATE: '
            DELIMITED BY SIZE
            TODAY-DATE DELIMITED BY SIZE
            '  SUBMITTED BY: ' DELIMITED BY SIZE
            REQUEST-OPERATOR DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            OPERATOR-NAME DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    ELSE
        STRING 'KEY MAINTENANCE REGISTER - APPROVALS  RUN DATE: '
            DELIMITED BY SIZE
            TODAY-DATE DELIMITED BY SIZE
            '  APPROVING OPERATOR: ' DELIMITED BY SIZE
            REQUEST-OPERATOR DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            OPERATOR-NAME DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    END-IF
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    WRITE REGISTER-RECORD.
    EXIT.

*> An applied change shows the submitter and the approver under
*> it, so every change on the key file has two names against it.
WRITE-REGISTER-LINE.
    MOVE SPACES TO REGISTER-RECORD
    IF REFUSAL-REASON = SPACES
            INTO REGISTER-RECORD
        END-STRING
    END-IF
    WRITE REGISTER-RECORD
    PERFORM WRITE-OPERATORS-LINE.
    EXIT.

WRITE-OPERATORS-LINE.
    MOVE SPACES TO REGISTER-RECORD
    STRING '     REF: ' DELIMITED BY SIZE
        PENDING-REF-TEXT DELIMITED BY SIZE
        '  SUBMITTED BY: ' DELIMITED BY SIZE
        PT-SUBMIT-OPERATOR DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        PT-SUBMIT-DATE DELIMITED BY SIZE
        '  APPROVED BY: ' DELIMITED BY SIZE
        REQUEST-OPERATOR DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

WRITE-DECLINED-LINE.
    MOVE SPACES TO REGISTER-RECORD
    STRING KT-ACTION DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        KT-KEY-ID DELIMITED BY SIZE
        '  NOT APPROVED - ' DELIMITED BY SIZE
        PT-REASON DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    STRING '     REF: ' DELIMITED BY SIZE
        PENDING-REF-TEXT DELIMITED BY SIZE
        '  SUBMITTED BY: ' DELIMITED BY SIZE
        PT-SUBMIT-OPERATOR DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        PT-SUBMIT-DATE DELIMITED BY SIZE
        '  REFUSED BY: ' DELIMITED BY SIZE
        REQUEST-OPERATOR DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

WRITE-CARD-REFUSED-LINE.
    MOVE SPACES TO REGISTER-RECORD
    STRING AP-DECISION DELIMITED BY SIZE
        '  REF: ' DELIMITED BY SIZE
        PENDING-REF-TEXT DELIMITED BY SIZE
        '  CARD REFUSED - ' DELIMITED BY SIZE
        CARD-REFUSAL DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

WRITE-SUBMIT-LINE.
    MOVE SPACES TO REGISTER-RECORD
    IF REFUSAL-REASON = SPACES
        STRING KT-ACTION DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            KT-KEY-ID DELIMITED BY SIZE
            '  SUBMITTED  REF: ' DELIMITED BY SIZE
            PENDING-REF-TEXT DELIMITED BY SIZE
            '  APPROVE BY: ' DELIMITED BY SIZE
            DEADLINE-DATE DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    ELSE
        STRING KT-ACTION DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            KT-KEY-ID DELIMITED BY SIZE
            '  REFUSED - ' DELIMITED BY SIZE
            REFUSAL-REASON DELIMITED BY SIZE
            INTO REGISTER-RECORD
        END-STRING
    END-IF
    WRITE REGISTER-RECORD.
    EXIT.

*> Whatever is still waiting for a second operator after today's
*> cards, with the date it will expire, so nothing lapses unseen.
WRITE-AWAITING-APPROVAL-PAGE.
    MOVE SPACES TO REGISTER-RECORD
    WRITE REGISTER-RECORD
    MOVE SPACES TO REGISTER-RECORD
    STRING 'TRANSACTIONS STILL AWAITING APPROVAL' DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD
    MOVE 'N' TO END-OF-PENDING
    MOVE LOW-VALUES TO PT-KEY
    START PENDING-FILE KEY NOT < PT-KEY
        INVALID KEY
            MOVE 'Y' TO END-OF-PENDING
    END-START
    PERFORM UNTIL END-OF-PENDING = 'Y'
        READ PENDING-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO END-OF-PENDING
            NOT AT END
                IF PT-STATUS = 'P'
                    PERFORM WRITE-AWAITING-LINE
                END-IF
        END-READ
    END-PERFORM
    IF TRANS-AWAITING = 0
        MOVE SPACES TO REGISTER-RECORD
        STRING '  NONE' DELIMITED BY SIZE INTO REGISTER-RECORD
        END-STRING
        WRITE REGISTER-RECORD
    END-IF.
    EXIT.

WRITE-AWAITING-LINE.
    ADD 1 TO TRANS-AWAITING
    MOVE PT-TRANSACTION TO KEY-TRANS-RECORD
    MOVE PT-KEY TO PENDING-REF-TEXT
    MOVE SPACES TO REGISTER-RECORD
    STRING '  ' DELIMITED BY SIZE
        KT-ACTION DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        KT-KEY-ID DELIMITED BY SIZE
        '  REF: ' DELIMITED BY SIZE
        PENDING-REF-TEXT DELIMITED BY SIZE
        '  SUBMITTED BY: ' DELIMITED BY SIZE
        PT-SUBMIT-OPERATOR DELIMITED BY SIZE
        '  EXPIRES AFTER: ' DELIMITED BY SIZE
        PT-DEADLINE-DATE DELIMITED BY SIZE
        INTO REGISTER-RECORD
    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

    END-STRING
    WRITE REGISTER-RECORD.
    EXIT.

    COPY CIPHYCHK.

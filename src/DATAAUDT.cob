*>   - a type-'L' account with no loan master record
*>   - standing orders on stdorders.dat referencing dead accounts
*> Exceptions print in the style of RECONCIL's PRINT-EXCEPTION-REPORT.
*> The field checks print as the account master is walked; every
*> account number referenced by a link or a standing order is then
*> sorted and matched against the master in key order, so there is no
*> in-memory account table and no ceiling on the account count.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS LOAN-ACCOUNT-NUMBER
        FILE STATUS IS WS-LOAN-FILE-STATUS.

*> Account numbers other records point at, for the reference match.
    SELECT REFERENCE-SORT-FILE ASSIGN TO 'data/dataaudt.srt'.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
    05  CYCLE-BREACH-STREAK     PIC 9(1).
*> The branch this account belongs to, captured at account opening.
    05  BRANCH-CODE             PIC X(4).
*> Set when the holder's death is recorded on the customer master:
*> a sole-name account is frozen pending the estate or POD payout.
    05  ESTATE-FREEZE-FLAG      PIC X(1).
        88  ESTATE-FROZEN       VALUE 'Y'.
*> The product the account was opened under, keyed to the product
*> master; blank means the bank-wide parameters apply throughout.
    05  PRODUCT-CODE            PIC X(4).

FD  LOAN-FILE.
01  LOAN-RECORD.
    05  LOAN-ACCRUED-INTEREST   PIC S9(13)V99.
    05  LOAN-LAST-PAYMENT-DATE  PIC X(8).
    05  LOAN-LATE-FEE-DATE      PIC X(8).
*> Escrow for taxes and insurance: the monthly escrow collected with
*> each payment (already inside LOAN-PAYMENT-AMOUNT), the escrow
*> funds held, and when the next annual escrow analysis falls due.
    05  LOAN-ESCROW-MONTHLY     PIC S9(11)V99.
    05  LOAN-ESCROW-BALANCE     PIC S9(11)V99.
    05  LOAN-ESCROW-ANALYSIS-DATE PIC X(8).
*> Late charges assessed and not yet paid -- the part of the
*> uncollected-interest bucket that is fees rather than interest, so
*> a payment can tell the two apart and a payoff quote can show them.
    05  LOAN-LATE-FEES-DUE      PIC S9(9)V99.
*> Set when the loan is paid in full; the loan account closes in the
*> same payoff. Blank means the loan is live.
    05  LOAN-STATUS             PIC X(1).
        88  LOAN-LIVE           VALUE ' '.
        88  LOAN-PAID-IN-FULL   VALUE 'P'.
    05  LOAN-CLOSED-DATE        PIC X(8).
    05  FILLER                  PIC X(2).

FD  STANDING-ORDER-FILE.
        88  ORD-EXPIRED         VALUE 'E'.
    05  FILLER                  PIC X(10).

*> One reference to check: the account referred to, in the order the
*> references were found, and what to name in the exception line --
*> an account's link ('L') or a standing order's from ('F') or to
*> ('T') side.
SD  REFERENCE-SORT-FILE.
01  REFERENCE-SORT-RECORD.
    05  RSR-REF-ACCOUNT         PIC 9(10).
    05  RSR-SEQUENCE            PIC 9(9).
    05  RSR-KIND                PIC X(1).
        88  RSR-LINKED-ACCOUNT  VALUE 'L'.
        88  RSR-ORDER-FROM      VALUE 'F'.
        88  RSR-ORDER-TO        VALUE 'T'.
    05  RSR-ACCOUNT             PIC 9(10).
    05  RSR-OTHER-ACCOUNT       PIC 9(10).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-LOAN-FILE-OPEN-FLAG      PIC X(1) VALUE 'N'.
    88  LOAN-FILE-OPEN          VALUE 'Y'.

01  WS-REF-CHECK-FIELDS.
    05  WS-REF-RESULT           PIC X(1).
        88  REF-ACTIVE-SAVINGS  VALUE 'S'.
        88  REF-DEAD            VALUE 'D'.
        88  REF-MISSING         VALUE 'M'.
    05  WS-REF-ACCOUNT          PIC 9(10).
    05  WS-REF-SEQUENCE         PIC 9(9) VALUE ZERO.
    05  WS-RSORT-END-FLAG       PIC X(1) VALUE 'N'.
        88  RSORT-AT-END        VALUE 'Y'.

01  WS-REPORT-FIELDS.
    05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-ACCOUNTS-CHECKED     PIC 9(9) VALUE ZERO.
    05  WS-ORDERS-CHECKED       PIC 9(9) VALUE ZERO.
    05  WS-BAL-DISPLAY          PIC -(12)9.99.
    05  WS-AVAIL-DISPLAY        PIC -(12)9.99.
    05  WS-HOLD-DISPLAY         PIC -(12)9.99.
PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-AUDIT
    PERFORM AUDIT-ALL-RECORDS
    PERFORM PRINT-AUDIT-SUMMARY
    STOP RUN.

    DISPLAY 'Exceptions:'
    DISPLAY '-------------------------------------------------------------------'.

*> The field checks run as the input side of the reference sort,
*> collecting the references; the output side checks them.
AUDIT-ALL-RECORDS.
    SORT REFERENCE-SORT-FILE
        ON ASCENDING KEY RSR-REF-ACCOUNT RSR-SEQUENCE
        INPUT PROCEDURE IS COLLECT-REFERENCES
        OUTPUT PROCEDURE IS CHECK-REFERENCES.

COLLECT-REFERENCES.
    PERFORM AUDIT-ACCOUNT-FIELDS
    PERFORM AUDIT-STANDING-ORDERS.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

*> Walks the account master for the per-record checks. The loan
*> master rides along for the type-'L' cross-check; a
*> missing loan file just skips that check rather than failing the
*> whole audit.
AUDIT-ACCOUNT-FIELDS.
    OPEN INPUT LOAN-FILE
    IF LOAN-FILE-SUCCESS
        SET LOAN-FILE-OPEN TO TRUE
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY ACCOUNT-NUMBER ' LOAN ACCOUNT WITH NO LOAN'
                    ' MASTER RECORD'
        ELSE
            *> A payoff closes the account and the master together;
            *> one without the other is a payoff that half-landed.
            IF LOAN-PAID-IN-FULL AND ACCOUNT-STATUS = 'A'
                ADD 1 TO WS-EXCEPTION-COUNT
                DISPLAY ACCOUNT-NUMBER ' LOAN MASTER PAID IN FULL'
                        ' BUT ACCOUNT STILL OPEN'
            END-IF
        END-IF
    END-IF

    END-IF

    IF LINKED-ACCOUNT-NUMBER > ZERO
        MOVE LINKED-ACCOUNT-NUMBER TO RSR-REF-ACCOUNT
        MOVE 'L' TO RSR-KIND
        MOVE ACCOUNT-NUMBER TO RSR-ACCOUNT
        MOVE ZERO TO RSR-OTHER-ACCOUNT
        PERFORM RELEASE-REFERENCE
    END-IF.

RELEASE-REFERENCE.
    ADD 1 TO WS-REF-SEQUENCE
    MOVE WS-REF-SEQUENCE TO RSR-SEQUENCE
    RELEASE REFERENCE-SORT-RECORD.

AUDIT-STANDING-ORDERS.
    OPEN INPUT STANDING-ORDER-FILE
    IF NOT ORD-ACTIVE
        CONTINUE
    ELSE
    MOVE ORD-FROM-ACCOUNT TO RSR-REF-ACCOUNT
    MOVE 'F' TO RSR-KIND
    MOVE ORD-FROM-ACCOUNT TO RSR-ACCOUNT
    MOVE ORD-TO-ACCOUNT TO RSR-OTHER-ACCOUNT
    PERFORM RELEASE-REFERENCE
    MOVE ORD-TO-ACCOUNT TO RSR-REF-ACCOUNT
    MOVE 'T' TO RSR-KIND
    PERFORM RELEASE-REFERENCE
    END-IF.

*> The references come back in account order; the account master is
*> walked alongside them, once, to classify each referenced account.
CHECK-REFERENCES.
    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to re-open ACCOUNT-FILE.'
        STOP RUN
    END-IF
    PERFORM READ-NEXT-ACCOUNT
    PERFORM RETURN-NEXT-REFERENCE
    PERFORM UNTIL RSORT-AT-END
        MOVE RSR-REF-ACCOUNT TO WS-REF-ACCOUNT
        PERFORM LOOK-UP-REFERENCED-ACCOUNT
        PERFORM REPORT-ONE-REFERENCE
        PERFORM RETURN-NEXT-REFERENCE
    END-PERFORM
    CLOSE ACCOUNT-FILE.

RETURN-NEXT-REFERENCE.
    RETURN REFERENCE-SORT-FILE AT END
        SET RSORT-AT-END TO TRUE
    END-RETURN.

*> Classifies WS-REF-ACCOUNT against the account master, advanced
*> to it in key order:
*>   'S' active savings, 'A' active other type,
*>   'D' on file but not active, 'M' not on file at all.
LOOK-UP-REFERENCED-ACCOUNT.
    PERFORM UNTIL FILE-AT-END OR ACCOUNT-NUMBER >= WS-REF-ACCOUNT
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    MOVE 'M' TO WS-REF-RESULT
    IF NOT FILE-AT-END AND ACCOUNT-NUMBER = WS-REF-ACCOUNT
        EVALUATE TRUE
            WHEN ACCOUNT-STATUS NOT = 'A'
                MOVE 'D' TO WS-REF-RESULT
            WHEN ACCOUNT-TYPE = 'S'
                MOVE 'S' TO WS-REF-RESULT
            WHEN OTHER
                MOVE 'A' TO WS-REF-RESULT
        END-EVALUATE
    END-IF.

REPORT-ONE-REFERENCE.
    EVALUATE TRUE
        WHEN RSR-LINKED-ACCOUNT
            PERFORM REPORT-LINKED-ACCOUNT
        WHEN RSR-ORDER-FROM AND (REF-MISSING OR REF-DEAD)
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY 'ORDER ' RSR-ACCOUNT ' -> ' RSR-OTHER-ACCOUNT
                    ' FROM ACCOUNT DEAD OR MISSING'
        WHEN RSR-ORDER-TO AND (REF-MISSING OR REF-DEAD)
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY 'ORDER ' RSR-ACCOUNT ' -> ' RSR-OTHER-ACCOUNT
                    ' TO ACCOUNT DEAD OR MISSING'
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

REPORT-LINKED-ACCOUNT.
    EVALUATE TRUE
        WHEN REF-MISSING
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY RSR-ACCOUNT ' LINKED ACCOUNT '
                    WS-REF-ACCOUNT ' DOES NOT EXIST'
        WHEN REF-DEAD
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY RSR-ACCOUNT ' LINKED ACCOUNT '
                    WS-REF-ACCOUNT ' IS NOT ACTIVE'
        WHEN NOT REF-ACTIVE-SAVINGS
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY RSR-ACCOUNT ' LINKED ACCOUNT '
                    WS-REF-ACCOUNT ' IS NOT A SAVINGS ACCOUNT'
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

PRINT-AUDIT-SUMMARY.
    DISPLAY '-------------------------------------------------------------------'
    DISPLAY 'Accounts checked:        ' WS-ACCOUNTS-CHECKED

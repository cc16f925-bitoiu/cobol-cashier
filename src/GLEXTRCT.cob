*> to (type, '*', '***'), so one record can cover all currencies or
*> all account types.
*>
*> Escrow ('E') postings all sit on a loan account but move the money
*> two ways: the escrow leg of a loan payment comes in, an escrow
*> disbursement goes out by official check. A disbursement therefore
*> classifies under account type 'E' (the escrow funds themselves)
*> rather than 'L', so accounting maps the two directions with two
*> entries.
*>
*> Without a mapping file the extract falls back to the compiled
*> chart below, aggregated by TRANS-TYPE exactly as it always was
*> (bank's perspective):
*>       FX difference   DR/CR 6010 FX GAIN/LOSS (cross-currency)
*>   'N' interest        DR 5010 INT EXPENSE    CR 2010 DEPOSITS
*>   'N' loan accrual    DR 1210 LOANS RECV     CR 4020 LOAN INT INC
*>   'E' escrow in       DR 1010 CASH           CR 2060 LOAN ESCROW
*>   'E' escrow paid     DR 2060 LOAN ESCROW    CR 1010 CASH
*>   'F' fees            DR 2010 DEPOSITS       CR 4010 FEE INCOME
*>   'R' debit-shaped    DR 2010 DEPOSITS       CR 1010 CASH
*>   'R' credit-shaped   DR 1010 CASH           CR 2010 DEPOSITS
*>   'B' due from branch DR 1080 DUE FROM BRS   CR 1010 CASH
*>   'B' due to branch   DR 1010 CASH           CR 2080 DUE TO BRS
*>
*> The 'B' lines are IBSETTLE's inter-branch settlement legs for the
*> day (data/ibsettle_YYYYMMDD.dat): cash a teller took in or paid out
*> for another branch's account moves between the two branches'
*> drawers and due-to/due-from accounts. They are booked per branch
*> in either mode; under chart mapping accounting maps them as trans
*> type 'B', account type 'F' (due from) or 'T' (due to), currency
*> '***'. No settlement file for the day means no 'B' lines.
*>
*> The extract day is taken from the command line as YYYYMMDD; run
*> with no parameter it extracts today. Output goes to
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLMAP-FILE-STATUS.

    SELECT SETTLE-FILE ASSIGN TO WS-SETTLE-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SETTLE-FILE-STATUS.

    SELECT RUNSTATS-FILE ASSIGN TO 'data/runstats.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
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

*> Accounting's chart-of-accounts mapping: transaction type +
*> account type + currency mapped to the debit and credit GL numbers
    05  GLM-CREDIT-NAME         PIC X(30).
    05  FILLER                  PIC X(10).

*> IBSETTLE's inter-branch settlement legs for the day: IBS-BRANCH is
*> due from ('F') or due to ('T') IBS-COUNTER-BRANCH.
FD  SETTLE-FILE.
01  SETTLE-RECORD.
    05  IBS-BUSINESS-DATE       PIC X(8).
    05  IBS-BRANCH              PIC X(4).
    05  IBS-COUNTER-BRANCH      PIC X(4).
    05  IBS-LEG                 PIC X(1).
        88  IBS-DUE-FROM        VALUE 'F'.
        88  IBS-DUE-TO          VALUE 'T'.
    05  IBS-AMOUNT              PIC 9(13)V99.
    05  IBS-TRANS-ID            PIC 9(12).
    05  IBS-TRANS-TYPE          PIC X(1).
    05  IBS-CASH-DIRECTION      PIC X(1).
    05  IBS-ACCOUNT-NUMBER      PIC 9(10).
    05  IBS-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(10).

*> Standard run-statistics record every nightly job appends at the
*> end of its run: records read, posted, rejected, skipped, and a
*> control amount. EODBATCH picks tonight's record up into the
    88  GL-FILE-SUCCESS         VALUE '00'.

01  WS-EXTRACT-FILE-NAME        PIC X(40).
01  WS-SETTLE-FILE-STATUS       PIC X(2).
    88  SETTLE-FILE-SUCCESS     VALUE '00'.
01  WS-SETTLE-FILE-NAME         PIC X(40).
01  WS-SETTLE-LEGS-READ         PIC 9(7) VALUE ZERO.

01  WS-RUN-FIELDS.
    05  WS-PARM-TEXT            PIC X(10).
    05  WS-COUNT-LOAN-PAYMENTS  PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-LOAN-ACCRUAL   PIC S9(13)V99 VALUE ZERO.
    05  WS-COUNT-LOAN-ACCRUAL   PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-ESCROW-IN      PIC S9(13)V99 VALUE ZERO.
    05  WS-COUNT-ESCROW-IN      PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-ESCROW-PAID    PIC S9(13)V99 VALUE ZERO.
    05  WS-COUNT-ESCROW-PAID    PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-FEES           PIC S9(13)V99 VALUE ZERO.
    05  WS-COUNT-FEES           PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-REV-DEBIT      PIC S9(13)V99 VALUE ZERO.
        END-IF
        PERFORM READ-TRANSACTION-RECORD
    END-PERFORM
    PERFORM AGGREGATE-BRANCH-SETTLEMENT
    CLOSE TRANSACTION-FILE
    IF CHART-MAPPING-IN-USE
        CLOSE ACCOUNT-FILE
                    ADD TRANS-AMOUNT TO WS-TOTAL-TRANSFERS-IN
                    ADD 1 TO WS-COUNT-TRANSFERS-IN
                WHEN 'N'
                    IF TRANS-DESCRIPTION(1:5) = 'LOAN '
                        ADD TRANS-AMOUNT TO WS-TOTAL-LOAN-ACCRUAL
                        ADD 1 TO WS-COUNT-LOAN-ACCRUAL
                    ELSE
                WHEN 'F'
                    ADD TRANS-AMOUNT TO WS-TOTAL-FEES
                    ADD 1 TO WS-COUNT-FEES
                WHEN 'E'
                    IF TRANS-DESCRIPTION(1:12) = 'LOAN PAYMENT'
                        ADD TRANS-AMOUNT TO WS-TOTAL-ESCROW-IN
                        ADD 1 TO WS-COUNT-ESCROW-IN
                    ELSE
                        ADD TRANS-AMOUNT TO WS-TOTAL-ESCROW-PAID
                        ADD 1 TO WS-COUNT-ESCROW-PAID
                    END-IF
                WHEN 'R'
                    IF TO-ACCOUNT NOT = ZERO
                        ADD TRANS-AMOUNT TO WS-TOTAL-REV-CREDIT
            MOVE CURRENCY-CODE TO WS-POST-CURRENCY
        END-IF
    END-IF
    IF TRANS-TYPE = 'E'
            AND TRANS-DESCRIPTION(1:12) NOT = 'LOAN PAYMENT'
        MOVE 'E' TO WS-POST-ACCT-TYPE
    END-IF

    PERFORM LOOKUP-CHART-MAPPING
    IF MAPPING-FOUND
        ADD 1 TO WS-UNM-COUNT(WS-UNMAP-FOUND)
    END-IF.

*> The day's inter-branch settlement legs go through the same
*> aggregation rows as postings, under trans type 'B' with the leg as
*> the account type, cut by the leg's own branch. The posting buffer
*> is free once the pass is over and carries each leg's type and
*> amount. The compiled chart stages its settlement GL numbers where
*> a mapping hit would have left them.
AGGREGATE-BRANCH-SETTLEMENT.
    MOVE SPACES TO WS-SETTLE-FILE-NAME
    STRING 'data/ibsettle_' WS-EXTRACT-DATE '.dat'
        DELIMITED BY SIZE INTO WS-SETTLE-FILE-NAME
    OPEN INPUT SETTLE-FILE
    IF NOT SETTLE-FILE-SUCCESS
        DISPLAY 'No inter-branch settlement file for the day.'
    ELSE
        READ SETTLE-FILE
        PERFORM UNTIL NOT SETTLE-FILE-SUCCESS
            ADD 1 TO WS-SETTLE-LEGS-READ
            PERFORM ADD-SETTLEMENT-LEG
            READ SETTLE-FILE
        END-PERFORM
        CLOSE SETTLE-FILE
        DISPLAY 'Inter-branch settlement legs: ' WS-SETTLE-LEGS-READ
    END-IF.

ADD-SETTLEMENT-LEG.
    MOVE 'B' TO TRANS-TYPE
    MOVE IBS-AMOUNT TO TRANS-AMOUNT
    MOVE IBS-TRANS-ID TO TRANS-ID
    MOVE IBS-LEG TO WS-POST-ACCT-TYPE
    MOVE '***' TO WS-POST-CURRENCY
    MOVE IBS-BRANCH TO WS-POST-BRANCH
    IF CHART-MAPPING-IN-USE
        PERFORM LOOKUP-CHART-MAPPING
        IF MAPPING-FOUND
            PERFORM ADD-TO-MAP-AGGREGATE
        ELSE
            PERFORM ADD-TO-UNMAPPED
        END-IF
    ELSE
        IF IBS-DUE-FROM
            MOVE '1080' TO GLM-DEBIT-GL
            MOVE 'DUE FROM BRANCHES' TO GLM-DEBIT-NAME
            MOVE '1010' TO GLM-CREDIT-GL
            MOVE 'CASH ON HAND' TO GLM-CREDIT-NAME
        ELSE
            MOVE '1010' TO GLM-DEBIT-GL
            MOVE 'CASH ON HAND' TO GLM-DEBIT-NAME
            MOVE '2080' TO GLM-CREDIT-GL
            MOVE 'DUE TO BRANCHES' TO GLM-CREDIT-NAME
        END-IF
        PERFORM ADD-TO-MAP-AGGREGATE
    END-IF.

READ-TRANSACTION-RECORD.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
        PERFORM WRITE-MAPPED-JOURNAL-LINES
    ELSE
        PERFORM WRITE-COMPILED-JOURNAL-LINES
        *> Only the settlement legs sit in the aggregation rows here.
        PERFORM WRITE-MAPPED-JOURNAL-LINES
    END-IF.

*> One balanced debit/credit pair per aggregation row, at the GL
    IF WS-COUNT-LOAN-ACCRUAL > ZERO
        PERFORM WRITE-LINE-LOAN-ACCRUAL
    END-IF
    IF WS-COUNT-ESCROW-IN > ZERO
        PERFORM WRITE-LINE-ESCROW-IN
    END-IF
    IF WS-COUNT-ESCROW-PAID > ZERO
        PERFORM WRITE-LINE-ESCROW-PAID
    END-IF
    IF WS-COUNT-FEES > ZERO
        PERFORM WRITE-LINE-FEES
    END-IF
    MOVE 'N' TO GL-SOURCE-TYPE
    PERFORM WRITE-ONE-JOURNAL-LINE.

*> Escrow is the borrower's money held for their tax and insurance
*> bills -- a liability, never the loan receivable. Collected with
*> the payment it comes in as cash; paid out it leaves by official
*> check, booked against cash the way every other check-funded
*> withdrawal is in this chart.
WRITE-LINE-ESCROW-IN.
    MOVE '1010' TO GL-ACCOUNT-CODE
    MOVE 'CASH ON HAND' TO GL-ACCOUNT-NAME
    MOVE WS-TOTAL-ESCROW-IN TO GL-DEBIT-AMOUNT
    MOVE ZERO TO GL-CREDIT-AMOUNT
    MOVE 'E' TO GL-SOURCE-TYPE
    PERFORM WRITE-ONE-JOURNAL-LINE
    MOVE '2060' TO GL-ACCOUNT-CODE
    MOVE 'LOAN ESCROW DEPOSITS' TO GL-ACCOUNT-NAME
    MOVE ZERO TO GL-DEBIT-AMOUNT
    MOVE WS-TOTAL-ESCROW-IN TO GL-CREDIT-AMOUNT
    MOVE 'E' TO GL-SOURCE-TYPE
    PERFORM WRITE-ONE-JOURNAL-LINE.

WRITE-LINE-ESCROW-PAID.
    MOVE '2060' TO GL-ACCOUNT-CODE
    MOVE 'LOAN ESCROW DEPOSITS' TO GL-ACCOUNT-NAME
    MOVE WS-TOTAL-ESCROW-PAID TO GL-DEBIT-AMOUNT
    MOVE ZERO TO GL-CREDIT-AMOUNT
    MOVE 'E' TO GL-SOURCE-TYPE
    PERFORM WRITE-ONE-JOURNAL-LINE
    MOVE '1010' TO GL-ACCOUNT-CODE
    MOVE 'CASH ON HAND' TO GL-ACCOUNT-NAME
    MOVE ZERO TO GL-DEBIT-AMOUNT
    MOVE WS-TOTAL-ESCROW-PAID TO GL-CREDIT-AMOUNT
    MOVE 'E' TO GL-SOURCE-TYPE
    PERFORM WRITE-ONE-JOURNAL-LINE.

WRITE-LINE-FX-TRANSLATION.
    COMPUTE WS-FX-TRANSLATION-DIFF =
        WS-TOTAL-TRANSFERS-OUT - WS-TOTAL-TRANSFERS-IN

*> letters the customer. After the sweep, the collections report
*> lists every delinquent loan bucketed current/30/60/90+ and sorted
*> worst-first by days then balance, so someone actually calls.
*>
*> A TRIAL run (parameter TRIAL, optionally followed by the YYYYMMDD
*> business date the real run will post under, so the parameters can
*> be signed off the night before) works every loan exactly as the
*> real run would and writes the interest and late charges it would
*> post to a projection listing and file (data/loanaccr_trial_
*> YYYYMMDD.txt/.dat) instead. It updates nothing: no balances, loan
*> masters, postings, notices, checkpoint or run statistics. The
*> collections report is read-only and prints as usual.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

*> TRIAL runs only: what the run would post, as a listing and as a
*> file the sign-off can be checked against.
    SELECT TRIAL-REPORT-FILE ASSIGN TO WS-TRIAL-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRIAL-RPT-STATUS.

    SELECT TRIAL-PROJECTION-FILE ASSIGN TO WS-TRIAL-PRJ-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-TRIAL-PRJ-STATUS.

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

FD  TRANSACTION-FILE.
    05  RST-CONTROL-AMOUNT      PIC S9(13)V99.
    05  FILLER                  PIC X(10).

*> One record per posting a TRIAL run projects: the job, the business
*> date the real run posts under, the account and its branch, the
*> posting's type, amount and description exactly as they would go
*> on trans.dat, and the account balance before and after it.
FD  TRIAL-PROJECTION-FILE.
01  TRIAL-PROJECTION-RECORD.
    05  PRJ-JOB-NAME            PIC X(8).
    05  PRJ-BUSINESS-DATE       PIC X(8).
    05  PRJ-ACCOUNT-NUMBER      PIC 9(10).
    05  PRJ-BRANCH              PIC X(4).
    05  PRJ-TRANS-TYPE          PIC X(1).
    05  PRJ-AMOUNT              PIC S9(13)V99.
    05  PRJ-DESCRIPTION         PIC X(50).
    05  PRJ-BALANCE-BEFORE      PIC S9(13)V99.
    05  PRJ-BALANCE-AFTER       PIC S9(13)V99.
    05  FILLER                  PIC X(10).

FD  TRIAL-REPORT-FILE.
01  TRIAL-REPORT-LINE           PIC X(132).

WORKING-STORAGE SECTION.
COPY COMMON.


01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.

*> TRIAL run: the run parameter, the business date the projection is
*> made for (the real run's date, when given), the projection files,
*> and the posting being projected and the running totals.
01  WS-RUN-PARM-TEXT            PIC X(30).
01  WS-TRIAL-FLAG               PIC X(1) VALUE 'N'.
    88  TRIAL-RUN               VALUE 'Y'.
01  WS-TRIAL-AS-OF-DATE         PIC X(8) VALUE SPACES.
01  WS-TRIAL-RPT-STATUS         PIC X(2).
    88  TRIAL-RPT-SUCCESS       VALUE '00'.
01  WS-TRIAL-PRJ-STATUS         PIC X(2).
    88  TRIAL-PRJ-SUCCESS       VALUE '00'.
01  WS-TRIAL-RPT-NAME           PIC X(40).
01  WS-TRIAL-PRJ-NAME           PIC X(40).
01  WS-TRIAL-OPEN-FLAG          PIC X(1) VALUE 'N'.
    88  TRIAL-FILES-OPEN        VALUE 'Y'.
01  WS-PROJECTION-FIELDS.
    05  WS-PRJ-TRANS-TYPE       PIC X(1).
    05  WS-PRJ-AMOUNT           PIC S9(13)V99.
    05  WS-PRJ-DESCRIPTION      PIC X(50).
    05  WS-PRJ-BALANCE-BEFORE   PIC S9(13)V99.
    05  WS-PRJ-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-PRJ-TOTAL            PIC S9(13)V99 VALUE ZERO.
    05  WS-PRJ-AMT-DISPLAY      PIC -ZZZ,ZZZ,ZZ9.99.
    05  WS-PRJ-BEFORE-DISPLAY   PIC -ZZZ,ZZZ,ZZ9.99.
    05  WS-PRJ-AFTER-DISPLAY    PIC -ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    DISPLAY '          LOAN INTEREST ACCRUAL / PAST-DUE BATCH JOB'
    DISPLAY '==================================================================='

    PERFORM READ-RUN-PARAMETER
    IF TRIAL-RUN
        OPEN INPUT ACCOUNT-FILE
    ELSE
        OPEN I-O ACCOUNT-FILE
    END-IF
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        STOP RUN
    END-IF

    IF TRIAL-RUN
        OPEN INPUT LOAN-FILE
    ELSE
        OPEN I-O LOAN-FILE
    END-IF
    IF NOT LOAN-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open LOAN-FILE. Status: '
                WS-LOAN-FILE-STATUS
        STOP RUN
    END-IF

    IF NOT TRIAL-RUN
        PERFORM LOAD-NEXT-TRANS-ID
    END-IF
    PERFORM GET-CURRENT-DATE-TIME
    IF TRIAL-RUN
        PERFORM APPLY-TRIAL-AS-OF-DATE
    END-IF
    PERFORM LOAD-BANK-PARAMETERS
    IF TRIAL-RUN
        PERFORM OPEN-TRIAL-PROJECTION
    ELSE
        PERFORM LOAD-CHECKPOINT
    END-IF.

*> Pulls this job's tunables from the central parameter file.
LOAD-BANK-PARAMETERS.
                PERFORM RELEASE-ACCOUNT-LOCK
            END-IF
        END-IF
        IF NOT TRIAL-RUN
            PERFORM TRACK-CHECKPOINT-PROGRESS
        END-IF
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    IF NOT TRIAL-RUN
        PERFORM DELETE-CHECKPOINT
    END-IF.

TRACK-CHECKPOINT-PROGRESS.
    MOVE ACCOUNT-NUMBER TO WS-CKPT-LAST-ACCOUNT
        COMPUTE WS-INTEREST-AMOUNT ROUNDED =
            ACCOUNT-BALANCE * WS-MONTHLY-RATE

        IF WS-INTEREST-AMOUNT > ZERO AND TRIAL-RUN
            PERFORM PROJECT-LOAN-POSTINGS
        END-IF
        IF WS-INTEREST-AMOUNT > ZERO AND NOT TRIAL-RUN
            ADD WS-INTEREST-AMOUNT TO ACCOUNT-BALANCE
            ADD WS-INTEREST-AMOUNT TO AVAILABLE-BALANCE
            MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
        END-IF
    END-IF.

*> The month's interest, and the late charge ASSESS-LOAN-LATE-FEE
*> would add, as the real run would post them -- on the in-memory
*> records only, with no notice. The caller releases the account and
*> the loan master.
PROJECT-LOAN-POSTINGS.
    MOVE ACCOUNT-BALANCE TO WS-PRJ-BALANCE-BEFORE
    ADD WS-INTEREST-AMOUNT TO ACCOUNT-BALANCE
    MOVE 'N' TO WS-PRJ-TRANS-TYPE
    MOVE WS-INTEREST-AMOUNT TO WS-PRJ-AMOUNT
    MOVE 'LOAN INTEREST ACCRUAL' TO WS-PRJ-DESCRIPTION
    PERFORM WRITE-TRIAL-PROJECTION
    ADD 1 TO WS-LOANS-ACCRUED

    PERFORM COMPUTE-LOAN-DELINQUENCY
    IF WS-LOAN-LATE-FEE > ZERO
            AND WS-DELINQ-DAYS > WS-LOAN-GRACE-DAYS
            AND LOAN-LATE-FEE-DATE(1:6) NOT = WS-CURRENT-DATE(1:6)
        MOVE ACCOUNT-BALANCE TO WS-PRJ-BALANCE-BEFORE
        ADD WS-LOAN-LATE-FEE TO ACCOUNT-BALANCE
        MOVE 'N' TO WS-PRJ-TRANS-TYPE
        MOVE WS-LOAN-LATE-FEE TO WS-PRJ-AMOUNT
        MOVE 'LOAN LATE CHARGE' TO WS-PRJ-DESCRIPTION
        PERFORM WRITE-TRIAL-PROJECTION
        ADD 1 TO WS-LATE-FEES-POSTED
    END-IF.

*> Days delinquent: the first due date after the month the last
*> payment covered, against the run date. Zero means current. The
*> derivation assumes a payment covers the month it lands in -- the

*> The charged fee joins the uncollected-interest bucket so the next
*> payment collects it first, the same bucket the monthly accrual
*> feeds, and is counted in LOAN-LATE-FEES-DUE so the payment split
*> and the payoff quote can tell the fee from the interest. A failed
*> rewrite here only costs the payment split a little ordering,
*> never the money.
ADD-LATE-FEE-TO-ACCRUED.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ LOAN-FILE WITH LOCK
    END-PERFORM
    IF LOAN-FILE-SUCCESS
        ADD WS-FEE-AMOUNT TO LOAN-ACCRUED-INTEREST
        ADD WS-FEE-AMOUNT TO LOAN-LATE-FEES-DUE
        REWRITE LOAN-RECORD
        IF NOT LOAN-FILE-SUCCESS
            DISPLAY 'WARNING: late charge not added to the'
CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    CLOSE LOAN-FILE
    IF TRIAL-RUN
        PERFORM CLOSE-TRIAL-PROJECTION
    ELSE
        CLOSE COUNTER-FILE
        MOVE WS-LOANS-ACCRUED TO WS-RST-POSTED
        MOVE WS-LOANS-NO-MASTER TO WS-RST-REJECTED
        COMPUTE WS-RST-SKIPPED = WS-RST-READ - WS-RST-POSTED
        PERFORM WRITE-RUN-STATISTICS
    END-IF
    DISPLAY ' '
    DISPLAY 'Loans accrued:        ' WS-LOANS-ACCRUED
    DISPLAY 'Loans delinquent:     ' WS-LOANS-PAST-DUE
    DISPLAY 'Missing loan masters: ' WS-LOANS-NO-MASTER
    DISPLAY '==================================================================='.

*> TRIAL, optionally followed by the YYYYMMDD business date the real
*> run will post under, asks for a projection instead of a posting
*> run. Any other parameter leaves the run as it always was.
READ-RUN-PARAMETER.
    ACCEPT WS-RUN-PARM-TEXT FROM COMMAND-LINE
    IF WS-RUN-PARM-TEXT(1:5) = 'TRIAL'
        SET TRIAL-RUN TO TRUE
        IF WS-RUN-PARM-TEXT(7:8) IS NUMERIC
            MOVE WS-RUN-PARM-TEXT(7:8) TO WS-TRIAL-AS-OF-DATE
        END-IF
    END-IF.

*> A trial made the night before projects as of the real run's date,
*> so it prices the same month, at the parameters in effect that day,
*> that the real run will.
APPLY-TRIAL-AS-OF-DATE.
    IF WS-TRIAL-AS-OF-DATE NOT = SPACES
        MOVE WS-TRIAL-AS-OF-DATE TO WS-BUSINESS-DATE
        MOVE WS-TRIAL-AS-OF-DATE TO WS-CURRENT-DATE
    END-IF
    DISPLAY '*** TRIAL RUN -- projecting postings for business date '
            WS-CURRENT-DATE '; nothing is updated ***'.

*> A trial with nowhere to put its projection has nothing to show for
*> itself, so failing to open either file ends the run.
OPEN-TRIAL-PROJECTION.
    MOVE SPACES TO WS-TRIAL-RPT-NAME
    STRING 'data/loanaccr_trial_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-TRIAL-RPT-NAME
    MOVE SPACES TO WS-TRIAL-PRJ-NAME
    STRING 'data/loanaccr_trial_' WS-CURRENT-DATE '.dat'
        DELIMITED BY SIZE INTO WS-TRIAL-PRJ-NAME
    OPEN OUTPUT TRIAL-REPORT-FILE
    IF NOT TRIAL-RPT-SUCCESS
        DISPLAY 'ERROR: cannot open ' WS-TRIAL-RPT-NAME
                '. Status: ' WS-TRIAL-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TRIAL-PROJECTION-FILE
    IF NOT TRIAL-PRJ-SUCCESS
        DISPLAY 'ERROR: cannot open ' WS-TRIAL-PRJ-NAME
                '. Status: ' WS-TRIAL-PRJ-STATUS
        CLOSE TRIAL-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SET TRIAL-FILES-OPEN TO TRUE

    MOVE ALL '=' TO TRIAL-REPORT-LINE
    WRITE TRIAL-REPORT-LINE
    MOVE SPACES TO TRIAL-REPORT-LINE
    STRING 'LOANACCR TRIAL RUN -- LOAN POSTINGS PROJECTED FOR BUSINESS DATE '
           WS-CURRENT-DATE
        DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
    WRITE TRIAL-REPORT-LINE
    MOVE SPACES TO TRIAL-REPORT-LINE
    STRING 'Nothing has been posted. These are the postings the real'
           ' run would make on the files as they stand now.'
        DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
    WRITE TRIAL-REPORT-LINE
    MOVE ALL '=' TO TRIAL-REPORT-LINE
    WRITE TRIAL-REPORT-LINE
    MOVE SPACES TO TRIAL-REPORT-LINE
    STRING 'Account    Branch Type         Amount   Balance Before'
           '    Balance After  Description'
        DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
    WRITE TRIAL-REPORT-LINE
    MOVE ALL '-' TO TRIAL-REPORT-LINE
    WRITE TRIAL-REPORT-LINE.

*> One projected posting, to the file and the listing. The caller
*> has staged the WS-PRJ fields and left ACCOUNT-RECORD holding the
*> account with the posting applied in memory only.
WRITE-TRIAL-PROJECTION.
    MOVE SPACES TO TRIAL-PROJECTION-RECORD
    MOVE 'LOANACCR' TO PRJ-JOB-NAME
    MOVE WS-CURRENT-DATE TO PRJ-BUSINESS-DATE
    MOVE ACCOUNT-NUMBER TO PRJ-ACCOUNT-NUMBER
    MOVE BRANCH-CODE TO PRJ-BRANCH
    MOVE WS-PRJ-TRANS-TYPE TO PRJ-TRANS-TYPE
    MOVE WS-PRJ-AMOUNT TO PRJ-AMOUNT
    MOVE WS-PRJ-DESCRIPTION TO PRJ-DESCRIPTION
    MOVE WS-PRJ-BALANCE-BEFORE TO PRJ-BALANCE-BEFORE
    MOVE ACCOUNT-BALANCE TO PRJ-BALANCE-AFTER
    WRITE TRIAL-PROJECTION-RECORD

    MOVE WS-PRJ-AMOUNT TO WS-PRJ-AMT-DISPLAY
    MOVE WS-PRJ-BALANCE-BEFORE TO WS-PRJ-BEFORE-DISPLAY
    MOVE ACCOUNT-BALANCE TO WS-PRJ-AFTER-DISPLAY
    MOVE SPACES TO TRIAL-REPORT-LINE
    STRING PRJ-ACCOUNT-NUMBER ' ' PRJ-BRANCH '   ' PRJ-TRANS-TYPE
           '   ' WS-PRJ-AMT-DISPLAY '  ' WS-PRJ-BEFORE-DISPLAY
           '  ' WS-PRJ-AFTER-DISPLAY '  ' PRJ-DESCRIPTION
        DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
    WRITE TRIAL-REPORT-LINE
    ADD 1 TO WS-PRJ-COUNT
    ADD WS-PRJ-AMOUNT TO WS-PRJ-TOTAL.

CLOSE-TRIAL-PROJECTION.
    IF TRIAL-FILES-OPEN
        MOVE ALL '-' TO TRIAL-REPORT-LINE
        WRITE TRIAL-REPORT-LINE
        MOVE WS-PRJ-TOTAL TO WS-PRJ-AMT-DISPLAY
        MOVE SPACES TO TRIAL-REPORT-LINE
        STRING 'Postings projected: ' WS-PRJ-COUNT
               '     Total amount: ' WS-PRJ-AMT-DISPLAY
            DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
        WRITE TRIAL-REPORT-LINE
        CLOSE TRIAL-REPORT-FILE
        CLOSE TRIAL-PROJECTION-FILE
        MOVE 'N' TO WS-TRIAL-OPEN-FLAG
        DISPLAY ' '
        DISPLAY 'TRIAL RUN -- nothing posted.'
        DISPLAY 'Postings projected: ' WS-PRJ-COUNT
                '  total $' WS-PRJ-AMT-DISPLAY
        DISPLAY 'Projection report: ' WS-TRIAL-RPT-NAME
        DISPLAY 'Projection file:   ' WS-TRIAL-PRJ-NAME
    END-IF.

GET-NEXT-TRANS-ID.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    MOVE '1' TO CTL-KEY

IDENTIFICATION DIVISION.
PROGRAM-ID. ESCROWDS.

*> Nightly loan escrow job, in the LOANACCR mold. Two passes:
*>
*> Disbursement. Every active item on the escrow schedule
*> (data/escrowsch.dat) whose due date has come round is paid by
*> official check: the check goes on the OFFCHECK register under the
*> register's own serial series (so DEBITIMP pays it on presentment
*> like any other bank check), an 'E' posting records the payment on
*> the loan, the loan master's escrow balance comes down by the bill,
*> and the item's due date rolls on by its frequency. A bill larger
*> than the escrow held is still paid -- the tax and insurance must
*> not lapse -- and the escrow balance goes negative; the servicer
*> has advanced the money and the next analysis collects it back.
*>
*> Annual analysis. A loan whose LOAN-ESCROW-ANALYSIS-DATE has come
*> round has its escrow re-priced: the next twelve months of
*> disbursements are projected off the schedule, the base monthly is
*> a twelfth of that, and the balance is walked month by month at
*> the base monthly to find its low point. The cushion the low point
*> must not fall below is ESCROW-CUSHION-MONTHS base payments. A low
*> point short of the cushion is a shortage, spread over the next
*> twelve payments; a low point above it is a surplus, refunded by
*> official check to the borrower when it reaches ESCROW-REFUND-MIN
*> and otherwise left in the escrow. The new monthly replaces the old
*> inside LOAN-PAYMENT-AMOUNT, the analysis is kept on the analysis
*> register (data/escanal.dat) and an 'E' notice queues the escrow
*> statement NOTICEGN letters.
*>
*> Both passes are safe to re-run: a paid item's due date has moved
*> past today and an analysed loan's next analysis is a year out, so
*> nothing is paid or re-priced twice. No checkpoint is needed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-FILE-STATUS.

    SELECT LOAN-FILE ASSIGN TO 'data/loans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOAN-ACCOUNT-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-LOAN-FILE-STATUS.

    SELECT ESCROW-SCHED-FILE ASSIGN TO 'data/escrowsch.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ESC-KEY
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-ESCROW-SCHED-FILE-STATUS.

    SELECT ESCANAL-FILE ASSIGN TO 'data/escanal.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EAN-KEY
        FILE STATUS IS WS-ESCANAL-FILE-STATUS.

    SELECT OFFCHECK-FILE ASSIGN TO 'data/offchecks.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OFC-SERIAL
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-OFFCHECK-FILE-STATUS.

    SELECT TRANSACTION-FILE ASSIGN TO 'data/trans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-ID
        ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
        ALTERNATE RECORD KEY IS TO-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT COUNTER-FILE ASSIGN TO 'data/counters.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-KEY
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-COUNTER-FILE-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

    SELECT NOTICE-FILE ASSIGN TO 'data/notices.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTICE-FILE-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PARM-ID
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT RUNSTATS-FILE ASSIGN TO 'data/runstats.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
        88  LOAN-ACCOUNT        VALUE 'L'.
    05  ACCOUNT-STATUS          PIC X(1).
        88  ACTIVE-ACCOUNT      VALUE 'A'.
    05  ACCOUNT-HOLDER.
        10  HOLDER-FIRST-NAME   PIC X(20).
        10  HOLDER-LAST-NAME    PIC X(20).
        10  HOLDER-ADDRESS      PIC X(50).
        10  HOLDER-PHONE        PIC X(15).
        10  HOLDER-TAX-ID       PIC X(11).
    05  ACCOUNT-BALANCE         PIC S9(13)V99.
    05  ACCOUNT-OPEN-DATE       PIC X(8).
    05  LAST-TRANSACTION-DATE   PIC X(8).
    05  LINKED-ACCOUNT-NUMBER   PIC 9(10).
    05  CO-HOLDER-FIRST-NAME    PIC X(20).
    05  CO-HOLDER-LAST-NAME     PIC X(20).
    05  AVAILABLE-BALANCE       PIC S9(13)V99.
    05  HOLD-AMOUNT             PIC S9(13)V99.
    05  HOLD-RELEASE-DATE       PIC X(8).
    05  CD-MATURITY-DATE        PIC X(8).
    05  CD-LOCKED-RATE          PIC 9V9(4).
    05  CD-TERM-MONTHS          PIC 9(3).
    05  CD-ROLLOVER-INSTRUCTION PIC X(1).
    05  CURRENCY-CODE           PIC X(3).
    05  BLOCK-DEBITS-FLAG       PIC X(1).
    05  BLOCK-CREDITS-FLAG      PIC X(1).
    05  LEGAL-HOLD-AMOUNT       PIC S9(13)V99.
    05  LEGAL-HOLD-CASE-REF     PIC X(15).
    05  DAILY-WDL-LIMIT         PIC 9(11)V99.
    05  DAILY-XFR-LIMIT         PIC 9(11)V99.
    05  DAY-WDL-USED            PIC 9(11)V99.
    05  DAY-XFR-USED            PIC 9(11)V99.
    05  DAY-USAGE-DATE          PIC X(8).
*> Savings excessive-activity tracking: debits counted per statement
*> cycle (the calendar month in CYCLE-WDL-MONTH), and how many
*> cycles running the count has breached the product limit.
    05  CYCLE-WDL-COUNT         PIC 9(2).
    05  CYCLE-WDL-MONTH         PIC X(6).
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
    05  LOAN-ACCOUNT-NUMBER     PIC 9(10).
    05  LOAN-ORIG-PRINCIPAL     PIC S9(13)V99.
    05  LOAN-ANNUAL-RATE        PIC 9V9(4).
    05  LOAN-TERM-MONTHS        PIC 9(3).
    05  LOAN-PAYMENT-AMOUNT     PIC S9(13)V99.
    05  LOAN-PAYMENT-DUE-DAY    PIC 9(2).
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

*> Escrow disbursement schedule, maintained from BANKLED's Loan
*> Escrow screen: one record per tax or insurance bill, keyed by the
*> loan account and a sequence number within it.
FD  ESCROW-SCHED-FILE.
01  ESCROW-SCHED-RECORD.
    05  ESC-KEY.
        10  ESC-LOAN-ACCOUNT    PIC 9(10).
        10  ESC-SEQ             PIC 9(3).
    05  ESC-PAYEE-NAME          PIC X(40).
    05  ESC-PAYEE-ADDRESS       PIC X(50).
    05  ESC-KIND                PIC X(1).
        88  ESC-TAX             VALUE 'T'.
        88  ESC-INSURANCE       VALUE 'I'.
        88  ESC-OTHER           VALUE 'O'.
    05  ESC-AMOUNT              PIC 9(9)V99.
    05  ESC-NEXT-DUE-DATE       PIC X(8).
    05  ESC-FREQUENCY-MONTHS    PIC 9(2).
    05  ESC-STATUS              PIC X(1).
        88  ESC-ACTIVE          VALUE 'A'.
        88  ESC-REMOVED         VALUE 'R'.
    05  ESC-LAST-PAID-DATE      PIC X(8).
    05  ESC-LAST-CHECK-SERIAL   PIC 9(10).
    05  ESC-ADDED-BY            PIC X(10).
    05  FILLER                  PIC X(10).

*> Escrow analysis register: one record per loan per annual analysis,
*> keyed by the loan and the day it ran. NOTICEGN reads it back for
*> the escrow statement (the 'E' notice's reference carries the
*> analysis date), so the letter shows the workings and not just the
*> answer. EAN-RESULT: 'S' shortage spread, 'R' surplus refunded,
*> 'H' surplus under the refund minimum held, 'E' exactly funded.
FD  ESCANAL-FILE.
01  ESCANAL-RECORD.
    05  EAN-KEY.
        10  EAN-LOAN-ACCOUNT    PIC 9(10).
        10  EAN-ANALYSIS-DATE   PIC X(8).
    05  EAN-BEGIN-BALANCE       PIC S9(11)V99.
    05  EAN-PROJECTED-ANNUAL    PIC 9(11)V99.
    05  EAN-LOW-POINT           PIC S9(11)V99.
    05  EAN-CUSHION             PIC 9(11)V99.
    05  EAN-OLD-MONTHLY         PIC S9(11)V99.
    05  EAN-BASE-MONTHLY        PIC 9(11)V99.
    05  EAN-SHORTAGE-MONTHLY    PIC 9(11)V99.
    05  EAN-NEW-MONTHLY         PIC 9(11)V99.
    05  EAN-NEW-PAYMENT         PIC S9(13)V99.
    05  EAN-RESULT              PIC X(1).
        88  EAN-SHORTAGE-SPREAD VALUE 'S'.
        88  EAN-SURPLUS-REFUNDED VALUE 'R'.
        88  EAN-SURPLUS-HELD    VALUE 'H'.
        88  EAN-EXACT           VALUE 'E'.
    05  EAN-SHORTAGE            PIC 9(11)V99.
    05  EAN-SURPLUS             PIC 9(11)V99.
    05  EAN-REFUND-SERIAL       PIC 9(10).
    05  EAN-NEXT-ANALYSIS-DATE  PIC X(8).
    05  FILLER                  PIC X(10).

*> Official bank check register, shared with BANKLED's check desk and
*> DEBITIMP's presentment matching. Serial zero is the control record
*> carrying the next serial in its amount field.
FD  OFFCHECK-FILE.
01  OFFCHECK-RECORD.
    05  OFC-SERIAL              PIC 9(10).
    05  OFC-ISSUE-DATE          PIC X(8).
    05  OFC-PAYEE               PIC X(40).
    05  OFC-AMOUNT              PIC 9(11)V99.
    05  OFC-FEE                 PIC 9(7)V99.
    05  OFC-PURCHASE-ACCOUNT    PIC 9(10).
    05  OFC-ISSUED-BY           PIC X(10).
    05  OFC-STATUS              PIC X(1).
        88  OFC-OUTSTANDING     VALUE 'O'.
        88  OFC-PAID            VALUE 'P'.
        88  OFC-STOPPED         VALUE 'S'.
    05  OFC-PAID-DATE           PIC X(8).
    05  FILLER                  PIC X(10).

FD  TRANSACTION-FILE.
01  TRANSACTION-RECORD.
    05  TRANS-ID                PIC 9(12).
    05  TRANS-DATE              PIC X(8).
    05  TRANS-TIME              PIC X(8).
    05  TRANS-TYPE              PIC X(1).
    05  FROM-ACCOUNT            PIC 9(10).
    05  TO-ACCOUNT              PIC 9(10).
    05  TRANS-AMOUNT            PIC S9(13)V99.
    05  TRANS-DESCRIPTION       PIC X(50).
    05  TELLER-ID               PIC X(10).
    05  REVERSAL-OF-TRANS-ID    PIC 9(12).
    05  APPROVED-BY-ID          PIC X(10).
    05  TRANS-BRANCH            PIC X(4).
    05  FILLER                  PIC X(1).

*> Holds the one persisted counter record, keyed by the constant
*> CTL-KEY, same as every other posting program.
FD  COUNTER-FILE.
01  COUNTER-RECORD.
    05  CTL-KEY                 PIC X(1).
    05  CTL-NEXT-ACCOUNT-NUM    PIC 9(10).
    05  CTL-NEXT-TRANS-ID       PIC 9(12).

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock for
*> posting and selection dates, so a run delayed past midnight still
*> posts under its proper day and last night's processing can be
*> re-run as-of. A missing file means the clock is the business date.
FD  BUSDATE-FILE.
01  BUSDATE-RECORD.
    05  BUS-CURRENT-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> Customer notice queue. This job drops an 'E' (escrow analysis)
*> event per analysed loan so NOTICEGN produces the escrow statement.
FD  NOTICE-FILE.
01  NOTICE-RECORD.
    05  NTC-DATE                PIC X(8).
    05  NTC-TIME                PIC X(8).
    05  NTC-ACCOUNT             PIC 9(10).
    05  NTC-EVENT-CODE          PIC X(1).
    05  NTC-AMOUNT              PIC S9(13)V99.
    05  NTC-EVENT-DATE          PIC X(8).
    05  NTC-REFERENCE           PIC X(15).
    05  FILLER                  PIC X(10).

*> Central bank-parameter file; this job reads the escrow cushion and
*> the refund minimum at startup and falls back to compiled defaults.
FD  BANKPARM-FILE.
01  BANKPARM-RECORD.
    05  PARM-ID.
        10  PARM-KEY            PIC X(20).
        10  PARM-EFFECTIVE-DATE PIC X(8).
    05  PARM-VALUE              PIC S9(9)V9(6).
    05  PARM-DESCRIPTION        PIC X(30).
    05  FILLER                  PIC X(10).

*> Standard run-statistics record every nightly job appends at the
*> end of its run: records read, posted, rejected, skipped, and a
*> control amount. EODBATCH picks tonight's record up into the
*> job-run log and the morning operations report.
FD  RUNSTATS-FILE.
01  RUNSTATS-RECORD.
    05  RST-JOB-NAME            PIC X(10).
    05  RST-BUSINESS-DATE       PIC X(8).
    05  RST-RECORDS-READ        PIC 9(7).
    05  RST-RECORDS-POSTED      PIC 9(7).
    05  RST-RECORDS-REJECTED    PIC 9(7).
    05  RST-RECORDS-SKIPPED     PIC 9(7).
    05  RST-CONTROL-AMOUNT      PIC S9(13)V99.
    05  FILLER                  PIC X(10).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-RUNSTATS-FILE-STATUS     PIC X(2).
    88  RUNSTATS-FILE-SUCCESS   VALUE '00'.
01  WS-RUNSTAT-FIELDS.
    05  WS-RST-READ             PIC 9(7) VALUE ZERO.
    05  WS-RST-POSTED           PIC 9(7) VALUE ZERO.
    05  WS-RST-REJECTED         PIC 9(7) VALUE ZERO.
    05  WS-RST-SKIPPED          PIC 9(7) VALUE ZERO.
    05  WS-RST-CONTROL-AMOUNT   PIC S9(13)V99 VALUE ZERO.

01  WS-BUSDATE-FILE-STATUS      PIC X(2).
    88  BUSDATE-FILE-SUCCESS    VALUE '00'.
01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
01  WS-BUSDATE-CHECKED-FLAG     PIC X(1) VALUE 'N'.
    88  BUSDATE-CHECKED         VALUE 'Y'.

01  WS-LOAN-FILE-STATUS         PIC X(2).
    88  LOAN-FILE-SUCCESS       VALUE '00'.
    88  LOAN-RECORD-LOCKED      VALUE '90' THRU '99'.
01  WS-ESCROW-SCHED-FILE-STATUS PIC X(2).
    88  ESCROW-SCHED-FILE-SUCCESS VALUE '00'.
    88  ESCROW-SCHED-FILE-AT-END VALUE '10'.
01  WS-ESCANAL-FILE-STATUS      PIC X(2).
    88  ESCANAL-FILE-SUCCESS    VALUE '00'.
01  WS-OFFCHECK-FILE-STATUS     PIC X(2).
    88  OFFCHECK-FILE-SUCCESS   VALUE '00'.
01  WS-TRANS-FILE-STATUS        PIC X(2).
    88  TRANS-FILE-SUCCESS      VALUE '00'.
    88  TRANS-FILE-DUPLICATE    VALUE '22'.
01  WS-COUNTER-FILE-STATUS      PIC X(2).
    88  COUNTER-FILE-SUCCESS    VALUE '00'.
    88  COUNTER-RECORD-LOCKED   VALUE '90' THRU '99'.
01  WS-NEXT-TRANS-ID            PIC 9(12) VALUE 1.
01  WS-HIGH-TRANS-ID            PIC 9(12) VALUE ZERO.
01  WS-HIGH-ACCOUNT-NUM         PIC 9(10) VALUE ZERO.

01  WS-LOCK-FIELDS.
    05  WS-LOCK-RETRY-COUNT      PIC 9(2) VALUE ZERO.
    05  WS-LOCK-MAX-RETRIES      PIC 9(2) VALUE 5.
    05  WS-TRANS-WRITE-RETRY-COUNT PIC 9(2) VALUE ZERO.

01  WS-NOTICE-FILE-STATUS       PIC X(2).
    88  NOTICE-FILE-SUCCESS     VALUE '00'.
01  WS-NOTICE-FIELDS.
    05  WS-NOTICE-ACCOUNT       PIC 9(10).
    05  WS-NOTICE-EVENT-CODE    PIC X(1).
    05  WS-NOTICE-AMOUNT        PIC S9(13)V99.
    05  WS-NOTICE-EVENT-DATE    PIC X(8).
    05  WS-NOTICE-REFERENCE     PIC X(15) VALUE SPACES.

01  WS-PARM-FILE-STATUS         PIC X(2).
    88  PARM-FILE-SUCCESS       VALUE '00'.
01  WS-PARM-LOOKUP-FIELDS.
    05  WS-PARM-LOOKUP-KEY      PIC X(20).
    05  WS-PARM-FOUND-VALUE     PIC S9(9)V9(6).
    05  WS-PARM-FOUND-FLAG      PIC X(1).
        88  PARM-FOUND          VALUE 'Y'.

*> Analysis controls. The cushion (in base monthly payments) and the
*> smallest surplus worth a refund check are compiled defaults
*> LOAD-BANK-PARAMETERS overrides from ESCROW-CUSHION-MONTHS and
*> ESCROW-REFUND-MIN.
01  WS-ESCROW-CONTROLS.
    05  WS-CUSHION-MONTHS       PIC 9(2) VALUE 2.
    05  WS-REFUND-MINIMUM       PIC 9(7)V99 VALUE 50.00.

*> One disbursement or refund in flight: the check, the posting it
*> makes and the due-date roll.
01  WS-DISBURSE-FIELDS.
    05  WS-OFC-SERIAL           PIC 9(10).
    05  WS-CHECK-PAYEE          PIC X(40).
    05  WS-CHECK-AMOUNT         PIC 9(11)V99.
    05  WS-CHECK-ACCOUNT        PIC 9(10).
    05  WS-POST-DESCRIPTION     PIC X(50).
    05  WS-POST-BRANCH          PIC X(4).
    05  WS-ROLL-YEAR            PIC 9(4).
    05  WS-ROLL-MONTH           PIC 9(2).
    05  WS-ROLL-DAY             PIC 9(2).
    05  WS-ROLL-MONTHS          PIC 9(2).
    05  WS-ROLL-DATE-NUM        PIC 9(8).
    05  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-BALANCE-DISPLAY      PIC -ZZZ,ZZZ,ZZ9.99.

*> The analysis workings for the loan in hand: twelve projected
*> months of disbursements (month 1 is the analysis month), the walk
*> of the balance through them, and the outcome.
01  WS-ANALYSIS-FIELDS.
    05  WS-PROJ-MONTH-AMT       PIC 9(11)V99 OCCURS 12 TIMES.
    05  WS-PROJ-IDX             PIC S9(4).
    05  WS-PROJ-START-YEAR      PIC 9(4).
    05  WS-PROJ-START-MONTH     PIC 9(2).
    05  WS-PROJ-DUE-YEAR        PIC 9(4).
    05  WS-PROJ-DUE-MONTH       PIC 9(2).
    05  WS-PROJ-ANNUAL          PIC 9(11)V99.
    05  WS-BASE-MONTHLY         PIC 9(11)V99.
    05  WS-CUSHION              PIC 9(11)V99.
    05  WS-WALK-BALANCE         PIC S9(11)V99.
    05  WS-LOW-POINT            PIC S9(11)V99.
    05  WS-SHORTAGE             PIC 9(11)V99.
    05  WS-SHORTAGE-MONTHLY     PIC 9(11)V99.
    05  WS-SURPLUS              PIC 9(11)V99.
    05  WS-NEW-MONTHLY          PIC 9(11)V99.
    05  WS-OLD-MONTHLY          PIC S9(11)V99.
    05  WS-BEGIN-BALANCE        PIC S9(11)V99.
    05  WS-RESULT               PIC X(1).
    05  WS-REFUND-SERIAL        PIC 9(10).
    05  WS-ANALYSIS-DATE        PIC X(8).

01  WS-COUNTERS.
    05  WS-ITEMS-PAID           PIC 9(7) VALUE ZERO.
    05  WS-ITEMS-ADVANCED       PIC 9(7) VALUE ZERO.
    05  WS-ITEMS-REJECTED       PIC 9(7) VALUE ZERO.
    05  WS-LOANS-ANALYSED       PIC 9(7) VALUE ZERO.
    05  WS-LOANS-SHORT          PIC 9(7) VALUE ZERO.
    05  WS-REFUNDS-ISSUED       PIC 9(7) VALUE ZERO.
    05  WS-ANALYSES-REJECTED    PIC 9(7) VALUE ZERO.

01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM PAY-DUE-ESCROW-ITEMS
    PERFORM ANALYSE-DUE-LOANS
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          LOAN ESCROW DISBURSEMENT / ANALYSIS BATCH JOB'
    DISPLAY '==================================================================='

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O LOAN-FILE
    IF NOT LOAN-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open LOAN-FILE. Status: '
                WS-LOAN-FILE-STATUS
        CLOSE ACCOUNT-FILE
        STOP RUN
    END-IF

    OPEN I-O ESCROW-SCHED-FILE
    IF NOT ESCROW-SCHED-FILE-SUCCESS
        OPEN OUTPUT ESCROW-SCHED-FILE
        CLOSE ESCROW-SCHED-FILE
        OPEN I-O ESCROW-SCHED-FILE
    END-IF

    OPEN I-O ESCANAL-FILE
    IF NOT ESCANAL-FILE-SUCCESS
        OPEN OUTPUT ESCANAL-FILE
        CLOSE ESCANAL-FILE
        OPEN I-O ESCANAL-FILE
    END-IF

    OPEN I-O OFFCHECK-FILE
    IF NOT OFFCHECK-FILE-SUCCESS
        OPEN OUTPUT OFFCHECK-FILE
        CLOSE OFFCHECK-FILE
        OPEN I-O OFFCHECK-FILE
    END-IF

    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS.

*> Pulls this job's tunables from the central parameter file.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'ESCROW-CUSHION-MONTHS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-CUSHION-MONTHS
        END-IF
        MOVE 'ESCROW-REFUND-MIN' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-REFUND-MINIMUM
        END-IF
        CLOSE BANKPARM-FILE
    END-IF.

*> Finds the latest record for WS-PARM-LOOKUP-KEY effective on or
*> before the run date.
LOOKUP-BANK-PARAMETER.
    MOVE 'N' TO WS-PARM-FOUND-FLAG
    MOVE WS-PARM-LOOKUP-KEY TO PARM-KEY
    MOVE LOW-VALUES TO PARM-EFFECTIVE-DATE
    START BANKPARM-FILE KEY NOT < PARM-ID
    IF PARM-FILE-SUCCESS
        PERFORM READ-NEXT-PARM
        PERFORM UNTIL WS-PARM-FILE-STATUS NOT = '00'
                OR PARM-KEY NOT = WS-PARM-LOOKUP-KEY
            IF PARM-EFFECTIVE-DATE <= WS-CURRENT-DATE
                MOVE PARM-VALUE TO WS-PARM-FOUND-VALUE
                MOVE 'Y' TO WS-PARM-FOUND-FLAG
            END-IF
            PERFORM READ-NEXT-PARM
        END-PERFORM
    END-IF.

READ-NEXT-PARM.
    READ BANKPARM-FILE NEXT RECORD AT END
        MOVE '10' TO WS-PARM-FILE-STATUS
    END-READ.

*> Same counter-file discipline as every other posting job; see
*> INTACCRU's LOAD-NEXT-TRANS-ID for the full story.
LOAD-NEXT-TRANS-ID.
    OPEN I-O COUNTER-FILE
    IF NOT COUNTER-FILE-SUCCESS
        OPEN OUTPUT COUNTER-FILE
        CLOSE COUNTER-FILE
        OPEN I-O COUNTER-FILE
    END-IF

    MOVE '1' TO CTL-KEY
    READ COUNTER-FILE
    IF COUNTER-FILE-SUCCESS
        MOVE CTL-NEXT-TRANS-ID TO WS-NEXT-TRANS-ID
    ELSE
        PERFORM DERIVE-COUNTERS-FROM-FILES
        MOVE '1' TO CTL-KEY
        MOVE WS-HIGH-ACCOUNT-NUM TO CTL-NEXT-ACCOUNT-NUM
        MOVE WS-NEXT-TRANS-ID TO CTL-NEXT-TRANS-ID
        WRITE COUNTER-RECORD
    END-IF.

DERIVE-COUNTERS-FROM-FILES.
    MOVE ZERO TO WS-HIGH-ACCOUNT-NUM
    MOVE HIGH-VALUES TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY NOT > ACCOUNT-NUMBER
    IF FILE-SUCCESS
        READ ACCOUNT-FILE PREVIOUS RECORD
        IF FILE-SUCCESS
            MOVE ACCOUNT-NUMBER TO WS-HIGH-ACCOUNT-NUM
        END-IF
    END-IF
    IF WS-HIGH-ACCOUNT-NUM > ZERO
        COMPUTE WS-HIGH-ACCOUNT-NUM = WS-HIGH-ACCOUNT-NUM + 1
    END-IF

    MOVE ZERO TO WS-HIGH-TRANS-ID
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        MOVE HIGH-VALUES TO TRANS-ID
        START TRANSACTION-FILE KEY NOT > TRANS-ID
        IF WS-TRANS-FILE-STATUS = '00'
            READ TRANSACTION-FILE PREVIOUS RECORD
            IF WS-TRANS-FILE-STATUS = '00'
                MOVE TRANS-ID TO WS-HIGH-TRANS-ID
            END-IF
        END-IF
        CLOSE TRANSACTION-FILE
    END-IF
    MOVE ZERO TO WS-NEXT-TRANS-ID
    IF WS-HIGH-TRANS-ID > ZERO
        COMPUTE WS-NEXT-TRANS-ID = WS-HIGH-TRANS-ID + 1
    ELSE
        MOVE 1 TO WS-NEXT-TRANS-ID
    END-IF.

*> The disbursement pass: a straight walk of the schedule, paying
*> every active item due on or before the business date.
PAY-DUE-ESCROW-ITEMS.
    DISPLAY ' '
    DISPLAY 'ESCROW DISBURSEMENTS, ' WS-CURRENT-DATE
    DISPLAY '-------------------------------------------------------------------'
    MOVE LOW-VALUES TO ESC-KEY
    START ESCROW-SCHED-FILE KEY NOT < ESC-KEY
    IF ESCROW-SCHED-FILE-SUCCESS
        PERFORM READ-NEXT-ESCROW-SCHED
        PERFORM UNTIL ESCROW-SCHED-FILE-AT-END
            IF ESC-ACTIVE
                    AND ESC-NEXT-DUE-DATE <= WS-CURRENT-DATE
                ADD 1 TO WS-RST-READ
                PERFORM PAY-ONE-ESCROW-ITEM
            END-IF
            PERFORM READ-NEXT-ESCROW-SCHED
        END-PERFORM
    END-IF
    IF WS-ITEMS-PAID = ZERO AND WS-ITEMS-REJECTED = ZERO
        DISPLAY 'No escrow items due.'
    END-IF.

READ-NEXT-ESCROW-SCHED.
    READ ESCROW-SCHED-FILE NEXT RECORD AT END
        MOVE '10' TO WS-ESCROW-SCHED-FILE-STATUS
    END-READ.

*> One bill paid. The loan must still be an open loan -- a closed or
*> paid-off loan's schedule is left for the servicer to clear, not
*> paid from escrow that is no longer there. The check is cut first;
*> only a check safely on the register moves the due date, the
*> escrow balance and the books.
PAY-ONE-ESCROW-ITEM.
    MOVE ESC-LOAN-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF NOT FILE-SUCCESS OR NOT LOAN-ACCOUNT OR NOT ACTIVE-ACCOUNT
        ADD 1 TO WS-ITEMS-REJECTED
        DISPLAY 'REJECTED escrow item ' ESC-LOAN-ACCOUNT '/' ESC-SEQ
                ' (loan account not open)'
    ELSE
        MOVE BRANCH-CODE TO WS-POST-BRANCH
        PERFORM READ-LOAN-WITH-LOCK
        IF NOT LOAN-FILE-SUCCESS
            ADD 1 TO WS-ITEMS-REJECTED
            DISPLAY 'REJECTED escrow item ' ESC-LOAN-ACCOUNT '/'
                    ESC-SEQ ' (loan master unavailable)'
        ELSE
            MOVE ESC-PAYEE-NAME TO WS-CHECK-PAYEE
            MOVE ESC-AMOUNT TO WS-CHECK-AMOUNT
            MOVE ESC-LOAN-ACCOUNT TO WS-CHECK-ACCOUNT
            PERFORM ISSUE-ESCROW-CHECK
            IF OFFCHECK-FILE-SUCCESS
                PERFORM SETTLE-ESCROW-ITEM
            ELSE
                UNLOCK LOAN-FILE
                ADD 1 TO WS-ITEMS-REJECTED
                DISPLAY 'REJECTED escrow item ' ESC-LOAN-ACCOUNT '/'
                        ESC-SEQ ' (check register write failed)'
            END-IF
        END-IF
    END-IF.

*> The check is out: roll the item's due date on (the guard against
*> paying it twice), take the bill off the escrow balance, and post
*> the 'E' disbursement on the loan.
SETTLE-ESCROW-ITEM.
    MOVE ESC-NEXT-DUE-DATE TO WS-ROLL-DATE-NUM
    MOVE ESC-FREQUENCY-MONTHS TO WS-ROLL-MONTHS
    PERFORM ROLL-DATE-BY-MONTHS
    MOVE WS-ROLL-DATE-NUM TO ESC-NEXT-DUE-DATE
    MOVE WS-CURRENT-DATE TO ESC-LAST-PAID-DATE
    MOVE WS-OFC-SERIAL TO ESC-LAST-CHECK-SERIAL
    REWRITE ESCROW-SCHED-RECORD
    IF NOT ESCROW-SCHED-FILE-SUCCESS
        DISPLAY 'ERROR rewriting escrow item ' ESC-LOAN-ACCOUNT '/'
                ESC-SEQ ' -- check ' WS-OFC-SERIAL ' issued, due'
                ' date NOT rolled; clear by hand before tomorrow'
    END-IF

    SUBTRACT ESC-AMOUNT FROM LOAN-ESCROW-BALANCE
    REWRITE LOAN-RECORD
    IF NOT LOAN-FILE-SUCCESS
        DISPLAY 'ERROR rewriting loan master for ' LOAN-ACCOUNT-NUMBER
    END-IF

    MOVE SPACES TO WS-POST-DESCRIPTION
    STRING 'ESCROW DISBURSEMENT ' WS-OFC-SERIAL
        DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
    PERFORM LOG-ESCROW-POSTING

    ADD 1 TO WS-ITEMS-PAID
    ADD ESC-AMOUNT TO WS-RST-CONTROL-AMOUNT
    MOVE ESC-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE LOAN-ESCROW-BALANCE TO WS-BALANCE-DISPLAY
    DISPLAY 'Loan ' ESC-LOAN-ACCOUNT ' item ' ESC-SEQ ' check '
            WS-OFC-SERIAL ' $' WS-AMOUNT-DISPLAY ' '
            ESC-PAYEE-NAME(1:20)
    IF LOAN-ESCROW-BALANCE < ZERO
        ADD 1 TO WS-ITEMS-ADVANCED
        DISPLAY '     ADVANCED -- escrow balance now $'
                WS-BALANCE-DISPLAY
    END-IF.

READ-LOAN-WITH-LOCK.
    MOVE ACCOUNT-NUMBER TO LOAN-ACCOUNT-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ LOAN-FILE WITH LOCK
    PERFORM UNTIL NOT LOAN-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ LOAN-FILE WITH LOCK
    END-PERFORM.

*> Moves WS-ROLL-DATE-NUM on by WS-ROLL-MONTHS calendar months,
*> keeping the day of the month; a day the new month does not have
*> (the 31st into a 30-day month, the 29th into February) steps back
*> to the month's last day.
ROLL-DATE-BY-MONTHS.
    DIVIDE WS-ROLL-DATE-NUM BY 10000 GIVING WS-ROLL-YEAR
    COMPUTE WS-ROLL-MONTH =
        FUNCTION MOD(WS-ROLL-DATE-NUM / 100, 100)
    COMPUTE WS-ROLL-DAY = FUNCTION MOD(WS-ROLL-DATE-NUM, 100)
    ADD WS-ROLL-MONTHS TO WS-ROLL-MONTH
    PERFORM UNTIL WS-ROLL-MONTH <= 12
        SUBTRACT 12 FROM WS-ROLL-MONTH
        ADD 1 TO WS-ROLL-YEAR
    END-PERFORM
    COMPUTE WS-ROLL-DATE-NUM =
        WS-ROLL-YEAR * 10000 + WS-ROLL-MONTH * 100 + WS-ROLL-DAY
    PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-ROLL-DATE-NUM) = 0
        SUBTRACT 1 FROM WS-ROLL-DATE-NUM
    END-PERFORM.

*> Fetch-and-increment on the register's serial-zero control record,
*> the discipline BANKLED's check desk uses; a missing control record
*> seeds the series at one.
GET-NEXT-CHECK-SERIAL.
    MOVE ZERO TO OFC-SERIAL
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ OFFCHECK-FILE WITH LOCK
    PERFORM UNTIL WS-OFFCHECK-FILE-STATUS < '90'
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        MOVE ZERO TO OFC-SERIAL
        READ OFFCHECK-FILE WITH LOCK
    END-PERFORM
    IF OFFCHECK-FILE-SUCCESS
        MOVE OFC-AMOUNT TO WS-OFC-SERIAL
        COMPUTE OFC-AMOUNT = OFC-AMOUNT + 1
        REWRITE OFFCHECK-RECORD
    ELSE
        MOVE 1 TO WS-OFC-SERIAL
        MOVE ZERO TO OFC-SERIAL
        MOVE SPACES TO OFC-ISSUE-DATE
        MOVE 'NEXT-SERIAL CONTROL' TO OFC-PAYEE
        MOVE 2 TO OFC-AMOUNT
        MOVE ZERO TO OFC-FEE
        MOVE ZERO TO OFC-PURCHASE-ACCOUNT
        MOVE SPACES TO OFC-ISSUED-BY
        MOVE 'C' TO OFC-STATUS
        MOVE SPACES TO OFC-PAID-DATE
        WRITE OFFCHECK-RECORD
    END-IF.

*> Cuts one official check on the register: WS-CHECK-PAYEE,
*> WS-CHECK-AMOUNT, and the loan it is drawn for in
*> WS-CHECK-ACCOUNT. No fee -- the escrow pays the bill, not a
*> purchase across the counter. Leaves the serial in WS-OFC-SERIAL
*> and the register status in WS-OFFCHECK-FILE-STATUS.
ISSUE-ESCROW-CHECK.
    PERFORM GET-NEXT-CHECK-SERIAL
    MOVE WS-OFC-SERIAL TO OFC-SERIAL
    MOVE WS-CURRENT-DATE TO OFC-ISSUE-DATE
    MOVE WS-CHECK-PAYEE TO OFC-PAYEE
    MOVE WS-CHECK-AMOUNT TO OFC-AMOUNT
    MOVE ZERO TO OFC-FEE
    MOVE WS-CHECK-ACCOUNT TO OFC-PURCHASE-ACCOUNT
    MOVE WS-TELLER-ID TO OFC-ISSUED-BY
    MOVE 'O' TO OFC-STATUS
    MOVE SPACES TO OFC-PAID-DATE
    WRITE OFFCHECK-RECORD.

*> The analysis pass: every loan whose analysis date has come round.
*> The walk reads without a lock and re-reads the loan locked before
*> anything is changed.
ANALYSE-DUE-LOANS.
    DISPLAY ' '
    DISPLAY 'ESCROW ANALYSES, ' WS-CURRENT-DATE
    DISPLAY '-------------------------------------------------------------------'
    MOVE LOW-VALUES TO LOAN-ACCOUNT-NUMBER
    START LOAN-FILE KEY NOT < LOAN-ACCOUNT-NUMBER
    IF LOAN-FILE-SUCCESS
        PERFORM READ-NEXT-LOAN
        PERFORM UNTIL WS-LOAN-FILE-STATUS NOT = '00'
            IF LOAN-ESCROW-ANALYSIS-DATE NOT = SPACES
                    AND LOAN-ESCROW-ANALYSIS-DATE <= WS-CURRENT-DATE
                ADD 1 TO WS-RST-READ
                PERFORM ANALYSE-ONE-LOAN
            END-IF
            PERFORM READ-NEXT-LOAN
        END-PERFORM
    END-IF
    IF WS-LOANS-ANALYSED = ZERO AND WS-ANALYSES-REJECTED = ZERO
        DISPLAY 'No escrow analyses due.'
    END-IF.

READ-NEXT-LOAN.
    READ LOAN-FILE NEXT RECORD AT END
        MOVE '10' TO WS-LOAN-FILE-STATUS
    END-READ.

ANALYSE-ONE-LOAN.
    MOVE LOAN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF NOT FILE-SUCCESS OR NOT ACTIVE-ACCOUNT
        ADD 1 TO WS-ANALYSES-REJECTED
        DISPLAY 'REJECTED escrow analysis for ' LOAN-ACCOUNT-NUMBER
                ' (loan account not open)'
    ELSE
        MOVE BRANCH-CODE TO WS-POST-BRANCH
        PERFORM READ-LOAN-WITH-LOCK
        IF NOT LOAN-FILE-SUCCESS
            ADD 1 TO WS-ANALYSES-REJECTED
            DISPLAY 'REJECTED escrow analysis for ' ACCOUNT-NUMBER
                    ' (loan master unavailable)'
        ELSE
            MOVE LOAN-ESCROW-ANALYSIS-DATE TO WS-ANALYSIS-DATE
            MOVE LOAN-ESCROW-BALANCE TO WS-BEGIN-BALANCE
            MOVE LOAN-ESCROW-MONTHLY TO WS-OLD-MONTHLY
            PERFORM PROJECT-ESCROW-YEAR
            PERFORM WALK-ESCROW-BALANCE
            PERFORM SETTLE-ESCROW-ANALYSIS
            PERFORM REPRICE-LOAN-ESCROW
            PERFORM WRITE-ESCROW-ANALYSIS
            PERFORM QUEUE-ESCROW-STATEMENT
            ADD 1 TO WS-LOANS-ANALYSED
        END-IF
    END-IF.

*> The coming twelve months of bills off the schedule, month 1 being
*> the month the analysis runs in. An item paid every N months lands
*> in its due month and every Nth month after that.
PROJECT-ESCROW-YEAR.
    PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1 UNTIL WS-PROJ-IDX > 12
        MOVE ZERO TO WS-PROJ-MONTH-AMT(WS-PROJ-IDX)
    END-PERFORM
    MOVE ZERO TO WS-PROJ-ANNUAL
    MOVE WS-CURRENT-DATE(1:4) TO WS-PROJ-START-YEAR
    MOVE WS-CURRENT-DATE(5:2) TO WS-PROJ-START-MONTH

    MOVE LOAN-ACCOUNT-NUMBER TO ESC-LOAN-ACCOUNT
    MOVE ZERO TO ESC-SEQ
    START ESCROW-SCHED-FILE KEY NOT < ESC-KEY
    IF ESCROW-SCHED-FILE-SUCCESS
        PERFORM READ-NEXT-ESCROW-SCHED
        PERFORM UNTIL ESCROW-SCHED-FILE-AT-END
                OR ESC-LOAN-ACCOUNT NOT = LOAN-ACCOUNT-NUMBER
            IF ESC-ACTIVE AND ESC-FREQUENCY-MONTHS > ZERO
                PERFORM PROJECT-ONE-ESCROW-ITEM
            END-IF
            PERFORM READ-NEXT-ESCROW-SCHED
        END-PERFORM
    END-IF
    COMPUTE WS-BASE-MONTHLY ROUNDED = WS-PROJ-ANNUAL / 12
    COMPUTE WS-CUSHION = WS-BASE-MONTHLY * WS-CUSHION-MONTHS.

PROJECT-ONE-ESCROW-ITEM.
    MOVE ESC-NEXT-DUE-DATE(1:4) TO WS-PROJ-DUE-YEAR
    MOVE ESC-NEXT-DUE-DATE(5:2) TO WS-PROJ-DUE-MONTH
    COMPUTE WS-PROJ-IDX =
        (WS-PROJ-DUE-YEAR - WS-PROJ-START-YEAR) * 12
        + WS-PROJ-DUE-MONTH - WS-PROJ-START-MONTH + 1
    PERFORM UNTIL WS-PROJ-IDX >= 1
        ADD ESC-FREQUENCY-MONTHS TO WS-PROJ-IDX
    END-PERFORM
    PERFORM UNTIL WS-PROJ-IDX > 12
        ADD ESC-AMOUNT TO WS-PROJ-MONTH-AMT(WS-PROJ-IDX)
        ADD ESC-AMOUNT TO WS-PROJ-ANNUAL
        ADD ESC-FREQUENCY-MONTHS TO WS-PROJ-IDX
    END-PERFORM.

*> The balance carried through the year at the base monthly: each
*> month's payment in, that month's bills out. The lowest month-end
*> balance is the low point the cushion is measured against.
WALK-ESCROW-BALANCE.
    MOVE WS-BEGIN-BALANCE TO WS-WALK-BALANCE
    PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1 UNTIL WS-PROJ-IDX > 12
        ADD WS-BASE-MONTHLY TO WS-WALK-BALANCE
        SUBTRACT WS-PROJ-MONTH-AMT(WS-PROJ-IDX) FROM WS-WALK-BALANCE
        IF WS-PROJ-IDX = 1 OR WS-WALK-BALANCE < WS-LOW-POINT
            MOVE WS-WALK-BALANCE TO WS-LOW-POINT
        END-IF
    END-PERFORM.

*> Shortage: spread over the coming twelve payments on top of the
*> base monthly. Surplus: refunded by check when it is worth a check,
*> otherwise left in the escrow where next year's analysis finds it.
SETTLE-ESCROW-ANALYSIS.
    MOVE ZERO TO WS-SHORTAGE
    MOVE ZERO TO WS-SHORTAGE-MONTHLY
    MOVE ZERO TO WS-SURPLUS
    MOVE ZERO TO WS-REFUND-SERIAL
    MOVE WS-BASE-MONTHLY TO WS-NEW-MONTHLY
    EVALUATE TRUE
        WHEN WS-LOW-POINT < WS-CUSHION
            COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-POINT
            COMPUTE WS-SHORTAGE-MONTHLY ROUNDED = WS-SHORTAGE / 12
            ADD WS-SHORTAGE-MONTHLY TO WS-NEW-MONTHLY
            MOVE 'S' TO WS-RESULT
            ADD 1 TO WS-LOANS-SHORT
        WHEN WS-LOW-POINT > WS-CUSHION
            COMPUTE WS-SURPLUS = WS-LOW-POINT - WS-CUSHION
            IF WS-SURPLUS >= WS-REFUND-MINIMUM
                    AND WS-SURPLUS <= LOAN-ESCROW-BALANCE
                PERFORM REFUND-ESCROW-SURPLUS
            ELSE
                MOVE 'H' TO WS-RESULT
            END-IF
        WHEN OTHER
            MOVE 'E' TO WS-RESULT
    END-EVALUATE.

*> The surplus goes back to the borrower by official check in the
*> account holder's name, posted as an 'E' disbursement like a bill.
*> A check that cannot be cut leaves the surplus held instead.
REFUND-ESCROW-SURPLUS.
    MOVE SPACES TO WS-CHECK-PAYEE
    STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           HOLDER-LAST-NAME DELIMITED BY SPACE
        INTO WS-CHECK-PAYEE
    MOVE WS-SURPLUS TO WS-CHECK-AMOUNT
    MOVE LOAN-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
    PERFORM ISSUE-ESCROW-CHECK
    IF OFFCHECK-FILE-SUCCESS
        MOVE WS-OFC-SERIAL TO WS-REFUND-SERIAL
        SUBTRACT WS-SURPLUS FROM LOAN-ESCROW-BALANCE
        MOVE SPACES TO WS-POST-DESCRIPTION
        STRING 'ESCROW SURPLUS REFUND ' WS-OFC-SERIAL
            DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
        PERFORM LOG-ESCROW-POSTING
        ADD WS-SURPLUS TO WS-RST-CONTROL-AMOUNT
        ADD 1 TO WS-REFUNDS-ISSUED
        MOVE 'R' TO WS-RESULT
    ELSE
        DISPLAY 'WARNING: surplus refund check could not be cut for '
                LOAN-ACCOUNT-NUMBER ' -- surplus held'
        MOVE 'H' TO WS-RESULT
    END-IF.

*> The new monthly replaces the old inside the scheduled payment,
*> and the next analysis is a year on from this one (or from today,
*> for a loan whose analysis had fallen more than a year behind).
REPRICE-LOAN-ESCROW.
    COMPUTE LOAN-PAYMENT-AMOUNT =
        LOAN-PAYMENT-AMOUNT - LOAN-ESCROW-MONTHLY + WS-NEW-MONTHLY
    MOVE WS-NEW-MONTHLY TO LOAN-ESCROW-MONTHLY
    MOVE LOAN-ESCROW-ANALYSIS-DATE TO WS-ROLL-DATE-NUM
    MOVE 12 TO WS-ROLL-MONTHS
    PERFORM ROLL-DATE-BY-MONTHS
    IF WS-ROLL-DATE-NUM <= FUNCTION NUMVAL(WS-CURRENT-DATE)
        MOVE WS-CURRENT-DATE TO WS-ROLL-DATE-NUM
        PERFORM ROLL-DATE-BY-MONTHS
    END-IF
    MOVE WS-ROLL-DATE-NUM TO LOAN-ESCROW-ANALYSIS-DATE
    REWRITE LOAN-RECORD
    IF NOT LOAN-FILE-SUCCESS
        DISPLAY 'ERROR rewriting loan master for ' LOAN-ACCOUNT-NUMBER
    END-IF

    MOVE WS-NEW-MONTHLY TO WS-AMOUNT-DISPLAY
    DISPLAY 'Loan ' LOAN-ACCOUNT-NUMBER ' result ' WS-RESULT
            ' new escrow monthly $' WS-AMOUNT-DISPLAY
    EVALUATE WS-RESULT
        WHEN 'S'
            MOVE WS-SHORTAGE TO WS-AMOUNT-DISPLAY
            DISPLAY '     shortage $' WS-AMOUNT-DISPLAY
                    ' spread over 12 payments'
        WHEN 'R'
            MOVE WS-SURPLUS TO WS-AMOUNT-DISPLAY
            DISPLAY '     surplus $' WS-AMOUNT-DISPLAY
                    ' refunded, check ' WS-REFUND-SERIAL
        WHEN 'H'
            MOVE WS-SURPLUS TO WS-AMOUNT-DISPLAY
            DISPLAY '     surplus $' WS-AMOUNT-DISPLAY ' held'
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Keeps the workings for the statement letter. A re-run on the same
*> day (after a failure between the analysis and the loan rewrite)
*> replaces the day's record rather than failing on the duplicate.
WRITE-ESCROW-ANALYSIS.
    MOVE LOAN-ACCOUNT-NUMBER TO EAN-LOAN-ACCOUNT
    MOVE WS-CURRENT-DATE TO EAN-ANALYSIS-DATE
    MOVE WS-BEGIN-BALANCE TO EAN-BEGIN-BALANCE
    MOVE WS-PROJ-ANNUAL TO EAN-PROJECTED-ANNUAL
    MOVE WS-LOW-POINT TO EAN-LOW-POINT
    MOVE WS-CUSHION TO EAN-CUSHION
    MOVE WS-OLD-MONTHLY TO EAN-OLD-MONTHLY
    MOVE WS-BASE-MONTHLY TO EAN-BASE-MONTHLY
    MOVE WS-SHORTAGE-MONTHLY TO EAN-SHORTAGE-MONTHLY
    MOVE WS-NEW-MONTHLY TO EAN-NEW-MONTHLY
    MOVE LOAN-PAYMENT-AMOUNT TO EAN-NEW-PAYMENT
    MOVE WS-RESULT TO EAN-RESULT
    MOVE WS-SHORTAGE TO EAN-SHORTAGE
    MOVE WS-SURPLUS TO EAN-SURPLUS
    MOVE WS-REFUND-SERIAL TO EAN-REFUND-SERIAL
    MOVE LOAN-ESCROW-ANALYSIS-DATE TO EAN-NEXT-ANALYSIS-DATE
    WRITE ESCANAL-RECORD
    IF NOT ESCANAL-FILE-SUCCESS
        REWRITE ESCANAL-RECORD
        IF NOT ESCANAL-FILE-SUCCESS
            DISPLAY 'ERROR writing escrow analysis for '
                    LOAN-ACCOUNT-NUMBER
        END-IF
    END-IF.

*> The 'E' notice carries the shortage or surplus as its amount and
*> the analysis date as its reference, which is the key NOTICEGN
*> reads the workings back under.
QUEUE-ESCROW-STATEMENT.
    MOVE LOAN-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
    MOVE 'E' TO WS-NOTICE-EVENT-CODE
    IF WS-RESULT = 'S'
        MOVE WS-SHORTAGE TO WS-NOTICE-AMOUNT
    ELSE
        MOVE WS-SURPLUS TO WS-NOTICE-AMOUNT
    END-IF
    MOVE LOAN-ESCROW-ANALYSIS-DATE TO WS-NOTICE-EVENT-DATE
    MOVE WS-CURRENT-DATE TO WS-NOTICE-REFERENCE
    PERFORM WRITE-CUSTOMER-NOTICE.

*> One 'E' escrow disbursement on the loan, debit-shaped on
*> FROM-ACCOUNT: WS-CHECK-AMOUNT and WS-POST-DESCRIPTION staged by
*> the caller. It moves the escrow balance on the loan master, never
*> ACCOUNT-BALANCE, so RECONCIL's replay passes over it.
LOG-ESCROW-POSTING.
    OPEN I-O TRANSACTION-FILE
    IF NOT TRANS-FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'E' TO TRANS-TYPE
    MOVE LOAN-ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-CHECK-AMOUNT TO TRANS-AMOUNT
    MOVE WS-POST-DESCRIPTION TO TRANS-DESCRIPTION
    MOVE WS-TELLER-ID TO TELLER-ID
    MOVE ZERO TO REVERSAL-OF-TRANS-ID
    MOVE SPACES TO APPROVED-BY-ID
    MOVE WS-POST-BRANCH TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF NOT TRANS-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE.

*> Drops one event on the customer notice queue, same open-extend
*> shape every other writer uses.
WRITE-CUSTOMER-NOTICE.
    OPEN EXTEND NOTICE-FILE
    IF NOT NOTICE-FILE-SUCCESS
        OPEN OUTPUT NOTICE-FILE
    END-IF
    MOVE WS-CURRENT-DATE TO NTC-DATE
    MOVE WS-CURRENT-TIME TO NTC-TIME
    MOVE WS-NOTICE-ACCOUNT TO NTC-ACCOUNT
    MOVE WS-NOTICE-EVENT-CODE TO NTC-EVENT-CODE
    MOVE WS-NOTICE-AMOUNT TO NTC-AMOUNT
    MOVE WS-NOTICE-EVENT-DATE TO NTC-EVENT-DATE
    MOVE WS-NOTICE-REFERENCE TO NTC-REFERENCE
    WRITE NOTICE-RECORD
    CLOSE NOTICE-FILE
    *> One-shot: a caller that stages no reference must not inherit
    *> the previous notice's.
    MOVE SPACES TO WS-NOTICE-REFERENCE.

GET-CURRENT-DATE-TIME.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME.

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    CLOSE LOAN-FILE
    CLOSE ESCROW-SCHED-FILE
    CLOSE ESCANAL-FILE
    CLOSE OFFCHECK-FILE
    CLOSE COUNTER-FILE
    COMPUTE WS-RST-POSTED = WS-ITEMS-PAID + WS-LOANS-ANALYSED
    COMPUTE WS-RST-REJECTED = WS-ITEMS-REJECTED + WS-ANALYSES-REJECTED
    COMPUTE WS-RST-SKIPPED =
        WS-RST-READ - WS-RST-POSTED - WS-RST-REJECTED
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Escrow items paid:      ' WS-ITEMS-PAID
    DISPLAY '  of which advanced:    ' WS-ITEMS-ADVANCED
    DISPLAY 'Escrow items rejected:  ' WS-ITEMS-REJECTED
    DISPLAY 'Loans analysed:         ' WS-LOANS-ANALYSED
    DISPLAY '  with a shortage:      ' WS-LOANS-SHORT
    DISPLAY '  surplus refunded:     ' WS-REFUNDS-ISSUED
    DISPLAY 'Analyses rejected:      ' WS-ANALYSES-REJECTED
    DISPLAY '==================================================================='.

GET-NEXT-TRANS-ID.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    MOVE '1' TO CTL-KEY
    READ COUNTER-FILE WITH LOCK
    PERFORM UNTIL NOT COUNTER-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        MOVE '1' TO CTL-KEY
        READ COUNTER-FILE WITH LOCK
    END-PERFORM
    IF COUNTER-FILE-SUCCESS
        MOVE CTL-NEXT-TRANS-ID TO WS-NEXT-TRANS-ID
        ADD 1 TO CTL-NEXT-TRANS-ID
        REWRITE COUNTER-RECORD
    END-IF.

*> Overrides the clock date with the operator-set business date when
*> one is on file. Read once and remembered; the flag keeps repeated
*> date refreshes from reopening the file every time.
LOAD-BUSINESS-DATE.
    IF NOT BUSDATE-CHECKED
        SET BUSDATE-CHECKED TO TRUE
        OPEN INPUT BUSDATE-FILE
        IF BUSDATE-FILE-SUCCESS
            READ BUSDATE-FILE
            IF BUSDATE-FILE-SUCCESS
                    AND BUS-CURRENT-DATE IS NUMERIC
                MOVE BUS-CURRENT-DATE TO WS-BUSINESS-DATE
            END-IF
            CLOSE BUSDATE-FILE
        END-IF
    END-IF
    IF WS-BUSINESS-DATE NOT = SPACES
        MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
    END-IF.

*> Appends this run's standard statistics record, same open-extend
*> shape the CTR log uses. The caller has staged the WS-RST fields.
WRITE-RUN-STATISTICS.
    OPEN EXTEND RUNSTATS-FILE
    IF NOT RUNSTATS-FILE-SUCCESS
        OPEN OUTPUT RUNSTATS-FILE
    END-IF
    IF RUNSTATS-FILE-SUCCESS
        MOVE 'ESCROWDS' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

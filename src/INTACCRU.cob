*> balance at its annual rate over 365, so a deposit parked on the
*> 31st earns one day, not the month. An account with no history for
*> the month falls back to the old whole-month calculation on the
*> live balance. The month's balance-days are sorted into account
*> order on a work file and taken up as the accrual sweep reaches
*> each account, so there is no limit on the number of accounts.
*>
*> Rates come from the account's product on the product master
*> wherever the product sets them, and from the bank-wide SAVINGS-*
*> parameters otherwise.
*>
*> Back-valued postings are applied to the balance history before
*> the month is accrued. Where one reaches into a month this job has
*> already paid, the paid interest stands and the difference is
*> posted separately at the start of the next run as a BACK-VALUE
*> INTEREST ADJ entry; each run records the month it paid on the
*> value-date register so later corrections know which months are
*> closed.
*>
*> A TRIAL run (parameter TRIAL, optionally followed by the YYYYMMDD
*> business date the real run will post under, so the parameters can
*> be signed off the night before) prices every posting the real run
*> would make -- the month's interest and any back-value
*> adjustments -- and writes them to a projection listing and file
*> (data/intaccru_trial_YYYYMMDD.txt/.dat) instead. It updates
*> nothing: no balances, postings, adjustment queue, value-date
*> register, checkpoint or run statistics. Back-valued postings not
*> yet applied to the balance history are left for BALHIST or the
*> real run to apply, so the projection prices the history as it
*> stands.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CTR-FILE-STATUS.

    SELECT PRODUCT-FILE ASSIGN TO 'data/products.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PRD-CODE
        FILE STATUS IS WS-PRODUCT-FILE-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BALHIST-FILE-STATUS.

*> The accrual month's savings balance-days, sorted by account.
    SELECT DAYACC-SORT-FILE ASSIGN TO 'data/intaccru.srt'.

    SELECT DAYACC-WORK-FILE ASSIGN TO 'data/intaccru.wrk'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-DAYWORK-FILE-STATUS.

    SELECT VALDATE-FILE ASSIGN TO 'data/valdate.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VDT-TRANS-ID
        ALTERNATE RECORD KEY IS VDT-HIST-STATUS WITH DUPLICATES
        FILE STATUS IS WS-VALDATE-FILE-STATUS.

    SELECT VALADJ-FILE ASSIGN TO 'data/valadj.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VAJ-KEY
        FILE STATUS IS WS-VALADJ-FILE-STATUS.

*> The back-valued postings still to be applied, sorted into account
*> and value-date order on a keyed work file the history pass looks
*> each balance-day's account up on.
    SELECT VDT-SORT-FILE ASSIGN TO 'data/intaccru_vdt.srt'.

    SELECT VDT-WORK-FILE ASSIGN TO 'data/intaccru_vdt.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VWK-KEY
        FILE STATUS IS WS-VDTWORK-FILE-STATUS.

    SELECT RUNSTATS-FILE ASSIGN TO 'data/runstats.dat'
        ORGANIZATION IS SEQUENTIAL
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

FD  TRANSACTION-FILE.
01  TRANSACTION-RECORD.
    05  CTR-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(5).

*> Product master: one record per product code, maintained from
*> BANKLED's Product Maintenance screen. Each product belongs to one
*> account type and carries its own rate tiers, maintenance fee and
*> minimum, daily caps, check-hold days and savings cycle limit. Any
*> term left blank (the X view is SPACES) is "not set" and the bank-wide
*> parameter applies instead -- a keyed zero is a real value, which
*> is how a youth savings product waives the fee outright.
FD  PRODUCT-FILE.
01  PRODUCT-RECORD.
    05  PRD-CODE                PIC X(4).
    05  PRD-NAME                PIC X(30).
    05  PRD-ACCOUNT-TYPE        PIC X(1).
    05  PRD-STATUS              PIC X(1).
        88  PRD-ACTIVE          VALUE 'A'.
        88  PRD-WITHDRAWN       VALUE 'W'.
    05  PRD-BASE-RATE           PIC 9V9(4).
    05  PRD-BASE-RATE-X REDEFINES PRD-BASE-RATE PIC X(5).
        88  PRD-BASE-RATE-UNSET VALUE SPACES.
    05  PRD-TIER2-BALANCE       PIC 9(13)V99.
    05  PRD-TIER2-BALANCE-X REDEFINES PRD-TIER2-BALANCE PIC X(15).
        88  PRD-TIER2-UNSET     VALUE SPACES.
    05  PRD-TIER2-RATE          PIC 9V9(4).
    05  PRD-TIER3-BALANCE       PIC 9(13)V99.
    05  PRD-TIER3-BALANCE-X REDEFINES PRD-TIER3-BALANCE PIC X(15).
        88  PRD-TIER3-UNSET     VALUE SPACES.
    05  PRD-TIER3-RATE          PIC 9V9(4).
    05  PRD-MAINT-FEE           PIC 9(7)V99.
    05  PRD-MAINT-FEE-X REDEFINES PRD-MAINT-FEE PIC X(9).
        88  PRD-MAINT-FEE-UNSET VALUE SPACES.
    05  PRD-MIN-BALANCE         PIC 9(11)V99.
    05  PRD-MIN-BALANCE-X REDEFINES PRD-MIN-BALANCE PIC X(13).
        88  PRD-MIN-BALANCE-UNSET VALUE SPACES.
    05  PRD-DAILY-WDL-LIMIT     PIC 9(11)V99.
    05  PRD-DAILY-WDL-LIMIT-X REDEFINES PRD-DAILY-WDL-LIMIT PIC X(13).
        88  PRD-DAILY-WDL-UNSET VALUE SPACES.
    05  PRD-DAILY-XFR-LIMIT     PIC 9(11)V99.
    05  PRD-DAILY-XFR-LIMIT-X REDEFINES PRD-DAILY-XFR-LIMIT PIC X(13).
        88  PRD-DAILY-XFR-UNSET VALUE SPACES.
    05  PRD-HOLD-DAYS           PIC 9(2).
    05  PRD-HOLD-DAYS-X REDEFINES PRD-HOLD-DAYS PIC X(2).
        88  PRD-HOLD-DAYS-UNSET VALUE SPACES.
    05  PRD-SAVINGS-WDL-LIMIT   PIC 9(2).
    05  PRD-SAVINGS-WDL-LIMIT-X REDEFINES PRD-SAVINGS-WDL-LIMIT
                                PIC X(2).
        88  PRD-SAVINGS-WDL-UNSET VALUE SPACES.
*> A business checking product priced by monthly account analysis
*> (ACCTANAL) instead of the flat maintenance fee.
    05  PRD-ANALYSIS-FLAG       PIC X(1).
        88  PRD-ACCOUNT-ANALYSIS VALUE 'Y'.
    05  FILLER                  PIC X(19).

*> Central bank-parameter file, maintained from BANKLED's parameter
*> screen. One record per parameter key and effective date; each
*> program reads the latest record effective on or before its run
    05  BH-BALANCE              PIC S9(13)V99.
    05  FILLER                  PIC X(10).

*> One savings balance-day of the accrual month: the account and
*> that day's balance.
SD  DAYACC-SORT-FILE.
01  DAYACC-SORT-RECORD.
    05  DSR-ACCOUNT-NUMBER      PIC 9(10).
    05  DSR-BALANCE             PIC S9(13)V99.

FD  DAYACC-WORK-FILE.
01  DAYACC-WORK-RECORD.
    05  DWK-ACCOUNT-NUMBER      PIC 9(10).
    05  DWK-BALANCE             PIC S9(13)V99.

*> Value-date register: one record per back-valued posting -- one
*> whose value date (the day it counts from for balances and
*> interest) is earlier than the TRANS-DATE it was posted on. A
*> posting with no record here is valued on its TRANS-DATE. VDT-
*> AMOUNT is the posting's signed effect on VDT-ACCOUNT's ledger
*> balance. VDT-HIST-STATUS 'P' means the balance history for the
*> days from the value date up to the posting date still has to be
*> corrected; whichever of BALHIST, INTACCRU and MAINTFEE runs first
*> corrects it and sets 'A'. The control record (TRANS-ID zero,
*> status 'C') carries the last month INTACCRU has paid interest
*> for: history days in that month or earlier are closed, and a
*> correction to a closed savings day is queued on the interest
*> adjustment file for the next accrual rather than lost.
FD  VALDATE-FILE.
01  VALDATE-RECORD.
    05  VDT-TRANS-ID            PIC 9(12).
    05  VDT-HIST-STATUS         PIC X(1).
        88  VDT-HIST-PENDING    VALUE 'P'.
        88  VDT-HIST-APPLIED    VALUE 'A'.
        88  VDT-CONTROL-RECORD  VALUE 'C'.
    05  VDT-DETAIL.
        10  VDT-ACCOUNT         PIC 9(10).
        10  VDT-POST-DATE       PIC X(8).
        10  VDT-VALUE-DATE      PIC X(8).
        10  VDT-AMOUNT          PIC S9(13)V99.
        10  VDT-DAYS-ADJUSTED   PIC 9(3).
        10  VDT-APPLIED-DATE    PIC X(8).
        10  VDT-APPLIED-BY      PIC X(8).
    05  VDT-CONTROL REDEFINES VDT-DETAIL.
        10  VDT-ACCRUED-MONTH   PIC X(6).
        10  FILLER              PIC X(54).
    05  FILLER                  PIC X(20).

*> Interest adjustment queue: one record per savings balance-day a
*> back-valued posting corrected after INTACCRU had already paid
*> that month's interest, with the day's balance before and after.
*> The interest already paid is never recalculated in place; the
*> next INTACCRU run prices the difference per account and month and
*> posts it as its own labelled 'N' adjustment, then marks the days
*> 'A' with that posting's TRANS-ID.
FD  VALADJ-FILE.
01  VALADJ-RECORD.
    05  VAJ-KEY.
        10  VAJ-ACCOUNT         PIC 9(10).
        10  VAJ-MONTH           PIC X(6).
        10  VAJ-HIST-DATE       PIC X(8).
        10  VAJ-TRANS-ID        PIC 9(12).
    05  VAJ-STATUS              PIC X(1).
        88  VAJ-PENDING         VALUE 'P'.
        88  VAJ-POSTED          VALUE 'A'.
    05  VAJ-OLD-BALANCE         PIC S9(13)V99.
    05  VAJ-NEW-BALANCE         PIC S9(13)V99.
    05  VAJ-ADJ-TRANS-ID        PIC 9(12).
    05  VAJ-POSTED-DATE         PIC X(8).
    05  FILLER                  PIC X(20).

*> One pending back-valued posting: the account, the days it covers
*> (value date up to, not including, the posting date) and its
*> signed amount.
SD  VDT-SORT-FILE.
01  VDT-SORT-RECORD.
    05  VSR-ACCOUNT             PIC 9(10).
    05  VSR-VALUE-DATE          PIC X(8).
    05  VSR-TRANS-ID            PIC 9(12).
    05  VSR-POST-DATE           PIC X(8).
    05  VSR-AMOUNT              PIC S9(13)V99.

*> The same, keyed by account and value date, with the count of
*> balance-days the history pass corrected for it.
FD  VDT-WORK-FILE.
01  VDT-WORK-RECORD.
    05  VWK-KEY.
        10  VWK-ACCOUNT         PIC 9(10).
        10  VWK-VALUE-DATE      PIC X(8).
        10  VWK-TRANS-ID        PIC 9(12).
    05  VWK-POST-DATE           PIC X(8).
    05  VWK-AMOUNT              PIC S9(13)V99.
    05  VWK-DAYS                PIC 9(3).

*> Standard run-statistics record every nightly job appends at the
*> end of its run: records read, posted, rejected, skipped, and a
*> control amount. EODBATCH picks tonight's record up into the
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

*> LOAD-BANK-PARAMETERS overrides from the central parameter file
*> (SAVINGS-RATE, SAVINGS-TIER2-BAL/RATE, SAVINGS-TIER3-BAL/RATE),
*> maintained effective-dated from BANKLED's parameter screen, so a
*> rate change is a parameter-screen entry, not a recompile. Those
*> bank-wide values are kept aside in WS-BANK-RATES; the working
*> rates below are reset from them for each account and then
*> overridden by whatever the account's product sets.
01  WS-INTEREST-PARAMETERS.
    05  ANNUAL-RATE             PIC 9V9(4) VALUE 0.0150.
    05  WS-TIER2-BALANCE        PIC S9(13)V99 VALUE ZERO.
    05  WS-EFFECTIVE-RATE       PIC 9V9(4).
    05  WS-MONTHLY-RATE         PIC 9V9(6).

01  WS-BANK-RATES.
    05  WS-BANK-ANNUAL-RATE     PIC 9V9(4).
    05  WS-BANK-TIER2-BALANCE   PIC S9(13)V99.
    05  WS-BANK-TIER2-RATE      PIC 9V9(4).
    05  WS-BANK-TIER3-BALANCE   PIC S9(13)V99.
    05  WS-BANK-TIER3-RATE      PIC 9V9(4).

01  WS-PRODUCT-FILE-STATUS      PIC X(2).
    88  PRODUCT-FILE-SUCCESS    VALUE '00'.
01  WS-PRODUCT-OPEN-FLAG        PIC X(1) VALUE 'N'.
    88  PRODUCT-FILE-OPEN       VALUE 'Y'.
01  WS-RATE-PRODUCT             PIC X(4).
01  WS-RATES-PRODUCT            PIC X(4) VALUE HIGH-VALUES.

*> Band-accrual scratch: the balance being banded, each band's
*> portion, the summed annual interest across the bands, and the
*> blended rate the posting's description carries.
    05  WS-BLENDED-DISPLAY      PIC 9.9(4).
    05  WS-INT-DESC             PIC X(50).

*> Day-by-day accrual for the account in hand, taken off the sorted
*> balance-day work file: each prior-month balance-day's interest
*> accumulated at four decimals (the posting rounds once at the end),
*> the summed balances and the day count.
01  WS-BALHIST-FILE-STATUS      PIC X(2).
    88  BALHIST-FILE-SUCCESS    VALUE '00'.
    88  BALHIST-FILE-AT-END     VALUE '10'.
01  WS-DAYWORK-FILE-STATUS      PIC X(2).
    88  DAYWORK-FILE-SUCCESS    VALUE '00'.
    88  DAYWORK-AT-END          VALUE '10'.
01  WS-DAYACC-CONTROLS.
    05  WS-ACCRUAL-MONTH        PIC X(6).
    05  WS-PM-YEAR-NUM          PIC 9(4).
    05  WS-PM-MONTH-NUM         PIC 9(2).
    05  WS-DAY-INTEREST         PIC S9(13)V9(4).
    05  WS-DAYACC-INTEREST      PIC S9(13)V9(4).
    05  WS-DAYACC-BALSUM        PIC S9(15)V99.
    05  WS-DAYACC-DAYS          PIC 9(3).

*> Back-valued posting correction. WS-CLOSED-THROUGH-MONTH is the
*> last month whose interest INTACCRU has paid (from the value-date
*> register's control record; before INTACCRU has ever recorded one,
*> WS-CLOSED-MONTH-LAG months before the business month).
01  WS-VALDATE-FILE-STATUS      PIC X(2).
    88  VALDATE-FILE-SUCCESS    VALUE '00'.
01  WS-VALADJ-FILE-STATUS       PIC X(2).
    88  VALADJ-FILE-SUCCESS     VALUE '00'.
01  WS-VDTWORK-FILE-STATUS      PIC X(2).
    88  VDTWORK-FILE-SUCCESS    VALUE '00'.
01  WS-VALUE-DATE-FIELDS.
    05  WS-VDT-JOB-NAME         PIC X(8) VALUE 'INTACCRU'.
    05  WS-CLOSED-MONTH-LAG     PIC 9(1) VALUE 2.
    05  WS-CLOSED-THROUGH-MONTH PIC X(6).
    05  WS-CM-YEAR-NUM          PIC 9(4).
    05  WS-CM-MONTH-NUM         PIC 9(2).
    05  WS-VSORT-FLAG           PIC X(1) VALUE 'N'.
        88  VSORT-AT-END        VALUE 'Y'.
    05  WS-VDT-PENDING-COUNT    PIC 9(7) VALUE ZERO.
    05  WS-VDT-DAY-FLAG         PIC X(1).
        88  VDT-DAY-CORRECTED   VALUE 'Y'.
    05  WS-VDT-OLD-BALANCE      PIC S9(13)V99.
    05  WS-VDT-POSTINGS-APPLIED PIC 9(7) VALUE ZERO.
    05  WS-VDT-DAYS-CORRECTED   PIC 9(7) VALUE ZERO.
    05  WS-VDT-DAYS-QUEUED      PIC 9(7) VALUE ZERO.

*> Back-value interest adjustment: the account-month being priced off
*> the interest adjustment queue (WS-ADJ-NEXT-KEY doubles as the
*> START key that skips past it), its unrounded interest difference,
*> and the run's totals.
01  WS-ADJ-FIELDS.
    05  WS-ADJ-SCAN-FLAG        PIC X(1).
        88  ADJ-SCAN-DONE       VALUE 'Y'.
    05  WS-ADJ-HELD-FLAG        PIC X(1).
        88  ADJ-GROUP-HELD      VALUE 'Y'.
    05  WS-ADJ-POSTING-FLAG     PIC X(1) VALUE 'N'.
        88  ADJ-POSTING-IN-FLIGHT VALUE 'Y'.
    05  WS-ADJ-NEXT-KEY.
        10  WS-ADJ-ACCOUNT      PIC 9(10).
        10  WS-ADJ-MONTH        PIC X(6).
        10  WS-ADJ-KEY-REST     PIC X(20).
    05  WS-ADJ-INTEREST         PIC S9(13)V9(4).
    05  WS-ADJ-TRANS-ID         PIC 9(12).
    05  WS-ADJ-POSTED-COUNT     PIC 9(7) VALUE ZERO.
    05  WS-ADJ-HELD-COUNT       PIC 9(7) VALUE ZERO.
    05  WS-ADJ-NET-AMOUNT       PIC S9(13)V99 VALUE ZERO.
    05  WS-ADJ-DISPLAY          PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-HIGH-ACCOUNT-NUM         PIC 9(10) VALUE ZERO.
01  WS-INTEREST-AMOUNT          PIC S9(13)V99.
01  WS-BALANCE-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
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
    PERFORM POST-BACK-VALUE-ADJUSTMENTS
    PERFORM ACCRUE-INTEREST-ALL-ACCOUNTS
    IF NOT TRIAL-RUN
        PERFORM RECORD-ACCRUED-MONTH
    END-IF
    PERFORM CLEANUP-BATCH
    STOP RUN.

    DISPLAY '==================================================================='
    DISPLAY '          SAVINGS ACCOUNT INTEREST ACCRUAL BATCH JOB'
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

    IF NOT TRIAL-RUN
        PERFORM LOAD-NEXT-TRANS-ID
    END-IF
    PERFORM GET-CURRENT-DATE-TIME
    IF TRIAL-RUN
        PERFORM APPLY-TRIAL-AS-OF-DATE
    END-IF
    PERFORM LOAD-BANK-PARAMETERS
    MOVE ANNUAL-RATE TO WS-BANK-ANNUAL-RATE
    MOVE WS-TIER2-BALANCE TO WS-BANK-TIER2-BALANCE
    MOVE WS-TIER2-RATE TO WS-BANK-TIER2-RATE
    MOVE WS-TIER3-BALANCE TO WS-BANK-TIER3-BALANCE
    MOVE WS-TIER3-RATE TO WS-BANK-TIER3-RATE
    PERFORM OPEN-PRODUCT-FILE
    DISPLAY 'Base Annual Rate: ' ANNUAL-RATE
    IF WS-TIER2-BALANCE > ZERO
        DISPLAY 'Tier 2 (>= ' WS-TIER2-BALANCE '): ' WS-TIER2-RATE
    IF WS-TIER3-BALANCE > ZERO
        DISPLAY 'Tier 3 (>= ' WS-TIER3-BALANCE '): ' WS-TIER3-RATE
    END-IF
    IF TRIAL-RUN
        PERFORM LOAD-DAY-ACCRUALS
        PERFORM OPEN-TRIAL-PROJECTION
    ELSE
        PERFORM APPLY-VALUE-DATED-POSTINGS
        PERFORM LOAD-DAY-ACCRUALS
        PERFORM LOAD-CHECKPOINT
    END-IF.

*> Back-valued postings still waiting on their balance-history
*> correction: each one adds its signed amount to its account's
*> balance-days from the value date up to (not including) the day it
*> posted, so the averages and day-by-day interest built on the
*> history count the money from the day it really moved. BALHIST,
*> INTACCRU and MAINTFEE each run this before they use the history;
*> whichever runs first does the work. A corrected savings day in a
*> month already paid goes on the interest adjustment queue for the
*> next accrual instead of changing paid interest unseen.
APPLY-VALUE-DATED-POSTINGS.
    OPEN I-O VALDATE-FILE
    IF VALDATE-FILE-SUCCESS
        PERFORM LOAD-CLOSED-MONTH
        MOVE ZERO TO WS-VDT-PENDING-COUNT
        SORT VDT-SORT-FILE
            ON ASCENDING KEY VSR-ACCOUNT VSR-VALUE-DATE VSR-TRANS-ID
            INPUT PROCEDURE IS RELEASE-PENDING-POSTINGS
            OUTPUT PROCEDURE IS WRITE-PENDING-POSTINGS
        IF WS-VDT-PENDING-COUNT > ZERO
            OPEN I-O VDT-WORK-FILE
            IF NOT VDTWORK-FILE-SUCCESS
                DISPLAY 'ERROR: Unable to open the back-valued posting'
                        ' work file. Status: ' WS-VDTWORK-FILE-STATUS
                STOP RUN
            END-IF
            OPEN I-O VALADJ-FILE
            IF NOT VALADJ-FILE-SUCCESS
                OPEN OUTPUT VALADJ-FILE
                CLOSE VALADJ-FILE
                OPEN I-O VALADJ-FILE
            END-IF
            PERFORM CORRECT-BALANCE-HISTORY
            PERFORM MARK-POSTINGS-APPLIED
            CLOSE VALADJ-FILE
            CLOSE VDT-WORK-FILE
        END-IF
        CLOSE VALDATE-FILE
        IF WS-VDT-POSTINGS-APPLIED > ZERO
            DISPLAY 'Back-valued postings applied to history: '
                    WS-VDT-POSTINGS-APPLIED
            DISPLAY '  balance-days corrected:                '
                    WS-VDT-DAYS-CORRECTED
            DISPLAY '  paid-month days queued for adjustment: '
                    WS-VDT-DAYS-QUEUED
        END-IF
    END-IF.

*> Every register record still pending, read along the status key.
RELEASE-PENDING-POSTINGS.
    MOVE 'P' TO VDT-HIST-STATUS
    START VALDATE-FILE KEY = VDT-HIST-STATUS
    IF VALDATE-FILE-SUCCESS
        PERFORM READ-NEXT-VALDATE
        PERFORM UNTIL NOT VALDATE-FILE-SUCCESS
                OR NOT VDT-HIST-PENDING
            MOVE VDT-ACCOUNT TO VSR-ACCOUNT
            MOVE VDT-VALUE-DATE TO VSR-VALUE-DATE
            MOVE VDT-TRANS-ID TO VSR-TRANS-ID
            MOVE VDT-POST-DATE TO VSR-POST-DATE
            MOVE VDT-AMOUNT TO VSR-AMOUNT
            RELEASE VDT-SORT-RECORD
            PERFORM READ-NEXT-VALDATE
        END-PERFORM
    END-IF.

READ-NEXT-VALDATE.
    READ VALDATE-FILE NEXT RECORD AT END
        MOVE '10' TO WS-VALDATE-FILE-STATUS
    END-READ.

WRITE-PENDING-POSTINGS.
    OPEN OUTPUT VDT-WORK-FILE
    MOVE 'N' TO WS-VSORT-FLAG
    PERFORM RETURN-NEXT-PENDING-POSTING
    PERFORM UNTIL VSORT-AT-END
        MOVE VSR-ACCOUNT TO VWK-ACCOUNT
        MOVE VSR-VALUE-DATE TO VWK-VALUE-DATE
        MOVE VSR-TRANS-ID TO VWK-TRANS-ID
        MOVE VSR-POST-DATE TO VWK-POST-DATE
        MOVE VSR-AMOUNT TO VWK-AMOUNT
        MOVE ZERO TO VWK-DAYS
        WRITE VDT-WORK-RECORD
        ADD 1 TO WS-VDT-PENDING-COUNT
        PERFORM RETURN-NEXT-PENDING-POSTING
    END-PERFORM
    CLOSE VDT-WORK-FILE.

RETURN-NEXT-PENDING-POSTING.
    RETURN VDT-SORT-FILE AT END
        SET VSORT-AT-END TO TRUE
    END-RETURN.

LOAD-CLOSED-MONTH.
    MOVE ZERO TO VDT-TRANS-ID
    READ VALDATE-FILE
    IF VALDATE-FILE-SUCCESS AND VDT-CONTROL-RECORD
        MOVE VDT-ACCRUED-MONTH TO WS-CLOSED-THROUGH-MONTH
    ELSE
        MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) TO WS-CM-YEAR-NUM
        MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) TO WS-CM-MONTH-NUM
        PERFORM WS-CLOSED-MONTH-LAG TIMES
            IF WS-CM-MONTH-NUM = 1
                MOVE 12 TO WS-CM-MONTH-NUM
                SUBTRACT 1 FROM WS-CM-YEAR-NUM
            ELSE
                SUBTRACT 1 FROM WS-CM-MONTH-NUM
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-CLOSED-THROUGH-MONTH
        STRING WS-CM-YEAR-NUM WS-CM-MONTH-NUM
            DELIMITED BY SIZE INTO WS-CLOSED-THROUGH-MONTH
    END-IF.

*> The one pass of the history for every pending posting together. A
*> balance-day whose account has postings on the work file takes
*> each one whose value date falls on or before it and whose posting
*> date is still after it; the postings are in value-date order, so
*> the look-up stops at the first one valued later than the day. A
*> missing history file leaves nothing to correct.
CORRECT-BALANCE-HISTORY.
    OPEN I-O BALHIST-FILE
    IF BALHIST-FILE-SUCCESS
        PERFORM READ-BALHIST-RECORD
        PERFORM UNTIL BALHIST-FILE-AT-END
            PERFORM CORRECT-ONE-BALANCE-DAY
            PERFORM READ-BALHIST-RECORD
        END-PERFORM
        CLOSE BALHIST-FILE
    END-IF.

CORRECT-ONE-BALANCE-DAY.
    MOVE 'N' TO WS-VDT-DAY-FLAG
    MOVE BH-ACCOUNT-NUMBER TO VWK-ACCOUNT
    MOVE LOW-VALUES TO VWK-VALUE-DATE
    MOVE ZERO TO VWK-TRANS-ID
    START VDT-WORK-FILE KEY NOT < VWK-KEY
    IF VDTWORK-FILE-SUCCESS
        PERFORM READ-NEXT-VDT-WORK
        PERFORM UNTIL NOT VDTWORK-FILE-SUCCESS
                OR VWK-ACCOUNT NOT = BH-ACCOUNT-NUMBER
                OR VWK-VALUE-DATE > BH-BUSINESS-DATE
            IF BH-BUSINESS-DATE < VWK-POST-DATE
                MOVE BH-BALANCE TO WS-VDT-OLD-BALANCE
                ADD VWK-AMOUNT TO BH-BALANCE
                ADD 1 TO VWK-DAYS
                REWRITE VDT-WORK-RECORD
                SET VDT-DAY-CORRECTED TO TRUE
                ADD 1 TO WS-VDT-DAYS-CORRECTED
                IF BH-ACCOUNT-TYPE = 'S'
                        AND BH-BUSINESS-DATE(1:6)
                            <= WS-CLOSED-THROUGH-MONTH
                    PERFORM QUEUE-INTEREST-ADJUSTMENT
                END-IF
            END-IF
            PERFORM READ-NEXT-VDT-WORK
        END-PERFORM
    END-IF
    IF VDT-DAY-CORRECTED
        REWRITE BALHIST-RECORD
    END-IF.

READ-NEXT-VDT-WORK.
    READ VDT-WORK-FILE NEXT RECORD AT END
        MOVE '10' TO WS-VDTWORK-FILE-STATUS
    END-READ.

*> Marks each posting on the work file applied on the register, with
*> the days it corrected, as soon as the history pass is done, so the
*> next job to run this does not correct the same days twice.
MARK-POSTINGS-APPLIED.
    MOVE ZERO TO VWK-ACCOUNT
    MOVE LOW-VALUES TO VWK-VALUE-DATE
    MOVE ZERO TO VWK-TRANS-ID
    START VDT-WORK-FILE KEY NOT < VWK-KEY
    IF VDTWORK-FILE-SUCCESS
        PERFORM READ-NEXT-VDT-WORK
        PERFORM UNTIL NOT VDTWORK-FILE-SUCCESS
            MOVE VWK-TRANS-ID TO VDT-TRANS-ID
            READ VALDATE-FILE
            IF VALDATE-FILE-SUCCESS AND VDT-HIST-PENDING
                SET VDT-HIST-APPLIED TO TRUE
                MOVE VWK-DAYS TO VDT-DAYS-ADJUSTED
                MOVE WS-CURRENT-DATE TO VDT-APPLIED-DATE
                MOVE WS-VDT-JOB-NAME TO VDT-APPLIED-BY
                REWRITE VALDATE-RECORD
            END-IF
            IF VALDATE-FILE-SUCCESS
                ADD 1 TO WS-VDT-POSTINGS-APPLIED
            ELSE
                DISPLAY 'ERROR marking value-dated transaction '
                        VWK-TRANS-ID ' applied. Status: '
                        WS-VALDATE-FILE-STATUS
            END-IF
            PERFORM READ-NEXT-VDT-WORK
        END-PERFORM
    END-IF.

QUEUE-INTEREST-ADJUSTMENT.
    INITIALIZE VALADJ-RECORD
    MOVE BH-ACCOUNT-NUMBER TO VAJ-ACCOUNT
    MOVE BH-BUSINESS-DATE(1:6) TO VAJ-MONTH
    MOVE BH-BUSINESS-DATE TO VAJ-HIST-DATE
    MOVE VWK-TRANS-ID TO VAJ-TRANS-ID
    SET VAJ-PENDING TO TRUE
    MOVE WS-VDT-OLD-BALANCE TO VAJ-OLD-BALANCE
    MOVE BH-BALANCE TO VAJ-NEW-BALANCE
    WRITE VALADJ-RECORD
    IF VALADJ-FILE-SUCCESS
        ADD 1 TO WS-VDT-DAYS-QUEUED
    ELSE
        DISPLAY 'ERROR queueing interest adjustment for account '
                BH-ACCOUNT-NUMBER ' day ' BH-BUSINESS-DATE
                '. Status: ' WS-VALADJ-FILE-STATUS
    END-IF.

*> Sorts the accrual month's savings balance-days into account
*> order on the work file the accrual sweep reads alongside the
*> account master. A missing history file simply leaves the work
*> file empty, and every account falls back to the whole-month
*> calculation.
LOAD-DAY-ACCRUALS.
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) TO WS-PM-YEAR-NUM
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) TO WS-PM-MONTH-NUM
        DELIMITED BY SIZE INTO WS-ACCRUAL-MONTH
    DISPLAY 'Accruing month:   ' WS-ACCRUAL-MONTH

    SORT DAYACC-SORT-FILE
        ON ASCENDING KEY DSR-ACCOUNT-NUMBER
        INPUT PROCEDURE IS RELEASE-MONTH-BALANCE-DAYS
        GIVING DAYACC-WORK-FILE

    OPEN INPUT DAYACC-WORK-FILE
    IF DAYWORK-FILE-SUCCESS
        PERFORM READ-DAYACC-WORK
    ELSE
        DISPLAY 'ERROR: Unable to open the balance-day work file.'
                ' Status: ' WS-DAYWORK-FILE-STATUS
        STOP RUN
    END-IF.

RELEASE-MONTH-BALANCE-DAYS.
    OPEN INPUT BALHIST-FILE
    IF BALHIST-FILE-SUCCESS
        PERFORM READ-BALHIST-RECORD
            IF BH-BUSINESS-DATE(1:6) = WS-ACCRUAL-MONTH
                    AND BH-ACCOUNT-TYPE = 'S'
                    AND BH-BALANCE > ZERO
                MOVE BH-ACCOUNT-NUMBER TO DSR-ACCOUNT-NUMBER
                MOVE BH-BALANCE TO DSR-BALANCE
                RELEASE DAYACC-SORT-RECORD
            END-IF
            PERFORM READ-BALHIST-RECORD
        END-PERFORM
                ' applies.'
    END-IF.

READ-DAYACC-WORK.
    READ DAYACC-WORK-FILE AT END
        MOVE '10' TO WS-DAYWORK-FILE-STATUS
    END-READ.

*> The balance-days for the account in hand. The work file is in
*> account order like the sweep, so days for accounts the sweep
*> passed over (not savings, not active, a restart's skipped range)
*> are simply read past.
ACCUMULATE-DAY-ACCRUALS.
    MOVE ZERO TO WS-DAYACC-INTEREST
    MOVE ZERO TO WS-DAYACC-BALSUM
    MOVE ZERO TO WS-DAYACC-DAYS
    PERFORM UNTIL DAYWORK-AT-END
            OR DWK-ACCOUNT-NUMBER > ACCOUNT-NUMBER
        IF DWK-ACCOUNT-NUMBER = ACCOUNT-NUMBER
            PERFORM ACCRUE-ONE-BALANCE-DAY
        END-IF
        PERFORM READ-DAYACC-WORK
    END-PERFORM.

*> One balance-day's interest, each balance band at its own rate
*> (the account's product rates, already resolved), accumulated
*> unrounded.
ACCRUE-ONE-BALANCE-DAY.
    MOVE DWK-BALANCE TO WS-BAND-BALANCE
    PERFORM COMPUTE-BANDED-ANNUAL-INTEREST
    COMPUTE WS-DAY-INTEREST ROUNDED = WS-BAND-ANNUAL-INT / 365
    ADD WS-DAY-INTEREST TO WS-DAYACC-INTEREST
    ADD DWK-BALANCE TO WS-DAYACC-BALSUM
    ADD 1 TO WS-DAYACC-DAYS.

*> The working rates for the product in WS-RATE-PRODUCT: the
*> bank-wide rates, overridden term by term by whatever the product
*> sets. A tier floor keyed on the product brings its rate with it
*> (a floor of zero switches that band off for the product). The
*> last product resolved is remembered, so a run of balance-days for
*> the same product costs one read.
APPLY-PRODUCT-RATES.
    IF WS-RATE-PRODUCT NOT = WS-RATES-PRODUCT
        MOVE WS-RATE-PRODUCT TO WS-RATES-PRODUCT
        MOVE WS-BANK-ANNUAL-RATE TO ANNUAL-RATE
        MOVE WS-BANK-TIER2-BALANCE TO WS-TIER2-BALANCE
        MOVE WS-BANK-TIER2-RATE TO WS-TIER2-RATE
        MOVE WS-BANK-TIER3-BALANCE TO WS-TIER3-BALANCE
        MOVE WS-BANK-TIER3-RATE TO WS-TIER3-RATE
        IF WS-RATE-PRODUCT NOT = SPACES AND PRODUCT-FILE-OPEN
            MOVE WS-RATE-PRODUCT TO PRD-CODE
            READ PRODUCT-FILE
            IF PRODUCT-FILE-SUCCESS
                IF NOT PRD-BASE-RATE-UNSET
                    MOVE PRD-BASE-RATE TO ANNUAL-RATE
                END-IF
                IF NOT PRD-TIER2-UNSET
                    MOVE PRD-TIER2-BALANCE TO WS-TIER2-BALANCE
                    MOVE PRD-TIER2-RATE TO WS-TIER2-RATE
                END-IF
                IF NOT PRD-TIER3-UNSET
                    MOVE PRD-TIER3-BALANCE TO WS-TIER3-BALANCE
                    MOVE PRD-TIER3-RATE TO WS-TIER3-RATE
                END-IF
            END-IF
        END-IF
    END-IF.

*> The product master is read-only here and stays open for the run;
*> without it every account simply earns the bank-wide rates.
OPEN-PRODUCT-FILE.
    MOVE 'N' TO WS-PRODUCT-OPEN-FLAG
    OPEN INPUT PRODUCT-FILE
    IF PRODUCT-FILE-SUCCESS
        SET PRODUCT-FILE-OPEN TO TRUE
    END-IF.

*> One year's interest on WS-BAND-BALANCE with each band at its own
*> rate: below the tier-2 floor at the base rate, from there to the
            WS-BAND-ANNUAL-INT + WS-BAND-PORTION * WS-TIER3-RATE
    END-IF.

READ-BALHIST-RECORD.
    READ BALHIST-FILE AT END
        MOVE '10' TO WS-BALHIST-FILE-STATUS
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

*> Interest on balance-days a back-valued posting corrected after
*> their month was already paid. Each account-month on the queue is
*> priced as the difference between the day-by-day interest on the
*> corrected balances and on the balances it was paid on -- at the
*> rates in force today -- and posted as its own 'N' entry labelled
*> BACK-VALUE INTEREST ADJ YYYYMM, a recovery where the correction
*> lowered the balance. The original interest posting is never
*> touched. An account that cannot take the posting (closed, frozen,
*> credits blocked, or locked by a teller) keeps its days on the
*> queue for the next run. A trial run prices the queue the same way
*> and projects the postings, leaving the queue untouched.
POST-BACK-VALUE-ADJUSTMENTS.
    IF TRIAL-RUN
        OPEN INPUT VALADJ-FILE
    ELSE
        OPEN I-O VALADJ-FILE
    END-IF
    IF VALADJ-FILE-SUCCESS
        MOVE LOW-VALUES TO WS-ADJ-NEXT-KEY
        MOVE 'N' TO WS-ADJ-SCAN-FLAG
        PERFORM UNTIL ADJ-SCAN-DONE
            PERFORM FIND-NEXT-ADJUSTMENT-GROUP
            IF NOT ADJ-SCAN-DONE
                PERFORM POST-ONE-ADJUSTMENT-GROUP
            END-IF
        END-PERFORM
        CLOSE VALADJ-FILE
        IF (WS-ADJ-POSTED-COUNT > ZERO OR WS-ADJ-HELD-COUNT > ZERO)
                AND NOT TRIAL-RUN
            MOVE WS-ADJ-NET-AMOUNT TO WS-ADJ-DISPLAY
            DISPLAY 'Back-value interest adjustments posted: '
                    WS-ADJ-POSTED-COUNT ' net $' WS-ADJ-DISPLAY
            DISPLAY 'Back-value adjustments held for next run: '
                    WS-ADJ-HELD-COUNT
        END-IF
    END-IF.

*> Positions on the first pending day past the last account-month
*> handled and takes its account-month as the next group.
FIND-NEXT-ADJUSTMENT-GROUP.
    MOVE WS-ADJ-NEXT-KEY TO VAJ-KEY
    START VALADJ-FILE KEY > VAJ-KEY
    IF VALADJ-FILE-SUCCESS
        PERFORM READ-NEXT-VALADJ
        PERFORM UNTIL NOT VALADJ-FILE-SUCCESS OR VAJ-PENDING
            PERFORM READ-NEXT-VALADJ
        END-PERFORM
    END-IF
    IF VALADJ-FILE-SUCCESS
        MOVE VAJ-ACCOUNT TO WS-ADJ-ACCOUNT
        MOVE VAJ-MONTH TO WS-ADJ-MONTH
    ELSE
        SET ADJ-SCAN-DONE TO TRUE
    END-IF.

READ-NEXT-VALADJ.
    READ VALADJ-FILE NEXT RECORD AT END
        MOVE '10' TO WS-VALADJ-FILE-STATUS
    END-READ.

*> Prices, posts and marks one account-month. The days are marked
*> with the adjustment's TRANS-ID (zero where the difference rounds
*> to nothing) only once the posting has gone through.
POST-ONE-ADJUSTMENT-GROUP.
    MOVE 'N' TO WS-ADJ-HELD-FLAG
    MOVE ZERO TO WS-ADJ-TRANS-ID
    MOVE WS-ADJ-ACCOUNT TO ACCOUNT-NUMBER
    PERFORM READ-ACCOUNT-FOR-ADJUSTMENT
    IF NOT FILE-SUCCESS
        DISPLAY 'HELD back-value adjustment ' WS-ADJ-MONTH
                ' for account ' WS-ADJ-ACCOUNT
                ' (account unavailable. Status: ' WS-FILE-STATUS ')'
        SET ADJ-GROUP-HELD TO TRUE
    ELSE
        MOVE PRODUCT-CODE TO WS-RATE-PRODUCT
        PERFORM APPLY-PRODUCT-RATES
        MOVE ZERO TO WS-ADJ-INTEREST
        MOVE LOW-VALUES TO WS-ADJ-KEY-REST
        MOVE WS-ADJ-NEXT-KEY TO VAJ-KEY
        START VALADJ-FILE KEY NOT < VAJ-KEY
        IF VALADJ-FILE-SUCCESS
            PERFORM READ-NEXT-VALADJ
        END-IF
        PERFORM UNTIL NOT VALADJ-FILE-SUCCESS
                OR VAJ-ACCOUNT NOT = WS-ADJ-ACCOUNT
                OR VAJ-MONTH NOT = WS-ADJ-MONTH
            IF VAJ-PENDING
                PERFORM PRICE-ONE-ADJUSTMENT-DAY
            END-IF
            PERFORM READ-NEXT-VALADJ
        END-PERFORM
        COMPUTE WS-INTEREST-AMOUNT ROUNDED = WS-ADJ-INTEREST
        IF WS-INTEREST-AMOUNT NOT = ZERO
            IF NOT ACTIVE-ACCOUNT
                    OR (WS-INTEREST-AMOUNT > ZERO AND CREDITS-BLOCKED)
                DISPLAY 'HELD back-value adjustment ' WS-ADJ-MONTH
                        ' for account ' WS-ADJ-ACCOUNT
                        ' (account not open for posting)'
                SET ADJ-GROUP-HELD TO TRUE
                PERFORM RELEASE-ACCOUNT-LOCK
            ELSE
                IF TRIAL-RUN
                    PERFORM PROJECT-ADJUSTMENT-POSTING
                ELSE
                    PERFORM POST-ADJUSTMENT-TO-ACCOUNT
                END-IF
            END-IF
        ELSE
            PERFORM RELEASE-ACCOUNT-LOCK
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN ADJ-GROUP-HELD
            ADD 1 TO WS-ADJ-HELD-COUNT
        WHEN TRIAL-RUN
            CONTINUE
        WHEN OTHER
            PERFORM MARK-ADJUSTMENT-GROUP-POSTED
    END-EVALUATE
    MOVE HIGH-VALUES TO WS-ADJ-KEY-REST.

READ-ACCOUNT-FOR-ADJUSTMENT.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM.

*> The day's interest on the corrected balance less the day's
*> interest on the balance it was paid on, each worked exactly as
*> ACCRUE-ONE-BALANCE-DAY works it (a day at or below zero earns
*> nothing).
PRICE-ONE-ADJUSTMENT-DAY.
    MOVE ZERO TO WS-BAND-BALANCE
    IF VAJ-NEW-BALANCE > ZERO
        MOVE VAJ-NEW-BALANCE TO WS-BAND-BALANCE
    END-IF
    PERFORM COMPUTE-BANDED-ANNUAL-INTEREST
    COMPUTE WS-DAY-INTEREST ROUNDED = WS-BAND-ANNUAL-INT / 365
    ADD WS-DAY-INTEREST TO WS-ADJ-INTEREST

    MOVE ZERO TO WS-BAND-BALANCE
    IF VAJ-OLD-BALANCE > ZERO
        MOVE VAJ-OLD-BALANCE TO WS-BAND-BALANCE
    END-IF
    PERFORM COMPUTE-BANDED-ANNUAL-INTEREST
    COMPUTE WS-DAY-INTEREST ROUNDED = WS-BAND-ANNUAL-INT / 365
    SUBTRACT WS-DAY-INTEREST FROM WS-ADJ-INTEREST.

POST-ADJUSTMENT-TO-ACCOUNT.
    ADD WS-INTEREST-AMOUNT TO ACCOUNT-BALANCE
    ADD WS-INTEREST-AMOUNT TO AVAILABLE-BALANCE
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    REWRITE ACCOUNT-RECORD
    IF FILE-SUCCESS
        MOVE SPACES TO WS-INT-DESC
        STRING 'BACK-VALUE INTEREST ADJ ' WS-ADJ-MONTH
            DELIMITED BY SIZE INTO WS-INT-DESC
        SET ADJ-POSTING-IN-FLIGHT TO TRUE
        PERFORM LOG-INTEREST-TRANSACTION
        MOVE 'N' TO WS-ADJ-POSTING-FLAG
        MOVE TRANS-ID TO WS-ADJ-TRANS-ID
        ADD 1 TO WS-ADJ-POSTED-COUNT
        ADD WS-INTEREST-AMOUNT TO WS-ADJ-NET-AMOUNT
        ADD WS-INTEREST-AMOUNT TO WS-RST-CONTROL-AMOUNT
        MOVE WS-INTEREST-AMOUNT TO WS-ADJ-DISPLAY
        DISPLAY 'Account ' ACCOUNT-NUMBER
                ' back-value adj ' WS-ADJ-MONTH ' $' WS-ADJ-DISPLAY
        PERFORM RELEASE-ACCOUNT-LOCK
    ELSE
        DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                ' status ' WS-FILE-STATUS
        SET ADJ-GROUP-HELD TO TRUE
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> The adjustment as POST-ADJUSTMENT-TO-ACCOUNT would post it, on the
*> in-memory record only.
PROJECT-ADJUSTMENT-POSTING.
    MOVE ACCOUNT-BALANCE TO WS-PRJ-BALANCE-BEFORE
    ADD WS-INTEREST-AMOUNT TO ACCOUNT-BALANCE
    MOVE SPACES TO WS-PRJ-DESCRIPTION
    STRING 'BACK-VALUE INTEREST ADJ ' WS-ADJ-MONTH
        DELIMITED BY SIZE INTO WS-PRJ-DESCRIPTION
    MOVE 'N' TO WS-PRJ-TRANS-TYPE
    MOVE WS-INTEREST-AMOUNT TO WS-PRJ-AMOUNT
    PERFORM WRITE-TRIAL-PROJECTION
    ADD 1 TO WS-ADJ-POSTED-COUNT
    ADD WS-INTEREST-AMOUNT TO WS-ADJ-NET-AMOUNT
    PERFORM RELEASE-ACCOUNT-LOCK.

MARK-ADJUSTMENT-GROUP-POSTED.
    MOVE LOW-VALUES TO WS-ADJ-KEY-REST
    MOVE WS-ADJ-NEXT-KEY TO VAJ-KEY
    START VALADJ-FILE KEY NOT < VAJ-KEY
    IF VALADJ-FILE-SUCCESS
        PERFORM READ-NEXT-VALADJ
    END-IF
    PERFORM UNTIL NOT VALADJ-FILE-SUCCESS
            OR VAJ-ACCOUNT NOT = WS-ADJ-ACCOUNT
            OR VAJ-MONTH NOT = WS-ADJ-MONTH
        IF VAJ-PENDING
            SET VAJ-POSTED TO TRUE
            MOVE WS-ADJ-TRANS-ID TO VAJ-ADJ-TRANS-ID
            MOVE WS-CURRENT-DATE TO VAJ-POSTED-DATE
            REWRITE VALADJ-RECORD
        END-IF
        PERFORM READ-NEXT-VALADJ
    END-PERFORM.

*> Records the month this run paid as the value-date register's
*> closed-through month: from here on a back-valued posting that
*> reaches into it is queued for adjustment instead of simply
*> correcting the history the accrual has already been paid from.
RECORD-ACCRUED-MONTH.
    OPEN I-O VALDATE-FILE
    IF NOT VALDATE-FILE-SUCCESS
        OPEN OUTPUT VALDATE-FILE
        CLOSE VALDATE-FILE
        OPEN I-O VALDATE-FILE
    END-IF
    MOVE ZERO TO VDT-TRANS-ID
    READ VALDATE-FILE
    IF VALDATE-FILE-SUCCESS
        IF VDT-ACCRUED-MONTH < WS-ACCRUAL-MONTH
            MOVE WS-ACCRUAL-MONTH TO VDT-ACCRUED-MONTH
            REWRITE VALDATE-RECORD
        END-IF
    ELSE
        MOVE SPACES TO VALDATE-RECORD
        MOVE ZERO TO VDT-TRANS-ID
        SET VDT-CONTROL-RECORD TO TRUE
        MOVE WS-ACCRUAL-MONTH TO VDT-ACCRUED-MONTH
        WRITE VALDATE-RECORD
    END-IF
    IF NOT VALDATE-FILE-SUCCESS
        DISPLAY 'WARNING: unable to record accrued month on the'
                ' value-date register. Status: '
                WS-VALDATE-FILE-STATUS
    END-IF
    CLOSE VALDATE-FILE.

*> Persists the checkpoint after every account this run has finished
*> with (posted, skipped as locked, or skipped as not eligible) rather
*> and the posting is that rate / 12.
POST-INTEREST-TO-ACCOUNT.
    MOVE ZERO TO WS-INTEREST-AMOUNT
    MOVE PRODUCT-CODE TO WS-RATE-PRODUCT
    PERFORM APPLY-PRODUCT-RATES
    PERFORM ACCUMULATE-DAY-ACCRUALS
    IF WS-DAYACC-DAYS > ZERO
        COMPUTE WS-INTEREST-AMOUNT ROUNDED = WS-DAYACC-INTEREST
    ELSE
        PERFORM COMPUTE-WHOLE-MONTH-INTEREST
    END-IF

    IF WS-INTEREST-AMOUNT > ZERO AND TRIAL-RUN
        PERFORM PROJECT-INTEREST-POSTING
    END-IF
    IF WS-INTEREST-AMOUNT > ZERO AND NOT TRIAL-RUN
        ADD WS-INTEREST-AMOUNT TO ACCOUNT-BALANCE
        ADD WS-INTEREST-AMOUNT TO AVAILABLE-BALANCE
        MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> The interest posting as the real run would make it, description
*> and all (worked off the credited balance, as LOG-INTEREST-
*> TRANSACTION works it), on the in-memory record only. The caller
*> releases the account.
PROJECT-INTEREST-POSTING.
    MOVE ACCOUNT-BALANCE TO WS-PRJ-BALANCE-BEFORE
    ADD WS-INTEREST-AMOUNT TO ACCOUNT-BALANCE
    PERFORM BUILD-INTEREST-DESCRIPTION
    MOVE WS-INT-DESC TO WS-PRJ-DESCRIPTION
    MOVE 'N' TO WS-PRJ-TRANS-TYPE
    MOVE WS-INTEREST-AMOUNT TO WS-PRJ-AMOUNT
    PERFORM WRITE-TRIAL-PROJECTION
    ADD 1 TO WS-ACCOUNTS-PROCESSED.

COMPUTE-WHOLE-MONTH-INTEREST.
    MOVE ACCOUNT-BALANCE TO WS-BAND-BALANCE
    PERFORM COMPUTE-BANDED-ANNUAL-INTEREST
*> posting's description so the statement explains itself.
BUILD-INTEREST-DESCRIPTION.
    MOVE ZERO TO WS-BLENDED-RATE
    IF WS-DAYACC-DAYS > ZERO
            AND WS-DAYACC-BALSUM > ZERO
        COMPUTE WS-BLENDED-RATE ROUNDED =
            WS-INTEREST-AMOUNT * 365 / WS-DAYACC-BALSUM
    ELSE
        IF ACCOUNT-BALANCE > ZERO
            COMPUTE WS-BLENDED-RATE ROUNDED =
                WS-INTEREST-AMOUNT * 12 / ACCOUNT-BALANCE
        END-IF
    END-IF
    MOVE WS-BLENDED-RATE TO WS-BLENDED-DISPLAY
    MOVE SPACES TO WS-INT-DESC
    STRING 'INTEREST ACCRUAL @ ' WS-BLENDED-DISPLAY
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-INTEREST-AMOUNT TO TRANS-AMOUNT
    IF NOT ADJ-POSTING-IN-FLIGHT
        PERFORM BUILD-INTEREST-DESCRIPTION
    END-IF
    MOVE WS-INT-DESC TO TRANS-DESCRIPTION
    MOVE WS-TELLER-ID TO TELLER-ID
    MOVE SPACES TO APPROVED-BY-ID

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    CLOSE DAYACC-WORK-FILE
    IF PRODUCT-FILE-OPEN
        CLOSE PRODUCT-FILE
    END-IF
    IF TRIAL-RUN
        PERFORM CLOSE-TRIAL-PROJECTION
        DISPLAY 'Accounts that would be credited: ' WS-ACCOUNTS-PROCESSED
    ELSE
        CLOSE COUNTER-FILE
        MOVE WS-ACCOUNTS-PROCESSED TO WS-RST-POSTED
        COMPUTE WS-RST-SKIPPED = WS-RST-READ - WS-RST-POSTED
        PERFORM WRITE-RUN-STATISTICS
        DISPLAY ' '
        DISPLAY 'Accounts credited with interest: ' WS-ACCOUNTS-PROCESSED
    END-IF
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
    STRING 'data/intaccru_trial_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-TRIAL-RPT-NAME
    MOVE SPACES TO WS-TRIAL-PRJ-NAME
    STRING 'data/intaccru_trial_' WS-CURRENT-DATE '.dat'
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
    STRING 'INTACCRU TRIAL RUN -- INTEREST POSTINGS PROJECTED FOR BUSINESS DATE '
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
    MOVE 'INTACCRU' TO PRJ-JOB-NAME
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

*> Fetches the next transaction ID under a lock on COUNTER-FILE's one
*> control record, same as BANKLED's GET-NEXT-TRANS-ID, so concurrent
*> teller sessions and batch jobs posting at the same time each get a

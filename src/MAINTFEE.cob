*> dipped for a single day no longer gets charged. An account with
*> no history for the month (opened mid-month before the history
*> existed, or the history file is missing) falls back to the live
*> balance, exactly the old test. The month's balance-days are sorted
*> into account order on a work file and taken up as the fee sweep
*> reaches each account, and the relationship totals are summed from
*> a sort by tax ID onto a keyed work file, so neither has a limit on
*> the number of accounts or customers.
*>
*> The fee and minimum come from the account's product on the
*> product master where it sets them, else from the bank-wide
*> MAINT-FEE / MIN-BALANCE parameters; a savings product that keys
*> its own fee is swept too. An account whose product is on account
*> analysis is passed over -- ACCTANAL charges it the analysed
*> service charge instead.
*>
*> Back-valued postings not yet reflected in the history are applied
*> to it first, so the average counts the money from its value date.
*> A fee already charged for a closed month is not revisited.
*>
*> A TRIAL run (parameter TRIAL, optionally followed by the YYYYMMDD
*> business date the real run will post under, so the parameters can
*> be signed off the night before) judges every account exactly as
*> the real run would and writes the fees it would charge to a
*> projection listing and file (data/maintfee_trial_YYYYMMDD.txt/
*> .dat) instead. It updates nothing: no balances, postings, notices,
*> value-date register, checkpoint or run statistics. Back-valued
*> postings not yet applied to the balance history are left for
*> BALHIST or the real run to apply, so the projection averages the
*> history as it stands.

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

*> The averaging month's balance-days, sorted by account.
    SELECT ADB-SORT-FILE ASSIGN TO 'data/maintfee.srt'.

    SELECT ADB-WORK-FILE ASSIGN TO 'data/maintfee.wrk'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ADBWORK-FILE-STATUS.

*> Open deposit balances sorted by tax ID, and the customers whose
*> combined figure earns the relationship waiver.
    SELECT REL-SORT-FILE ASSIGN TO 'data/maintfee_rel.srt'.

    SELECT REL-WORK-FILE ASSIGN TO 'data/maintfee_rel.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RWK-TAX-ID
        FILE STATUS IS WS-RELWORK-FILE-STATUS.

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
    SELECT VDT-SORT-FILE ASSIGN TO 'data/maintfee_vdt.srt'.

    SELECT VDT-WORK-FILE ASSIGN TO 'data/maintfee_vdt.wrk'
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
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
        88  CHECKING-ACCOUNT    VALUE 'C'.
        88  SAVINGS-ACCOUNT     VALUE 'S'.
    05  ACCOUNT-STATUS          PIC X(1).
        88  ACTIVE-ACCOUNT      VALUE 'A'.
    05  ACCOUNT-HOLDER.
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

*> One balance-day of the averaging month: the account and that
*> day's balance.
SD  ADB-SORT-FILE.
01  ADB-SORT-RECORD.
    05  ASR-ACCOUNT-NUMBER      PIC 9(10).
    05  ASR-BALANCE             PIC S9(13)V99.

FD  ADB-WORK-FILE.
01  ADB-WORK-RECORD.
    05  AWK-ACCOUNT-NUMBER      PIC 9(10).
    05  AWK-BALANCE             PIC S9(13)V99.

SD  REL-SORT-FILE.
01  REL-SORT-RECORD.
    05  RSR-TAX-ID              PIC X(11).
    05  RSR-BALANCE             PIC S9(13)V99.

*> A customer whose combined open deposit balances clear the waiver
*> threshold.
FD  REL-WORK-FILE.
01  REL-WORK-RECORD.
    05  RWK-TAX-ID              PIC X(11).
    05  RWK-BALANCE             PIC S9(13)V99.

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

    05  WS-MINIMUM-BALANCE      PIC S9(13)V99 VALUE 500.00.
    05  WS-MAINTENANCE-FEE      PIC S9(13)V99 VALUE 15.00.

*> The fee and minimum in force for the account being judged:
*> the bank-wide values above unless the account's product sets its
*> own. A product that keys a fee also brings a savings account into
*> the sweep -- the bank-wide fee has only ever applied to checking.
01  WS-PRODUCT-FILE-STATUS      PIC X(2).
    88  PRODUCT-FILE-SUCCESS    VALUE '00'.
01  WS-PRODUCT-OPEN-FLAG        PIC X(1) VALUE 'N'.
    88  PRODUCT-FILE-OPEN       VALUE 'Y'.
01  WS-PRODUCT-FEE-TERMS.
    05  WS-EFF-MINIMUM-BALANCE  PIC S9(13)V99.
    05  WS-EFF-MAINTENANCE-FEE  PIC S9(13)V99.
    05  WS-PRODUCT-FEE-FLAG     PIC X(1).
        88  PRODUCT-SETS-FEE    VALUE 'Y'.
    05  WS-PRODUCT-ANALYSIS-FLAG PIC X(1).
        88  PRODUCT-ON-ANALYSIS VALUE 'Y'.

*> Average daily balance for the account in hand, taken off the
*> sorted balance-day work file: the prior month's balance-day sum
*> and count.
01  WS-BALHIST-FILE-STATUS      PIC X(2).
    88  BALHIST-FILE-SUCCESS    VALUE '00'.
    88  BALHIST-FILE-AT-END     VALUE '10'.
01  WS-ADBWORK-FILE-STATUS      PIC X(2).
    88  ADBWORK-FILE-SUCCESS    VALUE '00'.
    88  ADBWORK-AT-END          VALUE '10'.
01  WS-ADB-CONTROLS.
    05  WS-ADB-SUM              PIC S9(15)V99.
    05  WS-ADB-DAYS             PIC 9(3).
    05  WS-FEE-MONTH            PIC X(6).
    05  WS-PM-YEAR-NUM          PIC 9(4).
    05  WS-PM-MONTH-NUM         PIC 9(2).
    05  WS-ADB-BALANCE          PIC S9(13)V99.
    05  WS-ADB-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.

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
    05  WS-VDT-JOB-NAME         PIC X(8) VALUE 'MAINTFEE'.
    05  WS-CLOSED-MONTH-LAG     PIC 9(1) VALUE 1.
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

*> Relationship-waiver working set: combined open deposit balances
*> per tax ID (the CIF relationship), summed off the tax-ID sort;
*> only customers over the threshold go on the work file. When a
*> customer's combined figure clears the REL-WAIVER-BAL threshold,
*> every account of theirs is spared the fee -- the waiver the
*> branch manager used to grant by hand-refund every month. Loans
*> stay out of the combined figure: an outstanding loan is money
*> owed TO the bank, not balances held.
01  WS-RELWORK-FILE-STATUS      PIC X(2).
    88  RELWORK-FILE-SUCCESS    VALUE '00'.
01  WS-REL-CONTROLS.
    05  WS-REL-COUNT            PIC 9(9) VALUE ZERO.
    05  WS-REL-TAX-ID           PIC X(11).
    05  WS-REL-BALANCE          PIC S9(13)V99.
    05  WS-RSORT-END-FLAG       PIC X(1) VALUE 'N'.
        88  RSORT-AT-END        VALUE 'Y'.
    05  WS-RELWORK-OPEN-FLAG    PIC X(1) VALUE 'N'.
        88  RELWORK-FILE-OPEN   VALUE 'Y'.
    05  WS-REL-WAIVER-BAL       PIC S9(13)V99 VALUE ZERO.
    05  WS-REL-COMBINED         PIC S9(13)V99.
    05  WS-REL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-WAIVE-FLAG           PIC X(1).
        88  FEE-WAIVED          VALUE 'Y'.

01  WS-HIGH-ACCOUNT-NUM          PIC 9(10) VALUE ZERO.
01  WS-FEE-AMOUNT                PIC S9(13)V99.
01  WS-ACCOUNTS-PROCESSED        PIC 9(7) VALUE ZERO.
01  WS-BALANCE-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-TELLER-ID                  PIC X(10) VALUE 'BATCH'.

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
    DISPLAY '==================================================================='
    DISPLAY '          MINIMUM-BALANCE MAINTENANCE FEE BATCH JOB'
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
    PERFORM OPEN-PRODUCT-FILE
    MOVE WS-MINIMUM-BALANCE TO WS-BALANCE-DISPLAY
    DISPLAY 'Minimum Balance: $' WS-BALANCE-DISPLAY
    MOVE WS-MAINTENANCE-FEE TO WS-FEE-DISPLAY
    DISPLAY 'Maintenance Fee: $' WS-FEE-DISPLAY
    IF TRIAL-RUN
        PERFORM LOAD-ADB-HISTORY
        PERFORM OPEN-TRIAL-PROJECTION
    ELSE
        PERFORM APPLY-VALUE-DATED-POSTINGS
        PERFORM LOAD-ADB-HISTORY
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

*> Sorts the prior month's balance-days into account order on the
*> work file the fee sweep reads alongside the account master, and
*> builds the relationship totals. A missing history file simply
*> leaves the work file empty, and every account is judged on its
*> live balance.
LOAD-ADB-HISTORY.
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) TO WS-PM-YEAR-NUM
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) TO WS-PM-MONTH-NUM
        DELIMITED BY SIZE INTO WS-FEE-MONTH
    DISPLAY 'Averaging month: ' WS-FEE-MONTH

    SORT ADB-SORT-FILE
        ON ASCENDING KEY ASR-ACCOUNT-NUMBER
        INPUT PROCEDURE IS RELEASE-MONTH-BALANCE-DAYS
        GIVING ADB-WORK-FILE

    OPEN INPUT ADB-WORK-FILE
    IF ADBWORK-FILE-SUCCESS
        PERFORM READ-ADB-WORK
    ELSE
        DISPLAY 'ERROR: Unable to open the balance-day work file.'
                ' Status: ' WS-ADBWORK-FILE-STATUS
        STOP RUN
    END-IF

    IF WS-REL-WAIVER-BAL > ZERO
        PERFORM LOAD-RELATIONSHIP-TOTALS
    END-IF.

RELEASE-MONTH-BALANCE-DAYS.
    OPEN INPUT BALHIST-FILE
    IF BALHIST-FILE-SUCCESS
        PERFORM READ-BALHIST-RECORD
        PERFORM UNTIL BALHIST-FILE-AT-END
            IF BH-BUSINESS-DATE(1:6) = WS-FEE-MONTH
                MOVE BH-ACCOUNT-NUMBER TO ASR-ACCOUNT-NUMBER
                MOVE BH-BALANCE TO ASR-BALANCE
                RELEASE ADB-SORT-RECORD
            END-IF
            PERFORM READ-BALHIST-RECORD
        END-PERFORM
        DISPLAY 'No balance history on file -- live balances apply.'
    END-IF.

READ-ADB-WORK.
    READ ADB-WORK-FILE AT END
        MOVE '10' TO WS-ADBWORK-FILE-STATUS
    END-READ.

*> Every open deposit account's balance sorted by tax ID and summed
*> customer by customer onto the keyed work file the waiver test
*> reads. The account file is re-positioned by the fee sweep's own
*> START afterwards.
LOAD-RELATIONSHIP-TOTALS.
    SORT REL-SORT-FILE
        ON ASCENDING KEY RSR-TAX-ID
        INPUT PROCEDURE IS RELEASE-RELATIONSHIP-BALANCES
        OUTPUT PROCEDURE IS WRITE-RELATIONSHIP-TOTALS
    MOVE SPACES TO WS-FILE-STATUS
    OPEN INPUT REL-WORK-FILE
    IF RELWORK-FILE-SUCCESS
        SET RELWORK-FILE-OPEN TO TRUE
        DISPLAY 'Customers over the waiver balance: ' WS-REL-COUNT
    ELSE
        DISPLAY 'WARNING: relationship totals unavailable -- no fee'
                ' will be waived this run. Status: '
                WS-RELWORK-FILE-STATUS
    END-IF.

*> Open deposit accounts only -- no loans, no closed or escheated
*> accounts.
RELEASE-RELATIONSHIP-BALANCES.
    MOVE LOW-VALUES TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM READ-NEXT-ACCOUNT-PLAIN
        PERFORM UNTIL FILE-AT-END
            IF HOLDER-TAX-ID NOT = SPACES
                    AND ACCOUNT-TYPE NOT = 'L'
                    AND (ACCOUNT-STATUS = 'A' OR ACCOUNT-STATUS = 'D')
                MOVE HOLDER-TAX-ID TO RSR-TAX-ID
                MOVE ACCOUNT-BALANCE TO RSR-BALANCE
                RELEASE REL-SORT-RECORD
            END-IF
            PERFORM READ-NEXT-ACCOUNT-PLAIN
        END-PERFORM
    END-IF.

WRITE-RELATIONSHIP-TOTALS.
    OPEN OUTPUT REL-WORK-FILE
    PERFORM RETURN-NEXT-RELATIONSHIP
    PERFORM UNTIL RSORT-AT-END
        MOVE RSR-TAX-ID TO WS-REL-TAX-ID
        MOVE ZERO TO WS-REL-BALANCE
        PERFORM UNTIL RSORT-AT-END OR RSR-TAX-ID NOT = WS-REL-TAX-ID
            ADD RSR-BALANCE TO WS-REL-BALANCE
            PERFORM RETURN-NEXT-RELATIONSHIP
        END-PERFORM
        IF WS-REL-BALANCE >= WS-REL-WAIVER-BAL
            MOVE WS-REL-TAX-ID TO RWK-TAX-ID
            MOVE WS-REL-BALANCE TO RWK-BALANCE
            WRITE REL-WORK-RECORD
            ADD 1 TO WS-REL-COUNT
        END-IF
    END-PERFORM
    CLOSE REL-WORK-FILE.

RETURN-NEXT-RELATIONSHIP.
    RETURN REL-SORT-FILE AT END
        SET RSORT-AT-END TO TRUE
    END-RETURN.

READ-NEXT-ACCOUNT-PLAIN.
    READ ACCOUNT-FILE NEXT RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

*> The waiver test for the account about to be charged: its
*> customer's combined figure against the threshold. Leaves the
CHECK-RELATIONSHIP-WAIVER.
    MOVE 'N' TO WS-WAIVE-FLAG
    MOVE ZERO TO WS-REL-COMBINED
    IF RELWORK-FILE-OPEN AND HOLDER-TAX-ID NOT = SPACES
        MOVE HOLDER-TAX-ID TO RWK-TAX-ID
        READ REL-WORK-FILE
        IF RELWORK-FILE-SUCCESS
            MOVE RWK-BALANCE TO WS-REL-COMBINED
            SET FEE-WAIVED TO TRUE
        END-IF
    END-IF.

READ-BALHIST-RECORD.

*> The balance the fee decision judges: the prior month's average
*> daily balance when history exists, the live balance when not.
*> The work file is in account order like the sweep, so days for
*> accounts the sweep passed over are simply read past.
COMPUTE-ACCOUNT-ADB.
    MOVE ACCOUNT-BALANCE TO WS-ADB-BALANCE
    MOVE ZERO TO WS-ADB-SUM
    MOVE ZERO TO WS-ADB-DAYS
    PERFORM UNTIL ADBWORK-AT-END
            OR AWK-ACCOUNT-NUMBER > ACCOUNT-NUMBER
        IF AWK-ACCOUNT-NUMBER = ACCOUNT-NUMBER
            ADD AWK-BALANCE TO WS-ADB-SUM
            ADD 1 TO WS-ADB-DAYS
        END-IF
        PERFORM READ-ADB-WORK
    END-PERFORM
    IF WS-ADB-DAYS > ZERO
        COMPUTE WS-ADB-BALANCE ROUNDED = WS-ADB-SUM / WS-ADB-DAYS
    END-IF.

*> Leaves COUNTER-FILE open for the rest of the run so GET-NEXT-TRANS-ID
*> can fetch-and-increment CTL-NEXT-TRANS-ID under a record lock as each
            DISPLAY 'SKIPPED account ' ACCOUNT-NUMBER
                    ' (locked by another session)'
        ELSE
            PERFORM APPLY-PRODUCT-FEE-TERMS
            IF (CHECKING-ACCOUNT
                    OR (SAVINGS-ACCOUNT AND PRODUCT-SETS-FEE))
                    AND ACTIVE-ACCOUNT
                    AND NOT DEBITS-BLOCKED
                    AND NOT PRODUCT-ON-ANALYSIS
                PERFORM COMPUTE-ACCOUNT-ADB
                IF WS-ADB-BALANCE < WS-EFF-MINIMUM-BALANCE
                    PERFORM CHECK-RELATIONSHIP-WAIVER
                    IF FEE-WAIVED
                        ADD 1 TO WS-FEES-WAIVED
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

*> Persists the checkpoint after every account this run has finished
*> with (posted, skipped as locked, or skipped as not eligible) instead
RELEASE-ACCOUNT-LOCK.
    UNLOCK ACCOUNT-FILE.

*> The product master is read-only here and stays open for the run;
*> without it every account is judged on the bank-wide terms.
OPEN-PRODUCT-FILE.
    MOVE 'N' TO WS-PRODUCT-OPEN-FLAG
    OPEN INPUT PRODUCT-FILE
    IF PRODUCT-FILE-SUCCESS
        SET PRODUCT-FILE-OPEN TO TRUE
    END-IF.

*> Resolves the fee and minimum for the account in ACCOUNT-RECORD:
*> the bank-wide MAINT-FEE / MIN-BALANCE unless its product sets
*> them. A product fee of zero is a real fee-free product.
APPLY-PRODUCT-FEE-TERMS.
    MOVE WS-MINIMUM-BALANCE TO WS-EFF-MINIMUM-BALANCE
    MOVE WS-MAINTENANCE-FEE TO WS-EFF-MAINTENANCE-FEE
    MOVE 'N' TO WS-PRODUCT-FEE-FLAG
    MOVE 'N' TO WS-PRODUCT-ANALYSIS-FLAG
    IF PRODUCT-CODE NOT = SPACES AND PRODUCT-FILE-OPEN
        MOVE PRODUCT-CODE TO PRD-CODE
        READ PRODUCT-FILE
        IF PRODUCT-FILE-SUCCESS
            IF NOT PRD-MAINT-FEE-UNSET
                MOVE PRD-MAINT-FEE TO WS-EFF-MAINTENANCE-FEE
                SET PRODUCT-SETS-FEE TO TRUE
            END-IF
            IF NOT PRD-MIN-BALANCE-UNSET
                MOVE PRD-MIN-BALANCE TO WS-EFF-MINIMUM-BALANCE
            END-IF
            IF PRD-ACCOUNT-ANALYSIS
                SET PRODUCT-ON-ANALYSIS TO TRUE
            END-IF
        END-IF
    END-IF.

ASSESS-FEE-ON-ACCOUNT.
    IF ACCOUNT-BALANCE > WS-EFF-MAINTENANCE-FEE
        MOVE WS-EFF-MAINTENANCE-FEE TO WS-FEE-AMOUNT
    ELSE
        MOVE ACCOUNT-BALANCE TO WS-FEE-AMOUNT
    END-IF

    IF WS-FEE-AMOUNT > ZERO AND TRIAL-RUN
        PERFORM PROJECT-FEE-POSTING
    END-IF
    IF WS-FEE-AMOUNT > ZERO AND NOT TRIAL-RUN
        SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
        SUBTRACT WS-FEE-AMOUNT FROM AVAILABLE-BALANCE
        MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> The fee as the real run would charge it, on the in-memory record
*> only; no notice goes out. The caller releases the account.
PROJECT-FEE-POSTING.
    MOVE ACCOUNT-BALANCE TO WS-PRJ-BALANCE-BEFORE
    SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
    MOVE 'F' TO WS-PRJ-TRANS-TYPE
    MOVE WS-FEE-AMOUNT TO WS-PRJ-AMOUNT
    MOVE 'MINIMUM BALANCE FEE' TO WS-PRJ-DESCRIPTION
    PERFORM WRITE-TRIAL-PROJECTION
    ADD 1 TO WS-ACCOUNTS-PROCESSED.

LOG-FEE-TRANSACTION.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    CLOSE ADB-WORK-FILE
    IF RELWORK-FILE-OPEN
        CLOSE REL-WORK-FILE
    END-IF
    IF PRODUCT-FILE-OPEN
        CLOSE PRODUCT-FILE
    END-IF
    IF TRIAL-RUN
        PERFORM CLOSE-TRIAL-PROJECTION
        DISPLAY 'Accounts that would be charged: ' WS-ACCOUNTS-PROCESSED
    ELSE
        CLOSE COUNTER-FILE
        MOVE WS-ACCOUNTS-PROCESSED TO WS-RST-POSTED
        COMPUTE WS-RST-SKIPPED = WS-RST-READ - WS-RST-POSTED
        PERFORM WRITE-RUN-STATISTICS
        DISPLAY ' '
        DISPLAY 'Accounts charged a maintenance fee: '
                WS-ACCOUNTS-PROCESSED
    END-IF
    DISPLAY 'Fees waived on relationship balance: ' WS-FEES-WAIVED
    IF WS-REL-WAIVER-BAL = ZERO
        DISPLAY '(relationship waiver disabled -- set the'
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
    STRING 'data/maintfee_trial_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-TRIAL-RPT-NAME
    MOVE SPACES TO WS-TRIAL-PRJ-NAME
    STRING 'data/maintfee_trial_' WS-CURRENT-DATE '.dat'
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
    STRING 'MAINTFEE TRIAL RUN -- MAINTENANCE FEES PROJECTED FOR BUSINESS DATE '
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
    MOVE 'MAINTFEE' TO PRJ-JOB-NAME
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

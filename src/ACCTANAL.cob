IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTANAL.

*> Monthly business account analysis. Business checking accounts --
*> those opened under a product flagged for account analysis on the
*> product master -- do not pay MAINTFEE's flat fee. Instead each
*> month's activity is counted and priced item by item, the balances
*> left with the bank earn an earnings credit against those charges,
*> and only the net service charge is taken, as an 'F' fee.
*>
*> Activity counted for the month, with the bank parameter that
*> prices each item:
*>   Account maintenance (one per month)        ANLY-MAINT-PRICE
*>   Deposits credited at the branch            ANLY-DEPOSIT-PRICE
*>   Checks deposited (deposit ticket lines)    ANLY-DEP-ITEM-PRICE
*>   ACH credits received (ACHIMPRT)            ANLY-ACH-CR-PRICE
*>   Checks paid (DEBITIMP inclearing)          ANLY-CHECK-PRICE
*>   ACH entries originated                     ANLY-ACH-ORIG-PRICE
*>   Other debits and transfers out             ANLY-DEBIT-PRICE
*>   Transfers in                               ANLY-XFR-IN-PRICE
*> A returned deposited item is not priced here; DEPRETRN already
*> charges its own fee for it.
*>
*> The earnings credit is earned on the month's average daily ledger
*> balance from BALHIST's history, less the reserve the bank must
*> hold against it (ANLY-RESERVE-PCT), at the annual earnings credit
*> rate ANLY-EARNINGS-RATE for the days in the month. A credit larger
*> than the charges only brings the fee to zero; it is not paid out
*> and does not carry forward. The net fee is charged the way
*> MAINTFEE charges its fee -- down to zero, never below.
*>
*> The month analysed is the one before the business date, or the
*> YYYYMM given on the command line. Every account analysed gets a
*> record on the analysis register (data/acctanal.dat, keyed by
*> month and account) and a statement on data/analysis_YYYYMM.txt
*> showing the volumes, unit prices, earnings credit and net fee.
*> The register doubles as the restart control: an account is
*> enrolled as pending before anything is counted and marked done in
*> the same step that charges it, so a re-run for the same month
*> charges nobody twice and picks up exactly the accounts left
*> pending by a failed run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-FILE-STATUS.

    SELECT PRODUCT-FILE ASSIGN TO 'data/products.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRD-CODE
        FILE STATUS IS WS-PRODUCT-FILE-STATUS.

    SELECT ACCTANAL-FILE ASSIGN TO 'data/acctanal.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AAN-KEY
        FILE STATUS IS WS-ACCTANAL-FILE-STATUS.

    SELECT TRANSACTION-FILE ASSIGN TO 'data/trans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-ID
        ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
        ALTERNATE RECORD KEY IS TO-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT DEPITEM-FILE ASSIGN TO 'data/depitems.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DIT-KEY
        ALTERNATE RECORD KEY IS DIT-TRANS-ID WITH DUPLICATES
        FILE STATUS IS WS-DEPITEM-FILE-STATUS.

    SELECT BALHIST-FILE ASSIGN TO 'data/balhist.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BALHIST-FILE-STATUS.

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

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PARM-ID
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT RUNSTATS-FILE ASSIGN TO 'data/runstats.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

    SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
        88  CHECKING-ACCOUNT    VALUE 'C'.
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
        88  DEBITS-BLOCKED      VALUE 'Y'.
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

*> Product master: one record per product code, maintained from
*> BANKLED's Product Maintenance screen. Read here only for the
*> account analysis flag that makes a checking account a business
*> account for this job.
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

*> Account analysis register: one record per business account per
*> month analysed. AAN-STATUS: 'P' enrolled and pending, 'C' net fee
*> charged, 'W' charges wholly covered by the earnings credit, 'U'
*> net fee due but the account could not be charged (closed,
*> blocked, frozen or empty). The balance sum and day count are the
*> month's balance history gathered while the record is pending.
*> Volumes and unit prices run in the statement's line order.
FD  ACCTANAL-FILE.
01  ACCTANAL-RECORD.
    05  AAN-KEY.
        10  AAN-MONTH           PIC X(6).
        10  AAN-ACCOUNT         PIC 9(10).
    05  AAN-STATUS              PIC X(1).
        88  AAN-PENDING         VALUE 'P'.
        88  AAN-CHARGED         VALUE 'C'.
        88  AAN-COVERED         VALUE 'W'.
        88  AAN-UNCOLLECTED     VALUE 'U'.
    05  AAN-BALANCE-SUM         PIC S9(15)V99.
    05  AAN-BALANCE-DAYS        PIC 9(3).
    05  AAN-AVERAGE-BALANCE     PIC S9(13)V99.
    05  AAN-SERVICE-LINE OCCURS 8 TIMES.
        10  AAN-VOLUME          PIC 9(7).
        10  AAN-UNIT-PRICE      PIC 9(5)V9(4).
    05  AAN-SERVICE-CHARGE      PIC 9(11)V99.
    05  AAN-RESERVE-PCT         PIC 9V9(4).
    05  AAN-EARNINGS-RATE       PIC 9V9(4).
    05  AAN-EARNINGS-CREDIT     PIC 9(11)V99.
    05  AAN-NET-FEE             PIC 9(11)V99.
    05  AAN-FEE-CHARGED         PIC 9(11)V99.
    05  AAN-FEE-TRANS-ID        PIC 9(12).
    05  AAN-RUN-DATE            PIC X(8).
    05  FILLER                  PIC X(20).

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

*> Deposit ticket lines BANKLED captures at the teller window: the
*> cash portion of a deposit and one line per check in it. This job
*> counts the check lines as deposited items.
FD  DEPITEM-FILE.
01  DEPITEM-RECORD.
    05  DIT-KEY.
        10  DIT-ACCOUNT         PIC 9(10).
        10  DIT-TICKET-DATE     PIC X(8).
        10  DIT-TICKET-TIME     PIC X(8).
        10  DIT-LINE-NUMBER     PIC 9(3).
    05  DIT-TRANS-ID            PIC 9(12).
    05  DIT-ITEM-TYPE           PIC X(1).
        88  DIT-CASH-LINE       VALUE 'C'.
        88  DIT-CHECK-LINE      VALUE 'K'.
    05  DIT-ROUTING-NUMBER      PIC X(9).
    05  DIT-CHECK-SERIAL        PIC X(15).
    05  DIT-AMOUNT              PIC 9(11)V99.
    05  DIT-HOLD-FLAG           PIC X(1).
        88  DIT-HELD            VALUE 'Y'.
    05  DIT-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(20).

*> Nightly balance history BALHIST writes: one record per account
*> per business day. This job averages the analysed month's records
*> per business account.
FD  BALHIST-FILE.
01  BALHIST-RECORD.
    05  BH-BUSINESS-DATE        PIC X(8).
    05  BH-ACCOUNT-NUMBER       PIC 9(10).
    05  BH-ACCOUNT-TYPE         PIC X(1).
    05  BH-BALANCE              PIC S9(13)V99.
    05  FILLER                  PIC X(10).

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

*> Central bank-parameter file; this job reads the per-item prices,
*> the earnings credit rate and the reserve percentage at startup
*> and falls back to compiled defaults.
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

*> The month's analysis statements, one after another, for mailing.
FD  STATEMENT-FILE.
01  STATEMENT-LINE              PIC X(80).

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

01  WS-PRODUCT-FILE-STATUS      PIC X(2).
    88  PRODUCT-FILE-SUCCESS    VALUE '00'.
01  WS-ACCTANAL-FILE-STATUS     PIC X(2).
    88  ACCTANAL-FILE-SUCCESS   VALUE '00'.
    88  ACCTANAL-FILE-AT-END    VALUE '10'.
01  WS-DEPITEM-FILE-STATUS      PIC X(2).
    88  DEPITEM-FILE-SUCCESS    VALUE '00'.
01  WS-DEPITEM-OPEN-FLAG        PIC X(1) VALUE 'N'.
    88  DEPITEM-FILE-OPEN       VALUE 'Y'.
01  WS-BALHIST-FILE-STATUS      PIC X(2).
    88  BALHIST-FILE-SUCCESS    VALUE '00'.
    88  BALHIST-FILE-AT-END     VALUE '10'.
01  WS-STATEMENT-FILE-STATUS    PIC X(2).
    88  STATEMENT-FILE-SUCCESS  VALUE '00'.
01  WS-STATEMENT-FILE-NAME      PIC X(40).
01  WS-STATEMENT-OPEN-FLAG      PIC X(1) VALUE 'N'.
    88  STATEMENT-FILE-OPEN     VALUE 'Y'.

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

01  WS-PARM-FILE-STATUS         PIC X(2).
    88  PARM-FILE-SUCCESS       VALUE '00'.
01  WS-PARM-LOOKUP-FIELDS.
    05  WS-PARM-LOOKUP-KEY      PIC X(20).
    05  WS-PARM-FOUND-VALUE     PIC S9(9)V9(6).
    05  WS-PARM-FOUND-FLAG      PIC X(1).
        88  PARM-FOUND          VALUE 'Y'.

01  WS-PARM-TEXT                PIC X(20).

*> The month under analysis and its calendar span.
01  WS-MONTH-FIELDS.
    05  WS-ANALYSIS-MONTH       PIC X(6).
    05  WS-AM-YEAR-NUM          PIC 9(4).
    05  WS-AM-MONTH-NUM         PIC 9(2).
    05  WS-MONTH-FIRST-DAY      PIC 9(8).
    05  WS-NEXT-MONTH-FIRST-DAY PIC 9(8).
    05  WS-DAYS-IN-MONTH        PIC 9(2).

*> Pricing. One line per service, in statement order; the unit
*> prices are compiled defaults LOAD-BANK-PARAMETERS overrides from
*> the ANLY- keys, as are the earnings credit rate (annual) and the
*> reserve held back from the average balance before it earns.
01  WS-SERVICE-NAME-VALUES.
    05  FILLER PIC X(30) VALUE 'Account maintenance'.
    05  FILLER PIC X(30) VALUE 'Deposits credited'.
    05  FILLER PIC X(30) VALUE 'Checks deposited'.
    05  FILLER PIC X(30) VALUE 'ACH credits received'.
    05  FILLER PIC X(30) VALUE 'Checks paid'.
    05  FILLER PIC X(30) VALUE 'ACH entries originated'.
    05  FILLER PIC X(30) VALUE 'Other debits / transfers out'.
    05  FILLER PIC X(30) VALUE 'Transfers in'.
01  WS-SERVICE-NAMES REDEFINES WS-SERVICE-NAME-VALUES.
    05  WS-SERVICE-NAME         PIC X(30) OCCURS 8 TIMES.

01  WS-PRICE-VALUES.
    05  WS-PRICE-MAINT          PIC 9(5)V9(4) VALUE 10.00.
    05  WS-PRICE-DEPOSIT        PIC 9(5)V9(4) VALUE 0.50.
    05  WS-PRICE-DEP-ITEM       PIC 9(5)V9(4) VALUE 0.10.
    05  WS-PRICE-ACH-CREDIT     PIC 9(5)V9(4) VALUE 0.10.
    05  WS-PRICE-CHECK-PAID     PIC 9(5)V9(4) VALUE 0.15.
    05  WS-PRICE-ACH-ORIG       PIC 9(5)V9(4) VALUE 0.15.
    05  WS-PRICE-DEBIT          PIC 9(5)V9(4) VALUE 0.25.
    05  WS-PRICE-XFR-IN         PIC 9(5)V9(4) VALUE 0.10.
01  WS-PRICES REDEFINES WS-PRICE-VALUES.
    05  WS-UNIT-PRICE           PIC 9(5)V9(4) OCCURS 8 TIMES.

01  WS-EARNINGS-CONTROLS.
    05  WS-EARNINGS-RATE        PIC 9V9(4) VALUE 0.0050.
    05  WS-RESERVE-PCT          PIC 9V9(4) VALUE 0.1000.

*> Volumes for the account in hand, same line order as the prices.
01  WS-VOLUME-VALUES.
    05  WS-VOL-MAINT            PIC 9(7).
    05  WS-VOL-DEPOSIT          PIC 9(7).
    05  WS-VOL-DEP-ITEM         PIC 9(7).
    05  WS-VOL-ACH-CREDIT       PIC 9(7).
    05  WS-VOL-CHECK-PAID       PIC 9(7).
    05  WS-VOL-ACH-ORIG         PIC 9(7).
    05  WS-VOL-DEBIT            PIC 9(7).
    05  WS-VOL-XFR-IN           PIC 9(7).
01  WS-VOLUMES REDEFINES WS-VOLUME-VALUES.
    05  WS-VOLUME               PIC 9(7) OCCURS 8 TIMES.

01  WS-ANALYSIS-FIELDS.
    05  WS-LINE-IDX             PIC 9(2).
    05  WS-LINE-CHARGE          PIC 9(11)V99.
    05  WS-SERVICE-CHARGE       PIC 9(11)V99.
    05  WS-AVERAGE-BALANCE      PIC S9(13)V99.
    05  WS-RESERVE-AMOUNT       PIC 9(13)V99.
    05  WS-INVESTABLE-BALANCE   PIC 9(13)V99.
    05  WS-EARNINGS-CREDIT      PIC 9(11)V99.
    05  WS-NET-FEE              PIC 9(11)V99.
    05  WS-FEE-AMOUNT           PIC 9(11)V99.
    05  WS-POST-DESCRIPTION     PIC X(50).
    05  WS-SCAN-DONE-FLAG       PIC X(1).
        88  SCAN-DONE           VALUE 'Y'.

01  WS-DISPLAY-FIELDS.
    05  WS-VOLUME-DISPLAY       PIC Z,ZZZ,ZZ9.
    05  WS-PRICE-DISPLAY        PIC ZZ,ZZ9.9999.
    05  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-BALANCE-DISPLAY      PIC -ZZZ,ZZZ,ZZ9.99.
    05  WS-RATE-DISPLAY         PIC Z9.99.
    05  WS-PCT-DISPLAY          PIC Z9.99.
    05  WS-PCT-WORK             PIC 99V99.

01  WS-COUNTERS.
    05  WS-ACCOUNTS-ENROLLED    PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-ALREADY-DONE PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-ANALYSED    PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-CHARGED     PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-COVERED     PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-UNCOLLECTED PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-SERVICE-CHARGE PIC 9(13)V99 VALUE ZERO.
    05  WS-TOTAL-EARNINGS-CREDIT PIC 9(13)V99 VALUE ZERO.

01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM ENROLL-BUSINESS-ACCOUNTS
    PERFORM GATHER-BALANCE-HISTORY
    PERFORM ANALYSE-PENDING-ACCOUNTS
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          BUSINESS ACCOUNT ANALYSIS BATCH JOB'
    DISPLAY '==================================================================='

    OPEN I-O ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O ACCTANAL-FILE
    IF NOT ACCTANAL-FILE-SUCCESS
        OPEN OUTPUT ACCTANAL-FILE
        CLOSE ACCTANAL-FILE
        OPEN I-O ACCTANAL-FILE
    END-IF

    OPEN INPUT DEPITEM-FILE
    IF DEPITEM-FILE-SUCCESS
        SET DEPITEM-FILE-OPEN TO TRUE
    END-IF

    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS
    PERFORM SET-ANALYSIS-MONTH.

*> The prior calendar month, unless a YYYYMM was given to analyse (or
*> finish analysing) a particular month.
SET-ANALYSIS-MONTH.
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    IF WS-PARM-TEXT(1:6) IS NUMERIC
            AND WS-PARM-TEXT(5:2) >= '01' AND WS-PARM-TEXT(5:2) <= '12'
        MOVE WS-PARM-TEXT(1:6) TO WS-ANALYSIS-MONTH
        MOVE FUNCTION NUMVAL(WS-ANALYSIS-MONTH(1:4)) TO WS-AM-YEAR-NUM
        MOVE FUNCTION NUMVAL(WS-ANALYSIS-MONTH(5:2)) TO WS-AM-MONTH-NUM
    ELSE
        MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) TO WS-AM-YEAR-NUM
        MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) TO WS-AM-MONTH-NUM
        IF WS-AM-MONTH-NUM = 1
            MOVE 12 TO WS-AM-MONTH-NUM
            SUBTRACT 1 FROM WS-AM-YEAR-NUM
        ELSE
            SUBTRACT 1 FROM WS-AM-MONTH-NUM
        END-IF
        MOVE SPACES TO WS-ANALYSIS-MONTH
        STRING WS-AM-YEAR-NUM WS-AM-MONTH-NUM
            DELIMITED BY SIZE INTO WS-ANALYSIS-MONTH
    END-IF

    COMPUTE WS-MONTH-FIRST-DAY =
        WS-AM-YEAR-NUM * 10000 + WS-AM-MONTH-NUM * 100 + 1
    IF WS-AM-MONTH-NUM = 12
        COMPUTE WS-NEXT-MONTH-FIRST-DAY =
            (WS-AM-YEAR-NUM + 1) * 10000 + 101
    ELSE
        COMPUTE WS-NEXT-MONTH-FIRST-DAY = WS-MONTH-FIRST-DAY + 100
    END-IF
    COMPUTE WS-DAYS-IN-MONTH =
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST-DAY)
      - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DAY)

    MOVE SPACES TO WS-STATEMENT-FILE-NAME
    STRING 'data/analysis_' WS-ANALYSIS-MONTH '.txt'
        DELIMITED BY SIZE INTO WS-STATEMENT-FILE-NAME
    DISPLAY 'Analysis month: ' WS-ANALYSIS-MONTH
            ' (' WS-DAYS-IN-MONTH ' days)'.

*> Pulls this job's tunables from the central parameter file.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'ANLY-MAINT-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-MAINT
        END-IF
        MOVE 'ANLY-DEPOSIT-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-DEPOSIT
        END-IF
        MOVE 'ANLY-DEP-ITEM-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-DEP-ITEM
        END-IF
        MOVE 'ANLY-ACH-CR-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-ACH-CREDIT
        END-IF
        MOVE 'ANLY-CHECK-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-CHECK-PAID
        END-IF
        MOVE 'ANLY-ACH-ORIG-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-ACH-ORIG
        END-IF
        MOVE 'ANLY-DEBIT-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-DEBIT
        END-IF
        MOVE 'ANLY-XFR-IN-PRICE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PRICE-XFR-IN
        END-IF
        MOVE 'ANLY-EARNINGS-RATE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-EARNINGS-RATE
        END-IF
        MOVE 'ANLY-RESERVE-PCT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-RESERVE-PCT
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

*> Pass one: every active checking account whose product is on
*> account analysis is enrolled on the register as pending for the
*> month. An account already pending from a failed run is cleared
*> back to empty so its history is gathered afresh; one already
*> finished for the month is left alone.
ENROLL-BUSINESS-ACCOUNTS.
    OPEN INPUT PRODUCT-FILE
    IF NOT PRODUCT-FILE-SUCCESS
        DISPLAY 'No product master on file -- no account is on'
                ' account analysis.'
    ELSE
        MOVE LOW-VALUES TO ACCOUNT-NUMBER
        START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
        IF FILE-SUCCESS
            PERFORM READ-NEXT-ACCOUNT-PLAIN
            PERFORM UNTIL FILE-AT-END
                IF CHECKING-ACCOUNT AND ACTIVE-ACCOUNT
                        AND PRODUCT-CODE NOT = SPACES
                    MOVE PRODUCT-CODE TO PRD-CODE
                    READ PRODUCT-FILE
                    IF PRODUCT-FILE-SUCCESS AND PRD-ACCOUNT-ANALYSIS
                        PERFORM ENROLL-ONE-ACCOUNT
                    END-IF
                END-IF
                PERFORM READ-NEXT-ACCOUNT-PLAIN
            END-PERFORM
        END-IF
        CLOSE PRODUCT-FILE
    END-IF
    MOVE SPACES TO WS-FILE-STATUS.

READ-NEXT-ACCOUNT-PLAIN.
    READ ACCOUNT-FILE NEXT RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

ENROLL-ONE-ACCOUNT.
    MOVE WS-ANALYSIS-MONTH TO AAN-MONTH
    MOVE ACCOUNT-NUMBER TO AAN-ACCOUNT
    READ ACCTANAL-FILE
    EVALUATE TRUE
        WHEN NOT ACCTANAL-FILE-SUCCESS
            PERFORM CLEAR-PENDING-ANALYSIS
            WRITE ACCTANAL-RECORD
            ADD 1 TO WS-ACCOUNTS-ENROLLED
        WHEN AAN-PENDING
            PERFORM CLEAR-PENDING-ANALYSIS
            REWRITE ACCTANAL-RECORD
            ADD 1 TO WS-ACCOUNTS-ENROLLED
        WHEN OTHER
            ADD 1 TO WS-ACCOUNTS-ALREADY-DONE
    END-EVALUATE
    IF NOT ACCTANAL-FILE-SUCCESS
        DISPLAY 'ERROR enrolling account ' ACCOUNT-NUMBER
                ' on the analysis register. Status: '
                WS-ACCTANAL-FILE-STATUS
    END-IF.

CLEAR-PENDING-ANALYSIS.
    INITIALIZE ACCTANAL-RECORD
    MOVE WS-ANALYSIS-MONTH TO AAN-MONTH
    MOVE ACCOUNT-NUMBER TO AAN-ACCOUNT
    SET AAN-PENDING TO TRUE.

*> Pass two: the month's balance history folded into each pending
*> register record -- a keyed read per checking-account history
*> line, so the job needs no table of its own however many business
*> accounts there are.
GATHER-BALANCE-HISTORY.
    IF WS-ACCOUNTS-ENROLLED > ZERO
        OPEN INPUT BALHIST-FILE
        IF BALHIST-FILE-SUCCESS
            PERFORM READ-BALHIST-RECORD
            PERFORM UNTIL BALHIST-FILE-AT-END
                IF BH-BUSINESS-DATE(1:6) = WS-ANALYSIS-MONTH
                        AND BH-ACCOUNT-TYPE = 'C'
                    MOVE WS-ANALYSIS-MONTH TO AAN-MONTH
                    MOVE BH-ACCOUNT-NUMBER TO AAN-ACCOUNT
                    READ ACCTANAL-FILE
                    IF ACCTANAL-FILE-SUCCESS AND AAN-PENDING
                        ADD BH-BALANCE TO AAN-BALANCE-SUM
                        ADD 1 TO AAN-BALANCE-DAYS
                        REWRITE ACCTANAL-RECORD
                    END-IF
                END-IF
                PERFORM READ-BALHIST-RECORD
            END-PERFORM
            CLOSE BALHIST-FILE
        ELSE
            DISPLAY 'No balance history on file -- live balances'
                    ' earn the credit.'
        END-IF
    END-IF.

READ-BALHIST-RECORD.
    READ BALHIST-FILE AT END
        MOVE '10' TO WS-BALHIST-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-BALHIST-FILE-STATUS
    END-READ.

*> Pass three: a walk of the month's register records, analysing
*> every one still pending.
ANALYSE-PENDING-ACCOUNTS.
    DISPLAY ' '
    DISPLAY 'ACCOUNT ANALYSIS, ' WS-ANALYSIS-MONTH
    DISPLAY '-------------------------------------------------------------------'
    MOVE WS-ANALYSIS-MONTH TO AAN-MONTH
    MOVE ZERO TO AAN-ACCOUNT
    START ACCTANAL-FILE KEY NOT < AAN-KEY
    IF ACCTANAL-FILE-SUCCESS
        PERFORM READ-NEXT-ACCTANAL
        PERFORM UNTIL ACCTANAL-FILE-AT-END
                OR AAN-MONTH NOT = WS-ANALYSIS-MONTH
            IF AAN-PENDING
                ADD 1 TO WS-RST-READ
                PERFORM ANALYSE-ONE-ACCOUNT
            END-IF
            PERFORM READ-NEXT-ACCTANAL
        END-PERFORM
    END-IF.

READ-NEXT-ACCTANAL.
    READ ACCTANAL-FILE NEXT RECORD AT END
        MOVE '10' TO WS-ACCTANAL-FILE-STATUS
    END-READ.

*> Counts and prices the month, works out the earnings credit, takes
*> the net fee and writes the statement. The register record is
*> rewritten last, after the charge, so a crash in between leaves it
*> pending -- the same exposure MAINTFEE's checkpoint accepts.
ANALYSE-ONE-ACCOUNT.
    MOVE AAN-ACCOUNT TO ACCOUNT-NUMBER
    PERFORM READ-ACCOUNT-WITH-LOCK
    IF NOT FILE-SUCCESS
        DISPLAY 'SKIPPED account ' AAN-ACCOUNT
                ' (unavailable, status ' WS-FILE-STATUS ')'
        ADD 1 TO WS-RST-REJECTED
    ELSE
        ADD 1 TO WS-ACCOUNTS-ANALYSED
        PERFORM COUNT-MONTH-ACTIVITY
        PERFORM PRICE-MONTH-ACTIVITY
        PERFORM COMPUTE-EARNINGS-CREDIT
        IF WS-EARNINGS-CREDIT >= WS-SERVICE-CHARGE
            MOVE ZERO TO WS-NET-FEE
        ELSE
            COMPUTE WS-NET-FEE = WS-SERVICE-CHARGE - WS-EARNINGS-CREDIT
        END-IF
        PERFORM CHARGE-NET-FEE
        PERFORM WRITE-ANALYSIS-STATEMENT
        PERFORM STORE-ANALYSIS-RESULT
    END-IF.

READ-ACCOUNT-WITH-LOCK.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM.

*> The month's postings on the account, found through the two
*> alternate keys on the transaction log, plus the check lines on
*> its deposit tickets. A batch 'D' described ACH is an ACHIMPRT
*> credit and an INCLEARING DEBIT is a DEBITIMP (or overdraft-paid)
*> check; an ACH ORIGINATION debit is an outbound entry, and its
*> CANCELLED refund is not a deposit. Interest, fees and reversals
*> are not activity.
COUNT-MONTH-ACTIVITY.
    INITIALIZE WS-VOLUME-VALUES
    MOVE 1 TO WS-VOL-MAINT

    OPEN INPUT TRANSACTION-FILE
    IF TRANS-FILE-SUCCESS
        MOVE AAN-ACCOUNT TO FROM-ACCOUNT
        MOVE 'N' TO WS-SCAN-DONE-FLAG
        START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
        IF NOT TRANS-FILE-SUCCESS
            SET SCAN-DONE TO TRUE
        END-IF
        PERFORM UNTIL SCAN-DONE
            READ TRANSACTION-FILE NEXT RECORD AT END
                SET SCAN-DONE TO TRUE
            END-READ
            IF NOT SCAN-DONE
                IF FROM-ACCOUNT NOT = AAN-ACCOUNT
                    SET SCAN-DONE TO TRUE
                ELSE
                    IF TRANS-DATE(1:6) = WS-ANALYSIS-MONTH
                        PERFORM CLASSIFY-DEBIT-SIDE-POSTING
                    END-IF
                END-IF
            END-IF
        END-PERFORM

        MOVE AAN-ACCOUNT TO TO-ACCOUNT
        MOVE 'N' TO WS-SCAN-DONE-FLAG
        START TRANSACTION-FILE KEY NOT < TO-ACCOUNT
        IF NOT TRANS-FILE-SUCCESS
            SET SCAN-DONE TO TRUE
        END-IF
        PERFORM UNTIL SCAN-DONE
            READ TRANSACTION-FILE NEXT RECORD AT END
                SET SCAN-DONE TO TRUE
            END-READ
            IF NOT SCAN-DONE
                IF TO-ACCOUNT NOT = AAN-ACCOUNT
                    SET SCAN-DONE TO TRUE
                ELSE
                    IF TRANS-DATE(1:6) = WS-ANALYSIS-MONTH
                            AND TRANS-TYPE = 'I'
                        ADD 1 TO WS-VOL-XFR-IN
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE TRANSACTION-FILE
    END-IF

    IF DEPITEM-FILE-OPEN
        MOVE AAN-ACCOUNT TO DIT-ACCOUNT
        MOVE WS-MONTH-FIRST-DAY TO DIT-TICKET-DATE
        MOVE LOW-VALUES TO DIT-TICKET-TIME
        MOVE ZERO TO DIT-LINE-NUMBER
        MOVE 'N' TO WS-SCAN-DONE-FLAG
        START DEPITEM-FILE KEY NOT < DIT-KEY
        IF NOT DEPITEM-FILE-SUCCESS
            SET SCAN-DONE TO TRUE
        END-IF
        PERFORM UNTIL SCAN-DONE
            READ DEPITEM-FILE NEXT RECORD AT END
                SET SCAN-DONE TO TRUE
            END-READ
            IF NOT SCAN-DONE
                IF DIT-ACCOUNT NOT = AAN-ACCOUNT
                        OR DIT-TICKET-DATE(1:6) NOT = WS-ANALYSIS-MONTH
                    SET SCAN-DONE TO TRUE
                ELSE
                    IF DIT-CHECK-LINE
                        ADD 1 TO WS-VOL-DEP-ITEM
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

*> One posting against FROM-ACCOUNT: 'D' is a credit to the account,
*> 'W' and 'T' are debits from it.
CLASSIFY-DEBIT-SIDE-POSTING.
    EVALUATE TRUE
        WHEN TRANS-TYPE = 'D'
                AND TRANS-DESCRIPTION(1:15) = 'ACH ORIGINATION'
            CONTINUE
        WHEN TRANS-TYPE = 'D'
                AND TRANS-DESCRIPTION(1:3) = 'ACH'
                AND TELLER-ID = WS-TELLER-ID
            ADD 1 TO WS-VOL-ACH-CREDIT
        WHEN TRANS-TYPE = 'D'
            ADD 1 TO WS-VOL-DEPOSIT
        WHEN TRANS-TYPE = 'W'
                AND TRANS-DESCRIPTION(1:16) = 'INCLEARING DEBIT'
            ADD 1 TO WS-VOL-CHECK-PAID
        WHEN TRANS-TYPE = 'W'
                AND TRANS-DESCRIPTION(1:15) = 'ACH ORIGINATION'
            ADD 1 TO WS-VOL-ACH-ORIG
        WHEN TRANS-TYPE = 'W'
                AND TRANS-DESCRIPTION(1:21) = 'RETURNED DEPOSIT ITEM'
            CONTINUE
        WHEN TRANS-TYPE = 'W' OR TRANS-TYPE = 'T'
            ADD 1 TO WS-VOL-DEBIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

PRICE-MONTH-ACTIVITY.
    MOVE ZERO TO WS-SERVICE-CHARGE
    PERFORM VARYING WS-LINE-IDX FROM 1 BY 1 UNTIL WS-LINE-IDX > 8
        COMPUTE WS-LINE-CHARGE ROUNDED =
            WS-VOLUME(WS-LINE-IDX) * WS-UNIT-PRICE(WS-LINE-IDX)
        ADD WS-LINE-CHARGE TO WS-SERVICE-CHARGE
        MOVE WS-VOLUME(WS-LINE-IDX) TO AAN-VOLUME(WS-LINE-IDX)
        MOVE WS-UNIT-PRICE(WS-LINE-IDX) TO AAN-UNIT-PRICE(WS-LINE-IDX)
    END-PERFORM.

*> Average daily ledger balance from the gathered history (the live
*> balance when the month has none), less the reserve, earning the
*> annual rate for the days in the month. A negative average earns
*> nothing.
COMPUTE-EARNINGS-CREDIT.
    MOVE ACCOUNT-BALANCE TO WS-AVERAGE-BALANCE
    IF AAN-BALANCE-DAYS > ZERO
        COMPUTE WS-AVERAGE-BALANCE ROUNDED =
            AAN-BALANCE-SUM / AAN-BALANCE-DAYS
    END-IF
    MOVE ZERO TO WS-RESERVE-AMOUNT
    MOVE ZERO TO WS-INVESTABLE-BALANCE
    MOVE ZERO TO WS-EARNINGS-CREDIT
    IF WS-AVERAGE-BALANCE > ZERO
        COMPUTE WS-RESERVE-AMOUNT ROUNDED =
            WS-AVERAGE-BALANCE * WS-RESERVE-PCT
        COMPUTE WS-INVESTABLE-BALANCE =
            WS-AVERAGE-BALANCE - WS-RESERVE-AMOUNT
        COMPUTE WS-EARNINGS-CREDIT ROUNDED =
            WS-INVESTABLE-BALANCE * WS-EARNINGS-RATE
                * WS-DAYS-IN-MONTH / 365
    END-IF.

*> The net fee comes off the ledger the way MAINTFEE's fee does:
*> only from an active account with debits allowed, and never past
*> zero. Whatever cannot be taken is left on the register as
*> uncollected for the relationship officer.
CHARGE-NET-FEE.
    MOVE ZERO TO WS-FEE-AMOUNT
    MOVE ZERO TO AAN-FEE-TRANS-ID
    EVALUATE TRUE
        WHEN WS-NET-FEE = ZERO
            SET AAN-COVERED TO TRUE
            ADD 1 TO WS-ACCOUNTS-COVERED
            PERFORM RELEASE-ACCOUNT-LOCK
        WHEN NOT ACTIVE-ACCOUNT OR DEBITS-BLOCKED OR ESTATE-FROZEN
                OR ACCOUNT-BALANCE NOT > ZERO
            SET AAN-UNCOLLECTED TO TRUE
            ADD 1 TO WS-ACCOUNTS-UNCOLLECTED
            PERFORM RELEASE-ACCOUNT-LOCK
        WHEN OTHER
            IF ACCOUNT-BALANCE > WS-NET-FEE
                MOVE WS-NET-FEE TO WS-FEE-AMOUNT
            ELSE
                MOVE ACCOUNT-BALANCE TO WS-FEE-AMOUNT
            END-IF
            SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
            SUBTRACT WS-FEE-AMOUNT FROM AVAILABLE-BALANCE
            MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
            REWRITE ACCOUNT-RECORD
            IF FILE-SUCCESS
                PERFORM LOG-ANALYSIS-FEE
                SET AAN-CHARGED TO TRUE
                ADD 1 TO WS-ACCOUNTS-CHARGED
                ADD WS-FEE-AMOUNT TO WS-RST-CONTROL-AMOUNT
                PERFORM RELEASE-ACCOUNT-LOCK
            ELSE
                DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                        ' status ' WS-FILE-STATUS
                MOVE ZERO TO WS-FEE-AMOUNT
                SET AAN-UNCOLLECTED TO TRUE
                ADD 1 TO WS-ACCOUNTS-UNCOLLECTED
                PERFORM RELEASE-ACCOUNT-LOCK
            END-IF
    END-EVALUATE.

RELEASE-ACCOUNT-LOCK.
    UNLOCK ACCOUNT-FILE.

*> One 'F' fee against the account, debit-shaped on FROM-ACCOUNT like
*> MAINTFEE's, so RECONCIL and GLEXTRCT treat it as any other
*> service charge.
LOG-ANALYSIS-FEE.
    OPEN I-O TRANSACTION-FILE
    IF NOT TRANS-FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    MOVE SPACES TO WS-POST-DESCRIPTION
    STRING 'ACCOUNT ANALYSIS FEE ' WS-ANALYSIS-MONTH
        DELIMITED BY SIZE INTO WS-POST-DESCRIPTION

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'F' TO TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-FEE-AMOUNT TO TRANS-AMOUNT
    MOVE WS-POST-DESCRIPTION TO TRANS-DESCRIPTION
    MOVE WS-TELLER-ID TO TELLER-ID
    MOVE ZERO TO REVERSAL-OF-TRANS-ID
    MOVE SPACES TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF TRANS-FILE-SUCCESS
        MOVE TRANS-ID TO AAN-FEE-TRANS-ID
    ELSE
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE.

*> The customer's statement: the priced volumes line by line, the
*> earnings credit workings, and what was done about the net fee.
WRITE-ANALYSIS-STATEMENT.
    IF NOT STATEMENT-FILE-OPEN
        OPEN OUTPUT STATEMENT-FILE
        IF STATEMENT-FILE-SUCCESS
            SET STATEMENT-FILE-OPEN TO TRUE
        ELSE
            DISPLAY 'WARNING: cannot open ' WS-STATEMENT-FILE-NAME
                    ' Status: ' WS-STATEMENT-FILE-STATUS
        END-IF
    END-IF
    IF STATEMENT-FILE-OPEN
        MOVE ALL '=' TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        STRING 'ACCOUNT ANALYSIS STATEMENT          Period: '
               WS-ANALYSIS-MONTH(5:2) '/' WS-ANALYSIS-MONTH(1:4)
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
            INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE HOLDER-ADDRESS TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        STRING 'Account ' ACCOUNT-NUMBER
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE

        MOVE 'Service                           Volume   Unit price'
            TO STATEMENT-LINE
        MOVE '        Charge' TO STATEMENT-LINE(54:14)
        WRITE STATEMENT-LINE
        MOVE ALL '-' TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        PERFORM VARYING WS-LINE-IDX FROM 1 BY 1 UNTIL WS-LINE-IDX > 8
            COMPUTE WS-LINE-CHARGE ROUNDED =
                WS-VOLUME(WS-LINE-IDX) * WS-UNIT-PRICE(WS-LINE-IDX)
            MOVE WS-VOLUME(WS-LINE-IDX) TO WS-VOLUME-DISPLAY
            MOVE WS-UNIT-PRICE(WS-LINE-IDX) TO WS-PRICE-DISPLAY
            MOVE WS-LINE-CHARGE TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING WS-SERVICE-NAME(WS-LINE-IDX) ' '
                   WS-VOLUME-DISPLAY '  ' WS-PRICE-DISPLAY '  '
                   WS-AMOUNT-DISPLAY
                DELIMITED BY SIZE INTO STATEMENT-LINE
            WRITE STATEMENT-LINE
        END-PERFORM
        MOVE ALL '-' TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE WS-SERVICE-CHARGE TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO STATEMENT-LINE
        STRING 'Total service charges                            $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE

        MOVE WS-AVERAGE-BALANCE TO WS-BALANCE-DISPLAY
        MOVE SPACES TO STATEMENT-LINE
        STRING 'Average daily ledger balance                    $'
               WS-BALANCE-DISPLAY
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        COMPUTE WS-PCT-WORK = WS-RESERVE-PCT * 100
        MOVE WS-PCT-WORK TO WS-PCT-DISPLAY
        MOVE WS-RESERVE-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO STATEMENT-LINE
        STRING 'Less reserve requirement (' WS-PCT-DISPLAY '%)'
               '               $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE WS-INVESTABLE-BALANCE TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO STATEMENT-LINE
        STRING 'Investable balance                               $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        COMPUTE WS-PCT-WORK = WS-EARNINGS-RATE * 100
        MOVE WS-PCT-WORK TO WS-RATE-DISPLAY
        MOVE WS-EARNINGS-CREDIT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO STATEMENT-LINE
        STRING 'Earnings credit at ' WS-RATE-DISPLAY '% for '
               WS-DAYS-IN-MONTH ' days'
               '                $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE

        MOVE WS-NET-FEE TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO STATEMENT-LINE
        STRING 'NET SERVICE CHARGE                               $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        EVALUATE TRUE
            WHEN AAN-COVERED
                MOVE 'Your earnings credit covered this month''s'
                     & ' service charges -- no fee is due.'
                    TO STATEMENT-LINE
            WHEN AAN-CHARGED
                MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
                STRING 'Charged to this account on '
                       WS-CURRENT-DATE(5:2) '/' WS-CURRENT-DATE(7:2)
                       '/' WS-CURRENT-DATE(1:4) ':      $'
                       WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO STATEMENT-LINE
            WHEN OTHER
                MOVE 'The fee could not be charged to this account;'
                     & ' please contact your branch.'
                    TO STATEMENT-LINE
        END-EVALUATE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF

    MOVE WS-SERVICE-CHARGE TO WS-AMOUNT-DISPLAY
    DISPLAY 'Account ' ACCOUNT-NUMBER ' charges $' WS-AMOUNT-DISPLAY
    MOVE WS-EARNINGS-CREDIT TO WS-AMOUNT-DISPLAY
    DISPLAY '           earnings credit $' WS-AMOUNT-DISPLAY
    MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
    DISPLAY '           fee charged     $' WS-AMOUNT-DISPLAY
            ' (' AAN-STATUS ')'.

STORE-ANALYSIS-RESULT.
    MOVE WS-AVERAGE-BALANCE TO AAN-AVERAGE-BALANCE
    MOVE WS-SERVICE-CHARGE TO AAN-SERVICE-CHARGE
    MOVE WS-RESERVE-PCT TO AAN-RESERVE-PCT
    MOVE WS-EARNINGS-RATE TO AAN-EARNINGS-RATE
    MOVE WS-EARNINGS-CREDIT TO AAN-EARNINGS-CREDIT
    MOVE WS-NET-FEE TO AAN-NET-FEE
    MOVE WS-FEE-AMOUNT TO AAN-FEE-CHARGED
    MOVE WS-CURRENT-DATE TO AAN-RUN-DATE
    REWRITE ACCTANAL-RECORD
    IF NOT ACCTANAL-FILE-SUCCESS
        DISPLAY 'ERROR updating the analysis register for account '
                AAN-ACCOUNT ' Status: ' WS-ACCTANAL-FILE-STATUS
    END-IF
    ADD WS-SERVICE-CHARGE TO WS-TOTAL-SERVICE-CHARGE
    ADD WS-EARNINGS-CREDIT TO WS-TOTAL-EARNINGS-CREDIT.

GET-CURRENT-DATE-TIME.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME.

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    CLOSE ACCTANAL-FILE
    CLOSE COUNTER-FILE
    IF DEPITEM-FILE-OPEN
        CLOSE DEPITEM-FILE
    END-IF
    IF STATEMENT-FILE-OPEN
        CLOSE STATEMENT-FILE
    END-IF
    MOVE WS-ACCOUNTS-CHARGED TO WS-RST-POSTED
    ADD WS-ACCOUNTS-UNCOLLECTED TO WS-RST-REJECTED
    COMPUTE WS-RST-SKIPPED =
        WS-RST-READ - WS-RST-POSTED - WS-RST-REJECTED
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Business accounts enrolled:  ' WS-ACCOUNTS-ENROLLED
    DISPLAY '  already analysed:          ' WS-ACCOUNTS-ALREADY-DONE
    DISPLAY 'Accounts analysed:           ' WS-ACCOUNTS-ANALYSED
    DISPLAY '  net fee charged:           ' WS-ACCOUNTS-CHARGED
    DISPLAY '  covered by earnings credit:' WS-ACCOUNTS-COVERED
    DISPLAY '  fee not collected:         ' WS-ACCOUNTS-UNCOLLECTED
    MOVE WS-TOTAL-SERVICE-CHARGE TO WS-AMOUNT-DISPLAY
    DISPLAY 'Total service charges:      $' WS-AMOUNT-DISPLAY
    MOVE WS-TOTAL-EARNINGS-CREDIT TO WS-AMOUNT-DISPLAY
    DISPLAY 'Total earnings credit:      $' WS-AMOUNT-DISPLAY
    MOVE WS-RST-CONTROL-AMOUNT TO WS-AMOUNT-DISPLAY
    DISPLAY 'Total fees charged:         $' WS-AMOUNT-DISPLAY
    IF STATEMENT-FILE-OPEN
        DISPLAY 'Statements:                  ' WS-STATEMENT-FILE-NAME
    END-IF
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
        MOVE 'ACCTANAL' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

IDENTIFICATION DIVISION.
PROGRAM-ID. REGCOMP.

*> Month-end deposit and loan composition for the regulatory
*> condition-report schedules, which finance used to build by hand
*> from spreadsheets. Run on the last business night of the month,
*> after GLEXTRCT, it reads the account master with the loan master
*> (loans.dat) and the customer master (customers.dat) and produces:
*>
*>   DEP  deposits by kind -- transaction accounts (checking),
*>        savings, time deposits (CDs); an overdrawn deposit account
*>        is shown on its own line, not netted into the deposits;
*>   TDM  time deposits by remaining maturity off CD-MATURITY-DATE
*>        (3 months or less, 3-12 months, 1-3 years, over 3 years);
*>   TDI  time deposits per depositor (HOLDER-TAX-ID) at or below,
*>        and above, the deposit insurance limit, with the uninsured
*>        excess -- the limit is the DEPOSIT-INS-LIMIT bank parameter,
*>        250,000.00 by default;
*>   LNT  loans by remaining term, the maturity being the loan
*>        account's open date plus LOAN-TERM-MONTHS;
*>   LND  loans by delinquency bucket, days past due derived the way
*>        LOANACCR's collections report derives them.
*>
*> Closed and escheated accounts are left out. Amounts are ledger
*> amounts, in each account's own currency, the same as the GL
*> extract carries them.
*>
*> Two outputs: the schedule-formatted report data/regcomp_YYYYMM.txt
*> and the machine-readable data/regcomp_YYYYMM.dat (120-byte
*> records: H header, S one per schedule line, G one per GL control
*> account, T trailer with the record count and a hash of the
*> schedule amounts).
*>
*> Control totals: every balance is also summed to the GL control
*> account it books to (the chart mapping on data/glmap.dat, the way
*> GLEXTRCT classifies a posting -- a deposit account to the credit
*> side of its 'D' mapping, a loan to the debit side of its 'N'
*> mapping; without a mapping 2010 DEPOSITS and 1210 LOANS RECV).
*> Each G record proves last month-end's balance (from last month's
*> .dat file) plus the month's net movement on the daily GL extracts
*> (data/glextract_YYYYMMDD.dat) against this month-end's balance;
*> anything but a zero difference is flagged on the report.
*>
*> The as-of date is taken from the command line as YYYYMMDD; run
*> with no parameter it is the business date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACCOUNT-NUMBER
        FILE STATUS IS WS-FILE-STATUS.

    SELECT LOAN-FILE ASSIGN TO 'data/loans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOAN-ACCOUNT-NUMBER
        FILE STATUS IS WS-LOAN-FILE-STATUS.

    SELECT CUSTOMER-FILE ASSIGN TO 'data/customers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-TAX-ID
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT GLMAP-FILE ASSIGN TO 'data/glmap.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLMAP-FILE-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO WS-GLX-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT INSWORK-FILE ASSIGN TO 'data/regcomp.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCW-DEPOSITOR
        FILE STATUS IS WS-INSWORK-FILE-STATUS.

    SELECT REGPRIOR-FILE ASSIGN TO WS-PRIOR-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REGPRIOR-FILE-STATUS.

    SELECT REGDATA-FILE ASSIGN TO WS-DATA-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REGDATA-FILE-STATUS.

    SELECT REG-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-RPT-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PARM-ID
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

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
    05  ACCOUNT-STATUS          PIC X(1).
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

*> Loan master, one record per type-'L' account: the terms and the
*> payment history the remaining term and delinquency come from.
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
    05  LOAN-ESCROW-MONTHLY     PIC S9(11)V99.
    05  LOAN-ESCROW-BALANCE     PIC S9(11)V99.
    05  LOAN-ESCROW-ANALYSIS-DATE PIC X(8).
    05  LOAN-LATE-FEES-DUE      PIC S9(9)V99.
    05  LOAN-STATUS             PIC X(1).
        88  LOAN-LIVE           VALUE ' '.
        88  LOAN-PAID-IN-FULL   VALUE 'P'.
    05  LOAN-CLOSED-DATE        PIC X(8).
    05  FILLER                  PIC X(2).

*> Customer master, read by tax ID for the names of depositors over
*> the insurance limit.
FD  CUSTOMER-FILE.
01  CUSTOMER-RECORD.
    05  CUST-TAX-ID             PIC X(11).
    05  CUST-FIRST-NAME         PIC X(20).
    05  CUST-LAST-NAME          PIC X(20).
    05  CUST-ADDRESS            PIC X(50).
    05  CUST-PHONE              PIC X(15).
    05  CUST-SINCE-DATE         PIC X(8).
    05  CUST-DELIVERY-PREF      PIC X(1).
    05  CUST-DATE-OF-DEATH      PIC X(8).
        88  CUST-IS-LIVING      VALUE SPACES.
    05  FILLER                  PIC X(1).
    05  CUST-ID-TYPE            PIC X(2).
    05  CUST-ID-NUMBER          PIC X(20).
    05  CUST-ID-ISSUER          PIC X(20).
    05  CUST-ID-EXPIRY-DATE     PIC X(8).
    05  CUST-BIRTH-DATE         PIC X(8).
    05  CUST-OCCUPATION         PIC X(30).
    05  CUST-RISK-RATING        PIC X(1).
        88  CUST-RISK-UNRATED   VALUE SPACE.
        88  CUST-RISK-LOW       VALUE 'L'.
        88  CUST-RISK-MEDIUM    VALUE 'M'.
        88  CUST-RISK-HIGH      VALUE 'H'.
    05  CUST-RISK-SCORE         PIC 9(3).
    05  CUST-RISK-DATE          PIC X(8).
    05  CUST-LAST-REVIEW-DATE   PIC X(8).
    05  CUST-REVIEW-DUE-DATE    PIC X(8).
*> Returned mail: set when the post office sends a statement or
*> notice back undeliverable (from the maintenance screen or the
*> RTNMAIL batch), with the date it was set. While it stands the
*> customer's mail is held rather than printed; an address change
*> clears it.
    05  CUST-RETURNED-MAIL-FLAG PIC X(1).
        88  CUST-MAIL-RETURNED  VALUE 'Y'.
    05  CUST-RETURNED-MAIL-DATE PIC X(8).
    05  FILLER                  PIC X(1).

*> Accounting's chart-of-accounts mapping: transaction type +
*> account type + currency mapped to the debit and credit GL numbers
*> that combination books to. '*' as the account type and '***' as
*> the currency are the lookup's wildcard fallbacks.
FD  GLMAP-FILE.
01  GLMAP-RECORD.
    05  GLM-KEY.
        10  GLM-TRANS-TYPE      PIC X(1).
        10  GLM-ACCOUNT-TYPE    PIC X(1).
        10  GLM-CURRENCY        PIC X(3).
    05  GLM-DEBIT-GL            PIC X(4).
    05  GLM-DEBIT-NAME          PIC X(30).
    05  GLM-CREDIT-GL           PIC X(4).
    05  GLM-CREDIT-NAME         PIC X(30).
    05  FILLER                  PIC X(10).

*> GLEXTRCT's daily journal extract: type 'J' lines, one type 'C'
*> control record.
FD  GL-EXTRACT-FILE.
01  GL-EXTRACT-RECORD.
    05  GL-RECORD-TYPE          PIC X(1).
    05  GL-BUSINESS-DATE        PIC X(8).
    05  GL-ACCOUNT-CODE         PIC X(4).
    05  GL-ACCOUNT-NAME         PIC X(30).
    05  GL-DEBIT-AMOUNT         PIC 9(13)V99.
    05  GL-CREDIT-AMOUNT        PIC 9(13)V99.
    05  GL-SOURCE-TYPE          PIC X(1).
    05  GL-LINE-COUNT           PIC 9(7).
    05  GL-BRANCH-CODE          PIC X(4).
    05  FILLER                  PIC X(6).

*> Work file rebuilt each run: time deposits summed per depositor
*> (the tax ID; an account with no tax ID stands alone under '#'
*> and its account number).
FD  INSWORK-FILE.
01  INSWORK-RECORD.
    05  RCW-DEPOSITOR           PIC X(11).
    05  RCW-TD-COUNT            PIC 9(5).
    05  RCW-TD-BALANCE          PIC S9(13)V99.
    05  FILLER                  PIC X(10).

*> Last month's machine-readable file, for its G records' balances.
FD  REGPRIOR-FILE.
01  REGPRIOR-RECORD.
    05  RPR-RECORD-TYPE         PIC X(1).
    05  RPR-AS-OF-DATE          PIC X(8).
    05  RPR-SCHEDULE            PIC X(4).
    05  RPR-LINE-CODE           PIC X(8).
    05  RPR-DESCRIPTION         PIC X(30).
    05  RPR-COUNT               PIC 9(9).
    05  RPR-AMOUNT              PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
    05  RPR-AMOUNT-2            PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
    05  RPR-AMOUNT-3            PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
    05  FILLER                  PIC X(6).

*> The machine-readable schedules. S records: the line's count and
*> amount, with the uninsured excess in AMOUNT-2 on TDI-GT. G
*> records: the line code is the GL account, AMOUNT the month-end
*> ledger balance, AMOUNT-2 the month's GL extract movement and
*> AMOUNT-3 last month-end's balance. The T record's COUNT is the
*> number of records including H and T, its AMOUNT the sum of the S
*> records' AMOUNTs.
FD  REGDATA-FILE.
01  REGDATA-RECORD.
    05  RGF-RECORD-TYPE         PIC X(1).
    05  RGF-AS-OF-DATE          PIC X(8).
    05  RGF-SCHEDULE            PIC X(4).
    05  RGF-LINE-CODE           PIC X(8).
    05  RGF-DESCRIPTION         PIC X(30).
    05  RGF-COUNT               PIC 9(9).
    05  RGF-AMOUNT              PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
    05  RGF-AMOUNT-2            PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
    05  RGF-AMOUNT-3            PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
    05  FILLER                  PIC X(6).

*> The schedule-formatted report.
FD  REG-REPORT-FILE.
01  REG-REPORT-LINE             PIC X(132).

*> Central bank-parameter file; the insurance limit is read from it.
FD  BANKPARM-FILE.
01  BANKPARM-RECORD.
    05  PARM-ID.
        10  PARM-KEY            PIC X(20).
        10  PARM-EFFECTIVE-DATE PIC X(8).
    05  PARM-VALUE              PIC S9(9)V9(6).
    05  PARM-DESCRIPTION        PIC X(30).
    05  FILLER                  PIC X(10).

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock.
FD  BUSDATE-FILE.
01  BUSDATE-RECORD.
    05  BUS-CURRENT-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> Standard run-statistics record every nightly job appends at the
*> end of its run, picked up by EODBATCH for the morning report.
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
01  WS-LOAN-FILE-OPEN-FLAG      PIC X(1) VALUE 'N'.
    88  LOAN-FILE-OPEN          VALUE 'Y'.
01  WS-CUST-FILE-STATUS         PIC X(2).
    88  CUST-FILE-SUCCESS       VALUE '00'.
01  WS-CUST-FILE-OPEN-FLAG      PIC X(1) VALUE 'N'.
    88  CUST-FILE-OPEN          VALUE 'Y'.
01  WS-GLMAP-FILE-STATUS        PIC X(2).
    88  GLMAP-FILE-SUCCESS      VALUE '00'.
01  WS-GLMAP-FILE-OPEN-FLAG     PIC X(1) VALUE 'N'.
    88  GLMAP-FILE-OPEN         VALUE 'Y'.
01  WS-GL-FILE-STATUS           PIC X(2).
    88  GL-FILE-SUCCESS         VALUE '00'.
    88  GL-FILE-AT-END          VALUE '10'.
01  WS-INSWORK-FILE-STATUS      PIC X(2).
    88  INSWORK-FILE-SUCCESS    VALUE '00'.
    88  INSWORK-FILE-AT-END     VALUE '10'.
01  WS-REGPRIOR-FILE-STATUS     PIC X(2).
    88  REGPRIOR-FILE-SUCCESS   VALUE '00'.
    88  REGPRIOR-FILE-AT-END    VALUE '10'.
01  WS-REGDATA-FILE-STATUS      PIC X(2).
    88  REGDATA-FILE-SUCCESS    VALUE '00'.
01  WS-REG-RPT-STATUS           PIC X(2).
    88  REG-RPT-SUCCESS         VALUE '00'.

01  WS-PARM-FILE-STATUS         PIC X(2).
    88  PARM-FILE-SUCCESS       VALUE '00'.
01  WS-PARM-LOOKUP-FIELDS.
    05  WS-PARM-LOOKUP-KEY      PIC X(20).
    05  WS-PARM-FOUND-VALUE     PIC S9(9)V9(6).
    05  WS-PARM-FOUND-FLAG      PIC X(1).
        88  PARM-FOUND          VALUE 'Y'.

01  WS-FILE-NAMES.
    05  WS-GLX-FILE-NAME        PIC X(40).
    05  WS-PRIOR-FILE-NAME      PIC X(40).
    05  WS-DATA-FILE-NAME       PIC X(40).
    05  WS-REPORT-FILE-NAME     PIC X(40).

*> The as-of date and the month arithmetic the maturities use. A
*> month count is year * 12 + month, so the difference of two is
*> the whole months between them; a part month counts as a month.
01  WS-RUN-FIELDS.
    05  WS-PARM-TEXT            PIC X(10).
    05  WS-AS-OF-DATE           PIC X(8).
    05  WS-AS-OF-MONTHS         PIC 9(6).
    05  WS-PRIOR-YEAR           PIC 9(4).
    05  WS-PRIOR-MONTH          PIC 9(2).
    05  WS-PRIOR-YYYYMM         PIC X(6).
    05  WS-INSURANCE-LIMIT      PIC 9(11)V99 VALUE 250000.00.
    05  WS-END-MONTHS           PIC 9(6).
    05  WS-END-DAY              PIC X(2).
    05  WS-REMAINING-MONTHS     PIC S9(6).
    05  WS-BUCKET               PIC 9(2).
    05  WS-ROW                  PIC 9(2).
    05  WS-GLX-DAY              PIC 9(2).
    05  WS-GLX-LAST-DAY         PIC 9(2).
    05  WS-GLX-DAYS-FOUND       PIC 9(2) VALUE ZERO.
    05  WS-DEPOSITOR-EXCESS     PIC S9(13)V99.
    05  WS-SECTION-TITLE        PIC X(90).
    05  WS-SECTION-FIRST        PIC 9(2).
    05  WS-SECTION-LAST         PIC 9(2).

*> Delinquency, derived as LOANACCR derives it: days from the first
*> due date after the month the last payment covered.
01  WS-DELINQ-FIELDS.
    05  WS-DELINQ-DAYS          PIC S9(5).
    05  WS-DUE-YEAR             PIC 9(4).
    05  WS-DUE-MONTH            PIC 9(2).
    05  WS-DUE-DATE             PIC X(8).

*> The schedule lines, in report order: code and description, then
*> the count and amounts gathered against each. Each schedule's
*> buckets start one past its base row.
01  WS-SCHED-LINE-VALUES.
    05  FILLER PIC X(42) VALUE 'DEP-TRN Transaction accounts (checking)'.
    05  FILLER PIC X(42) VALUE 'DEP-SAV Savings deposits'.
    05  FILLER PIC X(42) VALUE 'DEP-TIM Time deposits'.
    05  FILLER PIC X(42) VALUE 'DEP-TOT Total deposits'.
    05  FILLER PIC X(42) VALUE 'DEP-OD  Overdrawn deposit accounts'.
    05  FILLER PIC X(42) VALUE 'TDM-03M 3 months or less'.
    05  FILLER PIC X(42) VALUE 'TDM-12M Over 3 months through 12 months'.
    05  FILLER PIC X(42) VALUE 'TDM-36M Over 1 year through 3 years'.
    05  FILLER PIC X(42) VALUE 'TDM-OVR Over 3 years'.
    05  FILLER PIC X(42) VALUE 'TDI-LE  Depositors at or below the limit'.
    05  FILLER PIC X(42) VALUE 'TDI-GT  Depositors above the limit'.
    05  FILLER PIC X(42) VALUE 'LNT-03M 3 months or less'.
    05  FILLER PIC X(42) VALUE 'LNT-12M Over 3 months through 12 months'.
    05  FILLER PIC X(42) VALUE 'LNT-36M Over 1 year through 3 years'.
    05  FILLER PIC X(42) VALUE 'LNT-60M Over 3 years through 5 years'.
    05  FILLER PIC X(42) VALUE 'LNT-180MOver 5 years through 15 years'.
    05  FILLER PIC X(42) VALUE 'LNT-OVR Over 15 years'.
    05  FILLER PIC X(42) VALUE 'LNT-UNK Terms not on the loan master'.
    05  FILLER PIC X(42) VALUE 'LNT-TOT Total loans'.
    05  FILLER PIC X(42) VALUE 'LND-CUR Current (under 30 days)'.
    05  FILLER PIC X(42) VALUE 'LND-030 30 to 59 days past due'.
    05  FILLER PIC X(42) VALUE 'LND-060 60 to 89 days past due'.
    05  FILLER PIC X(42) VALUE 'LND-090 90 days or more past due'.
    05  FILLER PIC X(42) VALUE 'LND-UNK Not on the loan master'.
01  WS-SCHED-LINES REDEFINES WS-SCHED-LINE-VALUES.
    05  WS-SCHED-LINE OCCURS 24 TIMES.
        10  WS-SCHED-CODE       PIC X(8).
        10  WS-SCHED-DESC       PIC X(34).
01  WS-SCHED-FIGURES.
    05  WS-SCHED-FIGURE OCCURS 24 TIMES.
        10  WS-SCHED-COUNT      PIC 9(9).
        10  WS-SCHED-AMOUNT     PIC S9(15)V99.
        10  WS-SCHED-AMOUNT-2   PIC S9(15)V99.
01  WS-SCHED-ROWS.
    05  WS-ROW-COUNT            PIC 9(2) VALUE 24.
    05  WS-ROW-CHECKING         PIC 9(2) VALUE 1.
    05  WS-ROW-SAVINGS          PIC 9(2) VALUE 2.
    05  WS-ROW-TIME             PIC 9(2) VALUE 3.
    05  WS-ROW-DEPOSIT-TOTAL    PIC 9(2) VALUE 4.
    05  WS-ROW-OVERDRAWN        PIC 9(2) VALUE 5.
    05  WS-TDM-BASE             PIC 9(2) VALUE 5.
    05  WS-ROW-TDI-AT-LIMIT     PIC 9(2) VALUE 10.
    05  WS-ROW-TDI-OVER-LIMIT   PIC 9(2) VALUE 11.
    05  WS-LNT-BASE             PIC 9(2) VALUE 11.
    05  WS-ROW-LNT-UNKNOWN      PIC 9(2) VALUE 18.
    05  WS-ROW-LOAN-TOTAL       PIC 9(2) VALUE 19.
    05  WS-LND-BASE             PIC 9(2) VALUE 19.
    05  WS-ROW-LND-UNKNOWN      PIC 9(2) VALUE 24.

*> GL control accounts the balances book to, with the month's
*> movement off the GL extracts and last month-end's balance.
01  WS-GL-TABLE.
    05  WS-GL-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-GL-MAX               PIC 9(3) VALUE 100.
    05  WS-GL-ENTRY OCCURS 100 TIMES.
        10  WS-GL-CODE          PIC X(4).
        10  WS-GL-NAME          PIC X(30).
        10  WS-GL-ACCOUNTS      PIC 9(9).
        10  WS-GL-BALANCE       PIC S9(15)V99.
        10  WS-GL-MOVEMENT      PIC S9(15)V99.
        10  WS-GL-PRIOR-BALANCE PIC S9(15)V99.
        10  WS-GL-DIFFERENCE    PIC S9(15)V99.
01  WS-GL-IDX                   PIC 9(3).
01  WS-GL-J                     PIC 9(3).
01  WS-GL-FIELDS.
    05  WS-GL-LOOKUP-CODE       PIC X(4).
    05  WS-GL-LOOKUP-NAME       PIC X(30).
    05  WS-GL-TRANS-TYPE        PIC X(1).
    05  WS-GL-CURRENCY          PIC X(3).
    05  WS-MAP-FOUND-FLAG       PIC X(1).
        88  MAPPING-FOUND       VALUE 'Y'.
    05  WS-GL-OUT-OF-BALANCE    PIC 9(3) VALUE ZERO.
    05  WS-PRIOR-FILE-FLAG      PIC X(1) VALUE 'N'.
        88  PRIOR-FILE-FOUND    VALUE 'Y'.

01  WS-TRAILER-FIELDS.
    05  WS-RECORDS-WRITTEN      PIC 9(9) VALUE ZERO.
    05  WS-AMOUNT-HASH          PIC S9(15)V99 VALUE ZERO.

01  WS-DISPLAY-FIELDS.
    05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
    05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT2-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT3-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT4-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-LIMIT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-DEPOSITOR-NAME       PIC X(41).

01  WS-COUNTERS.
    05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-EXCLUDED    PIC 9(7) VALUE ZERO.
    05  WS-DEPOSITORS           PIC 9(7) VALUE ZERO.
    05  WS-GLX-LINES-READ       PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM COMPOSE-ALL-ACCOUNTS
    PERFORM SUM-DEPOSITORS
    PERFORM LOAD-PRIOR-MONTH
    PERFORM TALLY-GL-MOVEMENT
    PERFORM PROVE-GL-CONTROLS
    PERFORM WRITE-SCHEDULE-REPORT
    PERFORM WRITE-SCHEDULE-DATA
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          REGULATORY DEPOSIT AND LOAN COMPOSITION'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    IF WS-PARM-TEXT(1:8) IS NUMERIC
        MOVE WS-PARM-TEXT(1:8) TO WS-AS-OF-DATE
    ELSE
        MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
    END-IF
    DISPLAY 'As-of Date: ' WS-AS-OF-DATE
    PERFORM LOAD-BANK-PARAMETERS
    MOVE WS-INSURANCE-LIMIT TO WS-LIMIT-DISPLAY
    DISPLAY 'Insurance limit per depositor: ' WS-LIMIT-DISPLAY

    COMPUTE WS-AS-OF-MONTHS =
        FUNCTION NUMVAL(WS-AS-OF-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-AS-OF-DATE(5:2))
    COMPUTE WS-PRIOR-YEAR = FUNCTION NUMVAL(WS-AS-OF-DATE(1:4))
    COMPUTE WS-PRIOR-MONTH = FUNCTION NUMVAL(WS-AS-OF-DATE(5:2))
    IF WS-PRIOR-MONTH = 1
        MOVE 12 TO WS-PRIOR-MONTH
        SUBTRACT 1 FROM WS-PRIOR-YEAR
    ELSE
        SUBTRACT 1 FROM WS-PRIOR-MONTH
    END-IF
    MOVE SPACES TO WS-PRIOR-YYYYMM
    STRING WS-PRIOR-YEAR WS-PRIOR-MONTH
        DELIMITED BY SIZE INTO WS-PRIOR-YYYYMM
    INITIALIZE WS-SCHED-FIGURES

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT LOAN-FILE
    IF LOAN-FILE-SUCCESS
        SET LOAN-FILE-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: cannot open LOAN-FILE. Status: '
                WS-LOAN-FILE-STATUS
        DISPLAY '         Loan terms and delinquency not analysed.'
    END-IF

    OPEN INPUT CUSTOMER-FILE
    IF CUST-FILE-SUCCESS
        SET CUST-FILE-OPEN TO TRUE
    END-IF

    OPEN INPUT GLMAP-FILE
    IF GLMAP-FILE-SUCCESS
        SET GLMAP-FILE-OPEN TO TRUE
    END-IF

    OPEN OUTPUT INSWORK-FILE
    CLOSE INSWORK-FILE
    OPEN I-O INSWORK-FILE
    IF NOT INSWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open INSWORK-FILE. Status: '
                WS-INSWORK-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING 'data/regcomp_' WS-AS-OF-DATE(1:6) '.txt'
        DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
    OPEN OUTPUT REG-REPORT-FILE
    IF NOT REG-RPT-SUCCESS
        DISPLAY 'ERROR: Unable to open ' WS-REPORT-FILE-NAME
                '. Status: ' WS-REG-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO WS-DATA-FILE-NAME
    STRING 'data/regcomp_' WS-AS-OF-DATE(1:6) '.dat'
        DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
    OPEN OUTPUT REGDATA-FILE
    IF NOT REGDATA-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ' WS-DATA-FILE-NAME
                '. Status: ' WS-REGDATA-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Pulls the insurance limit from the central parameter file.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'DEPOSIT-INS-LIMIT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-INSURANCE-LIMIT
        END-IF
        CLOSE BANKPARM-FILE
    END-IF.

*> Finds the latest record for WS-PARM-LOOKUP-KEY effective on or
*> before the as-of date.
LOOKUP-BANK-PARAMETER.
    MOVE 'N' TO WS-PARM-FOUND-FLAG
    MOVE WS-PARM-LOOKUP-KEY TO PARM-KEY
    MOVE LOW-VALUES TO PARM-EFFECTIVE-DATE
    START BANKPARM-FILE KEY NOT < PARM-ID
    IF PARM-FILE-SUCCESS
        PERFORM READ-NEXT-PARM
        PERFORM UNTIL WS-PARM-FILE-STATUS NOT = '00'
                OR PARM-KEY NOT = WS-PARM-LOOKUP-KEY
            IF PARM-EFFECTIVE-DATE <= WS-AS-OF-DATE
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

*> One pass of the account master into the schedule lines and the
*> GL control accounts.
COMPOSE-ALL-ACCOUNTS.
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END
        ADD 1 TO WS-ACCOUNTS-READ
        IF ACCOUNT-STATUS = 'I' OR ACCOUNT-STATUS = 'E'
            ADD 1 TO WS-ACCOUNTS-EXCLUDED
        ELSE
            PERFORM COMPOSE-ONE-ACCOUNT
        END-IF
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    DISPLAY 'Accounts read:             ' WS-ACCOUNTS-READ
    DISPLAY 'Closed/escheated excluded: ' WS-ACCOUNTS-EXCLUDED.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-FILE-STATUS
    END-READ.

COMPOSE-ONE-ACCOUNT.
    EVALUATE ACCOUNT-TYPE
        WHEN 'C'
            MOVE WS-ROW-CHECKING TO WS-ROW
            PERFORM ADD-DEPOSIT-ACCOUNT
        WHEN 'S'
            MOVE WS-ROW-SAVINGS TO WS-ROW
            PERFORM ADD-DEPOSIT-ACCOUNT
        WHEN 'T'
            MOVE WS-ROW-TIME TO WS-ROW
            PERFORM ADD-DEPOSIT-ACCOUNT
            IF ACCOUNT-BALANCE NOT < ZERO
                PERFORM ADD-TIME-DEPOSIT
            END-IF
        WHEN 'L'
            PERFORM ADD-LOAN-ACCOUNT
        WHEN OTHER
            ADD 1 TO WS-ACCOUNTS-EXCLUDED
    END-EVALUATE.

*> A deposit account onto its kind's line. An overdrawn account is
*> not a deposit: it goes on the overdrawn line as a positive amount.
*> The GL control total takes the ledger balance either way.
ADD-DEPOSIT-ACCOUNT.
    IF ACCOUNT-BALANCE < ZERO
        ADD 1 TO WS-SCHED-COUNT(WS-ROW-OVERDRAWN)
        SUBTRACT ACCOUNT-BALANCE FROM WS-SCHED-AMOUNT(WS-ROW-OVERDRAWN)
    ELSE
        ADD 1 TO WS-SCHED-COUNT(WS-ROW)
        ADD ACCOUNT-BALANCE TO WS-SCHED-AMOUNT(WS-ROW)
        ADD 1 TO WS-SCHED-COUNT(WS-ROW-DEPOSIT-TOTAL)
        ADD ACCOUNT-BALANCE TO WS-SCHED-AMOUNT(WS-ROW-DEPOSIT-TOTAL)
    END-IF
    MOVE 'D' TO WS-GL-TRANS-TYPE
    PERFORM ADD-TO-GL-CONTROL.

*> Remaining maturity bucket, and the depositor's running total on
*> the work file. A matured CD, or one with no maturity date, is in
*> the shortest bucket.
ADD-TIME-DEPOSIT.
    MOVE ZERO TO WS-REMAINING-MONTHS
    IF CD-MATURITY-DATE IS NUMERIC
        COMPUTE WS-END-MONTHS =
            FUNCTION NUMVAL(CD-MATURITY-DATE(1:4)) * 12
            + FUNCTION NUMVAL(CD-MATURITY-DATE(5:2))
        MOVE CD-MATURITY-DATE(7:2) TO WS-END-DAY
        PERFORM COMPUTE-REMAINING-MONTHS
    END-IF
    EVALUATE TRUE
        WHEN WS-REMAINING-MONTHS <= 3
            MOVE 1 TO WS-BUCKET
        WHEN WS-REMAINING-MONTHS <= 12
            MOVE 2 TO WS-BUCKET
        WHEN WS-REMAINING-MONTHS <= 36
            MOVE 3 TO WS-BUCKET
        WHEN OTHER
            MOVE 4 TO WS-BUCKET
    END-EVALUATE
    COMPUTE WS-ROW = WS-TDM-BASE + WS-BUCKET
    ADD 1 TO WS-SCHED-COUNT(WS-ROW)
    ADD ACCOUNT-BALANCE TO WS-SCHED-AMOUNT(WS-ROW)

    MOVE SPACES TO RCW-DEPOSITOR
    IF HOLDER-TAX-ID = SPACES
        STRING '#' ACCOUNT-NUMBER DELIMITED BY SIZE INTO RCW-DEPOSITOR
    ELSE
        MOVE HOLDER-TAX-ID TO RCW-DEPOSITOR
    END-IF
    READ INSWORK-FILE
    IF INSWORK-FILE-SUCCESS
        ADD 1 TO RCW-TD-COUNT
        ADD ACCOUNT-BALANCE TO RCW-TD-BALANCE
        REWRITE INSWORK-RECORD
    ELSE
        MOVE 1 TO RCW-TD-COUNT
        MOVE ACCOUNT-BALANCE TO RCW-TD-BALANCE
        WRITE INSWORK-RECORD
    END-IF.

*> Whole months from the as-of month to the end month in
*> WS-END-MONTHS, a part month (the end day later in its month than
*> the as-of day) counting as one more. Never below zero.
COMPUTE-REMAINING-MONTHS.
    COMPUTE WS-REMAINING-MONTHS = WS-END-MONTHS - WS-AS-OF-MONTHS
    IF WS-END-DAY > WS-AS-OF-DATE(7:2)
        ADD 1 TO WS-REMAINING-MONTHS
    END-IF
    IF WS-REMAINING-MONTHS < ZERO
        MOVE ZERO TO WS-REMAINING-MONTHS
    END-IF.

*> A loan by remaining term (open date plus LOAN-TERM-MONTHS) and
*> by delinquency bucket. A loan with no loan master record goes on
*> the not-on-file line of each schedule.
ADD-LOAN-ACCOUNT.
    ADD 1 TO WS-SCHED-COUNT(WS-ROW-LOAN-TOTAL)
    ADD ACCOUNT-BALANCE TO WS-SCHED-AMOUNT(WS-ROW-LOAN-TOTAL)
    MOVE 'N' TO WS-GL-TRANS-TYPE
    PERFORM ADD-TO-GL-CONTROL

    MOVE '23' TO WS-LOAN-FILE-STATUS
    IF LOAN-FILE-OPEN
        MOVE ACCOUNT-NUMBER TO LOAN-ACCOUNT-NUMBER
        READ LOAN-FILE
    END-IF

    IF LOAN-FILE-SUCCESS
            AND LOAN-TERM-MONTHS > ZERO
            AND ACCOUNT-OPEN-DATE IS NUMERIC
        COMPUTE WS-END-MONTHS =
            FUNCTION NUMVAL(ACCOUNT-OPEN-DATE(1:4)) * 12
            + FUNCTION NUMVAL(ACCOUNT-OPEN-DATE(5:2))
            + LOAN-TERM-MONTHS
        MOVE ACCOUNT-OPEN-DATE(7:2) TO WS-END-DAY
        PERFORM COMPUTE-REMAINING-MONTHS
        EVALUATE TRUE
            WHEN WS-REMAINING-MONTHS <= 3
                MOVE 1 TO WS-BUCKET
            WHEN WS-REMAINING-MONTHS <= 12
                MOVE 2 TO WS-BUCKET
            WHEN WS-REMAINING-MONTHS <= 36
                MOVE 3 TO WS-BUCKET
            WHEN WS-REMAINING-MONTHS <= 60
                MOVE 4 TO WS-BUCKET
            WHEN WS-REMAINING-MONTHS <= 180
                MOVE 5 TO WS-BUCKET
            WHEN OTHER
                MOVE 6 TO WS-BUCKET
        END-EVALUATE
        COMPUTE WS-ROW = WS-LNT-BASE + WS-BUCKET
    ELSE
        MOVE WS-ROW-LNT-UNKNOWN TO WS-ROW
    END-IF
    ADD 1 TO WS-SCHED-COUNT(WS-ROW)
    ADD ACCOUNT-BALANCE TO WS-SCHED-AMOUNT(WS-ROW)

    IF LOAN-FILE-SUCCESS
        PERFORM COMPUTE-LOAN-DELINQUENCY
        EVALUATE TRUE
            WHEN WS-DELINQ-DAYS < 30
                MOVE 1 TO WS-BUCKET
            WHEN WS-DELINQ-DAYS < 60
                MOVE 2 TO WS-BUCKET
            WHEN WS-DELINQ-DAYS < 90
                MOVE 3 TO WS-BUCKET
            WHEN OTHER
                MOVE 4 TO WS-BUCKET
        END-EVALUATE
        COMPUTE WS-ROW = WS-LND-BASE + WS-BUCKET
    ELSE
        MOVE WS-ROW-LND-UNKNOWN TO WS-ROW
    END-IF
    ADD 1 TO WS-SCHED-COUNT(WS-ROW)
    ADD ACCOUNT-BALANCE TO WS-SCHED-AMOUNT(WS-ROW).

*> Days delinquent: the first due date after the month the last
*> payment covered, against the as-of date. Zero means current.
COMPUTE-LOAN-DELINQUENCY.
    MOVE ZERO TO WS-DELINQ-DAYS
    IF LOAN-LAST-PAYMENT-DATE IS NUMERIC
            AND LOAN-PAYMENT-DUE-DAY >= 1
            AND LOAN-PAYMENT-DUE-DAY <= 28
        MOVE FUNCTION NUMVAL(LOAN-LAST-PAYMENT-DATE(1:4))
            TO WS-DUE-YEAR
        MOVE FUNCTION NUMVAL(LOAN-LAST-PAYMENT-DATE(5:2))
            TO WS-DUE-MONTH
        IF WS-DUE-MONTH = 12
            MOVE 1 TO WS-DUE-MONTH
            ADD 1 TO WS-DUE-YEAR
        ELSE
            ADD 1 TO WS-DUE-MONTH
        END-IF
        MOVE SPACES TO WS-DUE-DATE
        STRING WS-DUE-YEAR WS-DUE-MONTH LOAN-PAYMENT-DUE-DAY
            DELIMITED BY SIZE INTO WS-DUE-DATE
        IF WS-DUE-DATE < WS-AS-OF-DATE
            COMPUTE WS-DELINQ-DAYS =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-AS-OF-DATE))
                - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-DUE-DATE))
        END-IF
    END-IF.

*> The GL control account this account's balance books to: the
*> credit side of its 'D' mapping for a deposit, the debit side of
*> its 'N' mapping for a loan, else the compiled chart.
ADD-TO-GL-CONTROL.
    MOVE 'USD' TO WS-GL-CURRENCY
    IF CURRENCY-CODE NOT = SPACES
        MOVE CURRENCY-CODE TO WS-GL-CURRENCY
    END-IF
    PERFORM LOOKUP-CHART-MAPPING
    EVALUATE TRUE
        WHEN MAPPING-FOUND AND WS-GL-TRANS-TYPE = 'D'
            MOVE GLM-CREDIT-GL TO WS-GL-LOOKUP-CODE
            MOVE GLM-CREDIT-NAME TO WS-GL-LOOKUP-NAME
        WHEN MAPPING-FOUND
            MOVE GLM-DEBIT-GL TO WS-GL-LOOKUP-CODE
            MOVE GLM-DEBIT-NAME TO WS-GL-LOOKUP-NAME
        WHEN WS-GL-TRANS-TYPE = 'D'
            MOVE '2010' TO WS-GL-LOOKUP-CODE
            MOVE 'CUSTOMER DEPOSITS' TO WS-GL-LOOKUP-NAME
        WHEN OTHER
            MOVE '1210' TO WS-GL-LOOKUP-CODE
            MOVE 'LOANS RECEIVABLE' TO WS-GL-LOOKUP-NAME
    END-EVALUATE
    PERFORM FIND-GL-ENTRY
    IF WS-GL-IDX > 0
        ADD 1 TO WS-GL-ACCOUNTS(WS-GL-IDX)
        ADD ACCOUNT-BALANCE TO WS-GL-BALANCE(WS-GL-IDX)
    END-IF.

*> Exact key first, then the currency wildcard, then the account-type
*> wildcard. Leaves the hit loaded in GLMAP-RECORD.
LOOKUP-CHART-MAPPING.
    MOVE 'N' TO WS-MAP-FOUND-FLAG
    IF GLMAP-FILE-OPEN
        MOVE WS-GL-TRANS-TYPE TO GLM-TRANS-TYPE
        MOVE ACCOUNT-TYPE TO GLM-ACCOUNT-TYPE
        MOVE WS-GL-CURRENCY TO GLM-CURRENCY
        READ GLMAP-FILE
        IF GLMAP-FILE-SUCCESS
            MOVE 'Y' TO WS-MAP-FOUND-FLAG
        ELSE
            MOVE WS-GL-TRANS-TYPE TO GLM-TRANS-TYPE
            MOVE ACCOUNT-TYPE TO GLM-ACCOUNT-TYPE
            MOVE '***' TO GLM-CURRENCY
            READ GLMAP-FILE
            IF GLMAP-FILE-SUCCESS
                MOVE 'Y' TO WS-MAP-FOUND-FLAG
            ELSE
                MOVE WS-GL-TRANS-TYPE TO GLM-TRANS-TYPE
                MOVE '*' TO GLM-ACCOUNT-TYPE
                MOVE '***' TO GLM-CURRENCY
                READ GLMAP-FILE
                IF GLMAP-FILE-SUCCESS
                    MOVE 'Y' TO WS-MAP-FOUND-FLAG
                END-IF
            END-IF
        END-IF
    END-IF.

*> Linear find-or-add of WS-GL-LOOKUP-CODE; WS-GL-IDX is zero only
*> when the table is full.
FIND-GL-ENTRY.
    MOVE ZERO TO WS-GL-IDX
    PERFORM VARYING WS-GL-J FROM 1 BY 1
            UNTIL WS-GL-J > WS-GL-COUNT OR WS-GL-IDX > 0
        IF WS-GL-CODE(WS-GL-J) = WS-GL-LOOKUP-CODE
            MOVE WS-GL-J TO WS-GL-IDX
        END-IF
    END-PERFORM
    IF WS-GL-IDX = 0
        IF WS-GL-COUNT < WS-GL-MAX
            ADD 1 TO WS-GL-COUNT
            MOVE WS-GL-COUNT TO WS-GL-IDX
            INITIALIZE WS-GL-ENTRY(WS-GL-IDX)
            MOVE WS-GL-LOOKUP-CODE TO WS-GL-CODE(WS-GL-IDX)
            MOVE WS-GL-LOOKUP-NAME TO WS-GL-NAME(WS-GL-IDX)
        ELSE
            DISPLAY 'WARNING: GL control table full -- '
                    WS-GL-LOOKUP-CODE ' not totalled'
        END-IF
    END-IF.

*> Each depositor's time deposits against the insurance limit.
SUM-DEPOSITORS.
    MOVE LOW-VALUES TO RCW-DEPOSITOR
    START INSWORK-FILE KEY IS >= RCW-DEPOSITOR
        INVALID KEY
            MOVE '10' TO WS-INSWORK-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-DEPOSITOR
    END-START
    PERFORM UNTIL INSWORK-FILE-AT-END
        ADD 1 TO WS-DEPOSITORS
        IF RCW-TD-BALANCE > WS-INSURANCE-LIMIT
            ADD 1 TO WS-SCHED-COUNT(WS-ROW-TDI-OVER-LIMIT)
            ADD RCW-TD-BALANCE
                TO WS-SCHED-AMOUNT(WS-ROW-TDI-OVER-LIMIT)
            COMPUTE WS-SCHED-AMOUNT-2(WS-ROW-TDI-OVER-LIMIT) =
                WS-SCHED-AMOUNT-2(WS-ROW-TDI-OVER-LIMIT)
                + RCW-TD-BALANCE - WS-INSURANCE-LIMIT
        ELSE
            ADD 1 TO WS-SCHED-COUNT(WS-ROW-TDI-AT-LIMIT)
            ADD RCW-TD-BALANCE
                TO WS-SCHED-AMOUNT(WS-ROW-TDI-AT-LIMIT)
        END-IF
        PERFORM READ-NEXT-DEPOSITOR
    END-PERFORM
    DISPLAY 'Time-deposit depositors:   ' WS-DEPOSITORS.

READ-NEXT-DEPOSITOR.
    READ INSWORK-FILE NEXT RECORD AT END
        MOVE '10' TO WS-INSWORK-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-INSWORK-FILE-STATUS
    END-READ.

*> Last month-end's GL control balances off last month's file. A
*> control account that had balances then but has none now is
*> carried so its movement is still proved.
LOAD-PRIOR-MONTH.
    MOVE SPACES TO WS-PRIOR-FILE-NAME
    STRING 'data/regcomp_' WS-PRIOR-YYYYMM '.dat'
        DELIMITED BY SIZE INTO WS-PRIOR-FILE-NAME
    OPEN INPUT REGPRIOR-FILE
    IF REGPRIOR-FILE-SUCCESS
        SET PRIOR-FILE-FOUND TO TRUE
        PERFORM READ-NEXT-PRIOR
        PERFORM UNTIL REGPRIOR-FILE-AT-END
            IF RPR-RECORD-TYPE = 'G'
                MOVE RPR-LINE-CODE(1:4) TO WS-GL-LOOKUP-CODE
                MOVE RPR-DESCRIPTION TO WS-GL-LOOKUP-NAME
                PERFORM FIND-GL-ENTRY
                IF WS-GL-IDX > 0
                    MOVE RPR-AMOUNT TO WS-GL-PRIOR-BALANCE(WS-GL-IDX)
                END-IF
            END-IF
            PERFORM READ-NEXT-PRIOR
        END-PERFORM
        CLOSE REGPRIOR-FILE
    ELSE
        DISPLAY 'No prior month file ' WS-PRIOR-FILE-NAME
                ' -- GL controls totalled but not proved.'
    END-IF.

READ-NEXT-PRIOR.
    READ REGPRIOR-FILE AT END
        MOVE '10' TO WS-REGPRIOR-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-REGPRIOR-FILE-STATUS
    END-READ.

*> The month's net movement on each control account, from every
*> daily GL extract for the month to the as-of day. Asset accounts
*> (GL numbers starting 1) grow by debits, the rest by credits.
TALLY-GL-MOVEMENT.
    MOVE WS-AS-OF-DATE(7:2) TO WS-GLX-LAST-DAY
    PERFORM VARYING WS-GLX-DAY FROM 1 BY 1
            UNTIL WS-GLX-DAY > WS-GLX-LAST-DAY
        MOVE SPACES TO WS-GLX-FILE-NAME
        STRING 'data/glextract_' WS-AS-OF-DATE(1:6) WS-GLX-DAY '.dat'
            DELIMITED BY SIZE INTO WS-GLX-FILE-NAME
        OPEN INPUT GL-EXTRACT-FILE
        IF GL-FILE-SUCCESS
            ADD 1 TO WS-GLX-DAYS-FOUND
            PERFORM READ-NEXT-GL-LINE
            PERFORM UNTIL GL-FILE-AT-END
                IF GL-RECORD-TYPE = 'J'
                    PERFORM ADD-GL-MOVEMENT
                END-IF
                PERFORM READ-NEXT-GL-LINE
            END-PERFORM
            CLOSE GL-EXTRACT-FILE
        END-IF
    END-PERFORM
    DISPLAY 'GL extract days found:     ' WS-GLX-DAYS-FOUND
            ' of ' WS-GLX-LAST-DAY.

READ-NEXT-GL-LINE.
    READ GL-EXTRACT-FILE AT END
        MOVE '10' TO WS-GL-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-GL-FILE-STATUS
    END-READ.

ADD-GL-MOVEMENT.
    ADD 1 TO WS-GLX-LINES-READ
    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-GL-COUNT
        IF WS-GL-CODE(WS-GL-IDX) = GL-ACCOUNT-CODE
            IF GL-ACCOUNT-CODE(1:1) = '1'
                COMPUTE WS-GL-MOVEMENT(WS-GL-IDX) =
                    WS-GL-MOVEMENT(WS-GL-IDX)
                    + GL-DEBIT-AMOUNT - GL-CREDIT-AMOUNT
            ELSE
                COMPUTE WS-GL-MOVEMENT(WS-GL-IDX) =
                    WS-GL-MOVEMENT(WS-GL-IDX)
                    + GL-CREDIT-AMOUNT - GL-DEBIT-AMOUNT
            END-IF
        END-IF
    END-PERFORM.

*> Last month-end plus the month's movement must make this
*> month-end, control account by control account.
PROVE-GL-CONTROLS.
    IF PRIOR-FILE-FOUND
        PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                UNTIL WS-GL-IDX > WS-GL-COUNT
            COMPUTE WS-GL-DIFFERENCE(WS-GL-IDX) =
                WS-GL-BALANCE(WS-GL-IDX)
                - WS-GL-PRIOR-BALANCE(WS-GL-IDX)
                - WS-GL-MOVEMENT(WS-GL-IDX)
            IF WS-GL-DIFFERENCE(WS-GL-IDX) NOT = ZERO
                ADD 1 TO WS-GL-OUT-OF-BALANCE
            END-IF
        END-PERFORM
    END-IF.

WRITE-SCHEDULE-REPORT.
    MOVE ALL '=' TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE SPACES TO REG-REPORT-LINE
    STRING 'REGULATORY DEPOSIT AND LOAN COMPOSITION -- AS OF '
           WS-AS-OF-DATE
        DELIMITED BY SIZE INTO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE SPACES TO REG-REPORT-LINE
    STRING 'Deposit insurance limit per depositor: ' WS-LIMIT-DISPLAY
           '     Amounts in each account''s own currency'
        DELIMITED BY SIZE INTO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE ALL '=' TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE

    MOVE 'SCHEDULE DEP -- DEPOSITS BY KIND' TO WS-SECTION-TITLE
    MOVE 1 TO WS-SECTION-FIRST
    MOVE 5 TO WS-SECTION-LAST
    PERFORM PRINT-SCHEDULE-SECTION
    MOVE 'SCHEDULE TDM -- TIME DEPOSITS BY REMAINING MATURITY'
        TO WS-SECTION-TITLE
    MOVE 6 TO WS-SECTION-FIRST
    MOVE 9 TO WS-SECTION-LAST
    PERFORM PRINT-SCHEDULE-SECTION
    MOVE 'SCHEDULE TDI -- TIME DEPOSITS PER DEPOSITOR (TAX ID) AGAINST THE INSURANCE LIMIT'
        TO WS-SECTION-TITLE
    MOVE 10 TO WS-SECTION-FIRST
    MOVE 11 TO WS-SECTION-LAST
    PERFORM PRINT-SCHEDULE-SECTION
    PERFORM PRINT-DEPOSITORS-OVER-LIMIT
    MOVE 'SCHEDULE LNT -- LOANS BY REMAINING TERM' TO WS-SECTION-TITLE
    MOVE 12 TO WS-SECTION-FIRST
    MOVE 19 TO WS-SECTION-LAST
    PERFORM PRINT-SCHEDULE-SECTION
    MOVE 'SCHEDULE LND -- LOANS BY DELINQUENCY' TO WS-SECTION-TITLE
    MOVE 20 TO WS-SECTION-FIRST
    MOVE 24 TO WS-SECTION-LAST
    PERFORM PRINT-SCHEDULE-SECTION
    PERFORM PRINT-GL-CONTROLS.

PRINT-SCHEDULE-SECTION.
    MOVE SPACES TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE WS-SECTION-TITLE TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE SPACES TO REG-REPORT-LINE
    STRING '  Line     Description                          Count'
           '              Amount           Uninsured'
        DELIMITED BY SIZE INTO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE ALL '-' TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    PERFORM VARYING WS-ROW FROM WS-SECTION-FIRST BY 1
            UNTIL WS-ROW > WS-SECTION-LAST
        MOVE WS-SCHED-COUNT(WS-ROW) TO WS-CNT-DISPLAY
        MOVE WS-SCHED-AMOUNT(WS-ROW) TO WS-AMT-DISPLAY
        MOVE SPACES TO REG-REPORT-LINE
        IF WS-ROW = WS-ROW-TDI-OVER-LIMIT
            MOVE WS-SCHED-AMOUNT-2(WS-ROW) TO WS-AMT2-DISPLAY
            STRING '  ' WS-SCHED-CODE(WS-ROW) ' ' WS-SCHED-DESC(WS-ROW)
                   WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY ' ' WS-AMT2-DISPLAY
                DELIMITED BY SIZE INTO REG-REPORT-LINE
        ELSE
            STRING '  ' WS-SCHED-CODE(WS-ROW) ' ' WS-SCHED-DESC(WS-ROW)
                   WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY
                DELIMITED BY SIZE INTO REG-REPORT-LINE
        END-IF
        WRITE REG-REPORT-LINE
    END-PERFORM.

*> The depositors behind the above-limit line, named off the
*> customer master. The tax ID is shown by its last four only.
PRINT-DEPOSITORS-OVER-LIMIT.
    IF WS-SCHED-COUNT(WS-ROW-TDI-OVER-LIMIT) > ZERO
        MOVE SPACES TO REG-REPORT-LINE
        WRITE REG-REPORT-LINE
        MOVE '  Depositors above the limit:' TO REG-REPORT-LINE
        WRITE REG-REPORT-LINE
        MOVE LOW-VALUES TO RCW-DEPOSITOR
        START INSWORK-FILE KEY IS >= RCW-DEPOSITOR
            INVALID KEY
                MOVE '10' TO WS-INSWORK-FILE-STATUS
            NOT INVALID KEY
                PERFORM READ-NEXT-DEPOSITOR
        END-START
        PERFORM UNTIL INSWORK-FILE-AT-END
            IF RCW-TD-BALANCE > WS-INSURANCE-LIMIT
                PERFORM PRINT-ONE-DEPOSITOR
            END-IF
            PERFORM READ-NEXT-DEPOSITOR
        END-PERFORM
    END-IF.

PRINT-ONE-DEPOSITOR.
    MOVE '(not on the customer master)' TO WS-DEPOSITOR-NAME
    IF RCW-DEPOSITOR(1:1) = '#'
        MOVE '(account with no tax ID)' TO WS-DEPOSITOR-NAME
    ELSE
        IF CUST-FILE-OPEN
            MOVE RCW-DEPOSITOR TO CUST-TAX-ID
            READ CUSTOMER-FILE
            IF CUST-FILE-SUCCESS
                MOVE SPACES TO WS-DEPOSITOR-NAME
                STRING CUST-FIRST-NAME DELIMITED BY '  '
                       ' ' CUST-LAST-NAME DELIMITED BY SIZE
                    INTO WS-DEPOSITOR-NAME
            END-IF
        END-IF
    END-IF
    MOVE RCW-TD-COUNT TO WS-CNT-DISPLAY
    MOVE RCW-TD-BALANCE TO WS-AMT-DISPLAY
    COMPUTE WS-DEPOSITOR-EXCESS = RCW-TD-BALANCE - WS-INSURANCE-LIMIT
    MOVE WS-DEPOSITOR-EXCESS TO WS-AMT2-DISPLAY
    MOVE SPACES TO REG-REPORT-LINE
    IF RCW-DEPOSITOR(1:1) = '#'
        STRING '    ' RCW-DEPOSITOR ' ' WS-DEPOSITOR-NAME
               WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY ' ' WS-AMT2-DISPLAY
            DELIMITED BY SIZE INTO REG-REPORT-LINE
    ELSE
        STRING '    *******' RCW-DEPOSITOR(8:4) ' ' WS-DEPOSITOR-NAME
               WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY ' ' WS-AMT2-DISPLAY
            DELIMITED BY SIZE INTO REG-REPORT-LINE
    END-IF
    WRITE REG-REPORT-LINE.

*> The control totals for finance to tie to the ledger, with the
*> month's proof against the GL extracts.
PRINT-GL-CONTROLS.
    MOVE SPACES TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE 'GL CONTROL TOTALS -- MONTH-END BALANCES PROVED AGAINST THE GL EXTRACTS'
        TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE SPACES TO REG-REPORT-LINE
    STRING '  GL   Name                              Accounts'
           '   Month-end balance     Prior month-end'
           '         GL movement          Difference'
        DELIMITED BY SIZE INTO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE ALL '-' TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-GL-COUNT
        MOVE WS-GL-ACCOUNTS(WS-GL-IDX) TO WS-CNT-DISPLAY
        MOVE WS-GL-BALANCE(WS-GL-IDX) TO WS-AMT-DISPLAY
        MOVE WS-GL-PRIOR-BALANCE(WS-GL-IDX) TO WS-AMT2-DISPLAY
        MOVE WS-GL-MOVEMENT(WS-GL-IDX) TO WS-AMT3-DISPLAY
        MOVE WS-GL-DIFFERENCE(WS-GL-IDX) TO WS-AMT4-DISPLAY
        MOVE SPACES TO REG-REPORT-LINE
        IF PRIOR-FILE-FOUND
            STRING '  ' WS-GL-CODE(WS-GL-IDX) ' ' WS-GL-NAME(WS-GL-IDX)
                   ' ' WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY
                   ' ' WS-AMT2-DISPLAY ' ' WS-AMT3-DISPLAY
                   ' ' WS-AMT4-DISPLAY
                DELIMITED BY SIZE INTO REG-REPORT-LINE
        ELSE
            STRING '  ' WS-GL-CODE(WS-GL-IDX) ' ' WS-GL-NAME(WS-GL-IDX)
                   ' ' WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY
                   '           (no prior)'
                   ' ' WS-AMT3-DISPLAY
                DELIMITED BY SIZE INTO REG-REPORT-LINE
        END-IF
        WRITE REG-REPORT-LINE
    END-PERFORM
    MOVE ALL '-' TO REG-REPORT-LINE
    WRITE REG-REPORT-LINE
    MOVE SPACES TO REG-REPORT-LINE
    EVALUATE TRUE
        WHEN NOT PRIOR-FILE-FOUND
            STRING '  Not proved: no prior month file '
                   WS-PRIOR-FILE-NAME
                DELIMITED BY SIZE INTO REG-REPORT-LINE
        WHEN WS-GL-OUT-OF-BALANCE = ZERO
            STRING '  All control accounts prove. GL extract days read: '
                   WS-GLX-DAYS-FOUND ' of ' WS-GLX-LAST-DAY
                DELIMITED BY SIZE INTO REG-REPORT-LINE
        WHEN OTHER
            STRING '  *** ' WS-GL-OUT-OF-BALANCE
                   ' CONTROL ACCOUNT(S) DO NOT PROVE -- GL extract days'
                   ' read: ' WS-GLX-DAYS-FOUND ' of ' WS-GLX-LAST-DAY
                DELIMITED BY SIZE INTO REG-REPORT-LINE
    END-EVALUATE
    WRITE REG-REPORT-LINE.

WRITE-SCHEDULE-DATA.
    MOVE SPACES TO REGDATA-RECORD
    MOVE 'H' TO RGF-RECORD-TYPE
    MOVE WS-AS-OF-DATE TO RGF-AS-OF-DATE
    MOVE 'REGCOMP' TO RGF-LINE-CODE
    MOVE 'DEPOSIT AND LOAN COMPOSITION' TO RGF-DESCRIPTION
    MOVE ZERO TO RGF-COUNT
    MOVE WS-INSURANCE-LIMIT TO RGF-AMOUNT
    MOVE ZERO TO RGF-AMOUNT-2
    MOVE ZERO TO RGF-AMOUNT-3
    PERFORM WRITE-DATA-RECORD

    PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ROW-COUNT
        MOVE SPACES TO REGDATA-RECORD
        MOVE 'S' TO RGF-RECORD-TYPE
        MOVE WS-AS-OF-DATE TO RGF-AS-OF-DATE
        MOVE WS-SCHED-CODE(WS-ROW)(1:3) TO RGF-SCHEDULE
        MOVE WS-SCHED-CODE(WS-ROW) TO RGF-LINE-CODE
        MOVE WS-SCHED-DESC(WS-ROW) TO RGF-DESCRIPTION
        MOVE WS-SCHED-COUNT(WS-ROW) TO RGF-COUNT
        MOVE WS-SCHED-AMOUNT(WS-ROW) TO RGF-AMOUNT
        MOVE WS-SCHED-AMOUNT-2(WS-ROW) TO RGF-AMOUNT-2
        MOVE ZERO TO RGF-AMOUNT-3
        ADD WS-SCHED-AMOUNT(WS-ROW) TO WS-AMOUNT-HASH
        PERFORM WRITE-DATA-RECORD
    END-PERFORM

    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-GL-COUNT
        MOVE SPACES TO REGDATA-RECORD
        MOVE 'G' TO RGF-RECORD-TYPE
        MOVE WS-AS-OF-DATE TO RGF-AS-OF-DATE
        MOVE 'GL' TO RGF-SCHEDULE
        MOVE WS-GL-CODE(WS-GL-IDX) TO RGF-LINE-CODE
        MOVE WS-GL-NAME(WS-GL-IDX) TO RGF-DESCRIPTION
        MOVE WS-GL-ACCOUNTS(WS-GL-IDX) TO RGF-COUNT
        MOVE WS-GL-BALANCE(WS-GL-IDX) TO RGF-AMOUNT
        MOVE WS-GL-MOVEMENT(WS-GL-IDX) TO RGF-AMOUNT-2
        MOVE WS-GL-PRIOR-BALANCE(WS-GL-IDX) TO RGF-AMOUNT-3
        PERFORM WRITE-DATA-RECORD
    END-PERFORM

    MOVE SPACES TO REGDATA-RECORD
    MOVE 'T' TO RGF-RECORD-TYPE
    MOVE WS-AS-OF-DATE TO RGF-AS-OF-DATE
    COMPUTE RGF-COUNT = WS-RECORDS-WRITTEN + 1
    MOVE WS-AMOUNT-HASH TO RGF-AMOUNT
    MOVE ZERO TO RGF-AMOUNT-2
    MOVE ZERO TO RGF-AMOUNT-3
    PERFORM WRITE-DATA-RECORD.

WRITE-DATA-RECORD.
    WRITE REGDATA-RECORD
    ADD 1 TO WS-RECORDS-WRITTEN.

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    IF LOAN-FILE-OPEN
        CLOSE LOAN-FILE
    END-IF
    IF CUST-FILE-OPEN
        CLOSE CUSTOMER-FILE
    END-IF
    IF GLMAP-FILE-OPEN
        CLOSE GLMAP-FILE
    END-IF
    CLOSE INSWORK-FILE
    CLOSE REG-REPORT-FILE
    CLOSE REGDATA-FILE
    MOVE WS-ACCOUNTS-READ TO WS-RST-READ
    COMPUTE WS-RST-POSTED = WS-ACCOUNTS-READ - WS-ACCOUNTS-EXCLUDED
    MOVE WS-ACCOUNTS-EXCLUDED TO WS-RST-SKIPPED
    MOVE WS-GL-OUT-OF-BALANCE TO WS-RST-REJECTED
    MOVE WS-SCHED-AMOUNT(WS-ROW-DEPOSIT-TOTAL) TO WS-RST-CONTROL-AMOUNT
    PERFORM WRITE-RUN-STATISTICS
    IF PRIOR-FILE-FOUND AND WS-GL-OUT-OF-BALANCE > ZERO
        DISPLAY 'WARNING: ' WS-GL-OUT-OF-BALANCE
                ' GL control account(s) do not prove -- see report.'
    END-IF
    DISPLAY 'Report: ' WS-REPORT-FILE-NAME
    DISPLAY 'Data:   ' WS-DATA-FILE-NAME
    DISPLAY '==================================================================='.

*> Takes the operator-set business date in place of the machine
*> clock when one is on file.
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

*> Appends this run's standard statistics record.
WRITE-RUN-STATISTICS.
    OPEN EXTEND RUNSTATS-FILE
    IF NOT RUNSTATS-FILE-SUCCESS
        OPEN OUTPUT RUNSTATS-FILE
    END-IF
    IF RUNSTATS-FILE-SUCCESS
        MOVE 'REGCOMP' TO RST-JOB-NAME
        MOVE WS-AS-OF-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

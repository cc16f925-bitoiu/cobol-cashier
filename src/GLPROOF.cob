IDENTIFICATION DIVISION.
PROGRAM-ID. GLPROOF.

*> Nightly proof of the general ledger control accounts against the
*> account subledger. RECONCIL proves each account's balance against
*> its own postings and GLEXTRCT sends the day's journal to
*> accounting, but nothing else proves that what the GL holds on its
*> deposit and loan control accounts is still what the accounts
*> behind them add up to. A posting path that changes balances
*> without reaching the extract shows up here the night it starts.
*>
*> The GL side is a running balance per GL account, kept on
*> data/glbal.dat: every night the journal lines of each daily
*> extract (data/glextract_YYYYMMDD.dat) not yet applied are added
*> in, asset accounts (GL numbers starting 1) growing by debits and
*> the rest by credits, the same convention REGCOMP proves its
*> month-end controls with. Each GL record carries the last extract
*> day applied to it, so a rerun -- or a run picking up after one
*> that failed part-way -- never applies a day twice, and a night
*> the chain did not run is caught up from its extract.
*>
*> The subledger side is every account on the account master,
*> whatever its status, totalled to the GL control account its
*> balance books to: the chart mapping on data/glmap.dat looked up
*> the way GLEXTRCT looks it up (type + account type + currency,
*> then the '***' and '*' fallbacks) -- the credit side of a deposit
*> account's 'D' mapping, the debit side of a loan's 'N' mapping.
*> When the mapping is in use an account whose combination has no
*> mapping books to no GL at all (GLEXTRCT puts its postings on the
*> exception page); those accounts are listed as unmapped, not
*> proved. Without a mapping file the compiled chart applies: 2010
*> CUSTOMER DEPOSITS and 1210 LOANS RECEIVABLE.
*>
*> Every GL account an account has ever booked to is marked as a
*> control account and is proved each night, still at zero once its
*> last account has gone. The difference (GL less subledger) is
*> kept on the GL record with the date it first appeared, so the
*> report ages each one until it clears, and shows how much it
*> moved today.
*>
*> Opening balances: the first run has no GL history to work from,
*> so it takes each control account's opening balance from the
*> subledger as it stands and proves from the next extract on. Run
*> with OPEN to take them afresh -- after accounting re-maps the
*> chart and journals the balances across, for instance; the other
*> GL accounts keep running.
*>
*> Run after GLEXTRCT and before anything posts under the next day.
*> The proof date is taken from the command line as YYYYMMDD
*> (OPEN YYYYMMDD on an opening run); with none it is the business
*> date. Report: data/glproof_YYYYMMDD.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACCOUNT-NUMBER
        FILE STATUS IS WS-FILE-STATUS.

    SELECT GLMAP-FILE ASSIGN TO 'data/glmap.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLMAP-FILE-STATUS.

    SELECT GL-EXTRACT-FILE ASSIGN TO WS-GLX-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-GL-FILE-STATUS.

    SELECT GLBAL-FILE ASSIGN TO 'data/glbal.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLB-GL-ACCOUNT
        FILE STATUS IS WS-GLBAL-FILE-STATUS.

    SELECT PROOF-REPORT-FILE ASSIGN TO WS-PROOF-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROOF-RPT-STATUS.

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
*> control record carrying the journal-line count.
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

*> Running GL balances, one record per GL account the extracts have
*> carried or an account books to. GLB-BALANCE is in the account's
*> natural sign (debit for assets, credit for the rest), as of
*> GLB-LAST-MOVED-DATE, the last extract day applied to it. Control
*> accounts also carry the night's proof: the subledger total, the
*> difference, the previous proof's difference and the date the
*> difference first appeared (spaces while it proves). The record
*> keyed spaces is the file's control record: the last proof date
*> the extracts were applied through, and the date the opening
*> balances were taken.
FD  GLBAL-FILE.
01  GLBAL-RECORD.
    05  GLB-GL-ACCOUNT          PIC X(4).
    05  GLB-DETAIL.
        10  GLB-GL-NAME         PIC X(30).
        10  GLB-CONTROL-FLAG    PIC X(1).
            88  GLB-CONTROL-ACCOUNT VALUE 'Y'.
        10  GLB-BALANCE         PIC S9(15)V99.
        10  GLB-LAST-MOVED-DATE PIC X(8).
        10  GLB-SUBLEDGER       PIC S9(15)V99.
        10  GLB-DIFFERENCE      PIC S9(15)V99.
        10  GLB-PRIOR-DIFFERENCE PIC S9(15)V99.
        10  GLB-DIFF-SINCE-DATE PIC X(8).
            88  GLB-PROVES      VALUE SPACES.
        10  GLB-PROVED-DATE     PIC X(8).
    05  GLB-CONTROL REDEFINES GLB-DETAIL.
        10  GLB-APPLIED-DATE    PIC X(8).
        10  GLB-OPENED-DATE     PIC X(8).
        10  FILLER              PIC X(107).
    05  FILLER                  PIC X(10).

FD  PROOF-REPORT-FILE.
01  PROOF-REPORT-LINE           PIC X(132).

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

01  WS-GLMAP-FILE-STATUS        PIC X(2).
    88  GLMAP-FILE-SUCCESS      VALUE '00'.
01  WS-MAP-MODE-FLAG            PIC X(1) VALUE 'N'.
    88  CHART-MAPPING-IN-USE    VALUE 'Y'.
01  WS-GL-FILE-STATUS           PIC X(2).
    88  GL-FILE-SUCCESS         VALUE '00'.
    88  GL-FILE-AT-END          VALUE '10'.
01  WS-GLBAL-FILE-STATUS        PIC X(2).
    88  GLBAL-FILE-SUCCESS      VALUE '00'.
    88  GLBAL-FILE-AT-END       VALUE '10'.
01  WS-PROOF-RPT-STATUS         PIC X(2).
    88  PROOF-RPT-SUCCESS       VALUE '00'.

01  WS-FILE-NAMES.
    05  WS-GLX-FILE-NAME        PIC X(40).
    05  WS-PROOF-RPT-NAME       PIC X(40).

*> The proof date, the day range of extracts this run applies (as
*> integer dates), and the control record's dates.
01  WS-RUN-FIELDS.
    05  WS-PARM-TEXT            PIC X(20).
    05  WS-PROOF-DATE           PIC X(8).
    05  WS-OPENING-FLAG         PIC X(1) VALUE 'N'.
        88  OPENING-RUN         VALUE 'Y'.
    05  WS-CONTROL-FOUND-FLAG   PIC X(1) VALUE 'N'.
        88  CONTROL-RECORD-FOUND VALUE 'Y'.
    05  WS-APPLIED-DATE         PIC X(8) VALUE SPACES.
    05  WS-OPENED-DATE          PIC X(8) VALUE SPACES.
    05  WS-PROOF-INT            PIC 9(7).
    05  WS-APPLY-INT            PIC 9(7).
    05  WS-APPLY-DAY            PIC 9(8).
    05  WS-APPLY-DATE           PIC X(8).
    05  WS-FIRST-APPLIED        PIC X(8) VALUE SPACES.
    05  WS-LAST-APPLIED         PIC X(8) VALUE SPACES.
    05  WS-DAYS-OPEN            PIC 9(5).

*> Subledger totals per GL control account, built from the account
*> master before anything is proved.
01  WS-GL-TABLE.
    05  WS-GL-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-GL-MAX               PIC 9(3) VALUE 200.
    05  WS-GL-ENTRY OCCURS 200 TIMES.
        10  WS-GL-CODE          PIC X(4).
        10  WS-GL-NAME          PIC X(30).
        10  WS-GL-ACCOUNTS      PIC 9(9).
        10  WS-GL-BALANCE       PIC S9(15)V99.
01  WS-GL-IDX                   PIC 9(3).
01  WS-GL-J                     PIC 9(3).
01  WS-GL-FIELDS.
    05  WS-GL-LOOKUP-CODE       PIC X(4).
    05  WS-GL-LOOKUP-NAME       PIC X(30).
    05  WS-GL-TRANS-TYPE        PIC X(1).
    05  WS-GL-CURRENCY          PIC X(3).
    05  WS-MAP-FOUND-FLAG       PIC X(1).
        88  MAPPING-FOUND       VALUE 'Y'.
    05  WS-UNMAPPED-ACCOUNTS    PIC 9(7) VALUE ZERO.
    05  WS-UNMAPPED-BALANCE     PIC S9(15)V99 VALUE ZERO.

*> One extract day's net movement per GL account, posted to the
*> running balances once the whole file has been read.
01  WS-DAY-TABLE.
    05  WS-DAY-COUNT            PIC 9(3) VALUE ZERO.
    05  WS-DAY-MAX              PIC 9(3) VALUE 200.
    05  WS-DAY-ENTRY OCCURS 200 TIMES.
        10  WS-DAY-CODE         PIC X(4).
        10  WS-DAY-NAME         PIC X(30).
        10  WS-DAY-MOVEMENT     PIC S9(15)V99.
01  WS-DAY-IDX                  PIC 9(3).
01  WS-DAY-J                    PIC 9(3).
01  WS-DAY-FIELDS.
    05  WS-DAY-JOURNAL-LINES    PIC 9(7).
    05  WS-DAY-CONTROL-COUNT    PIC 9(7).
    05  WS-DAY-CONTROL-FLAG     PIC X(1).
        88  DAY-CONTROL-FOUND   VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
    05  WS-GLX-DAYS-FOUND       PIC 9(5) VALUE ZERO.
    05  WS-GLX-LINES-READ       PIC 9(7) VALUE ZERO.
    05  WS-GLX-SHORT-DAYS       PIC 9(5) VALUE ZERO.
    05  WS-GL-UPDATES           PIC 9(7) VALUE ZERO.
    05  WS-CONTROLS-PROVED      PIC 9(5) VALUE ZERO.
    05  WS-OUT-OF-BALANCE       PIC 9(5) VALUE ZERO.
    05  WS-NEW-TODAY            PIC 9(5) VALUE ZERO.
    05  WS-OPEN-UP-TO-7         PIC 9(5) VALUE ZERO.
    05  WS-OPEN-UP-TO-30        PIC 9(5) VALUE ZERO.
    05  WS-OPEN-OVER-30         PIC 9(5) VALUE ZERO.
    05  WS-CLEARED-TODAY        PIC 9(5) VALUE ZERO.
    05  WS-NET-DIFFERENCE       PIC S9(15)V99 VALUE ZERO.

01  WS-DISPLAY-FIELDS.
    05  WS-CNT-DISPLAY          PIC ZZZZ,ZZ9.
    05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT2-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT3-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT4-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-SINCE-DISPLAY        PIC X(8).
    05  WS-DAYS-DISPLAY         PIC ZZZZ9.
    05  WS-NUM-DISPLAY          PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-PROOF
    PERFORM TOTAL-SUBLEDGER
    IF OPENING-RUN
        PERFORM CLEAR-CONTROL-BALANCES
    END-IF
    PERFORM STORE-CONTROL-ACCOUNTS
    PERFORM APPLY-GL-EXTRACTS
    PERFORM UPDATE-CONTROL-RECORD
    PERFORM WRITE-REPORT-HEADING
    PERFORM PROVE-CONTROL-ACCOUNTS
    PERFORM LIST-OTHER-GL-ACCOUNTS
    PERFORM WRITE-PROOF-SUMMARY
    PERFORM CLEANUP-PROOF
    STOP RUN.

INITIALIZE-PROOF.
    DISPLAY '==================================================================='
    DISPLAY '          GL CONTROL-ACCOUNT PROOF'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    MOVE WS-CURRENT-DATE TO WS-PROOF-DATE
    EVALUATE TRUE
        WHEN WS-PARM-TEXT(1:4) = 'OPEN'
            SET OPENING-RUN TO TRUE
            IF WS-PARM-TEXT(6:8) IS NUMERIC
                MOVE WS-PARM-TEXT(6:8) TO WS-PROOF-DATE
            END-IF
        WHEN WS-PARM-TEXT(1:8) IS NUMERIC
            MOVE WS-PARM-TEXT(1:8) TO WS-PROOF-DATE
    END-EVALUATE
    DISPLAY 'Proof Date: ' WS-PROOF-DATE
    COMPUTE WS-PROOF-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PROOF-DATE))

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM DETECT-CHART-MAPPING

    OPEN I-O GLBAL-FILE
    IF NOT GLBAL-FILE-SUCCESS
        OPEN OUTPUT GLBAL-FILE
        CLOSE GLBAL-FILE
        OPEN I-O GLBAL-FILE
    END-IF
    IF NOT GLBAL-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open GLBAL-FILE. Status: '
                WS-GLBAL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO GLB-GL-ACCOUNT
    READ GLBAL-FILE
    IF GLBAL-FILE-SUCCESS
        SET CONTROL-RECORD-FOUND TO TRUE
        MOVE GLB-APPLIED-DATE TO WS-APPLIED-DATE
        MOVE GLB-OPENED-DATE TO WS-OPENED-DATE
    ELSE
        DISPLAY 'No GL balances on file -- opening balances taken'
                ' from the subledger.'
        SET OPENING-RUN TO TRUE
    END-IF

    *> The subledger is only ever as of tonight; an earlier date than
    *> the balances already carry cannot be proved against it.
    IF NOT OPENING-RUN AND WS-PROOF-DATE < WS-APPLIED-DATE
        DISPLAY 'ERROR: GL balances already carried through '
                WS-APPLIED-DATE '; ' WS-PROOF-DATE
                ' cannot be proved.'
        CLOSE ACCOUNT-FILE
        CLOSE GLBAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO WS-PROOF-RPT-NAME
    STRING 'data/glproof_' WS-PROOF-DATE '.txt'
        DELIMITED BY SIZE INTO WS-PROOF-RPT-NAME
    OPEN OUTPUT PROOF-REPORT-FILE
    IF NOT PROOF-RPT-SUCCESS
        DISPLAY 'ERROR: Unable to open ' WS-PROOF-RPT-NAME
                '. Status: ' WS-PROOF-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The chart mapping is in use when data/glmap.dat exists and holds
*> at least one record -- the same test GLEXTRCT makes, so both
*> sides of the proof book through the same chart.
DETECT-CHART-MAPPING.
    MOVE 'N' TO WS-MAP-MODE-FLAG
    OPEN INPUT GLMAP-FILE
    IF GLMAP-FILE-SUCCESS
        MOVE LOW-VALUES TO GLM-KEY
        START GLMAP-FILE KEY NOT < GLM-KEY
        IF GLMAP-FILE-SUCCESS
            READ GLMAP-FILE NEXT RECORD
            IF GLMAP-FILE-SUCCESS
                SET CHART-MAPPING-IN-USE TO TRUE
            END-IF
        END-IF
        IF NOT CHART-MAPPING-IN-USE
            CLOSE GLMAP-FILE
        END-IF
    END-IF
    IF CHART-MAPPING-IN-USE
        DISPLAY 'Chart mapping: data/glmap.dat'
    ELSE
        DISPLAY 'Chart mapping: compiled chart'
    END-IF.

*> One pass of the account master into the control accounts.
TOTAL-SUBLEDGER.
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END
        ADD 1 TO WS-ACCOUNTS-READ
        PERFORM ADD-TO-GL-CONTROL
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    DISPLAY 'Accounts read:             ' WS-ACCOUNTS-READ
    DISPLAY 'Control accounts:          ' WS-GL-COUNT
    DISPLAY 'Unmapped accounts:         ' WS-UNMAPPED-ACCOUNTS.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-FILE-STATUS
    END-READ.

*> The GL control account this account's balance books to: the
*> credit side of its 'D' mapping for a deposit account, the debit
*> side of its 'N' mapping for a loan, else the compiled chart.
ADD-TO-GL-CONTROL.
    IF ACCOUNT-TYPE = 'L'
        MOVE 'N' TO WS-GL-TRANS-TYPE
    ELSE
        MOVE 'D' TO WS-GL-TRANS-TYPE
    END-IF
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
        WHEN CHART-MAPPING-IN-USE
            MOVE SPACES TO WS-GL-LOOKUP-CODE
        WHEN WS-GL-TRANS-TYPE = 'D'
            MOVE '2010' TO WS-GL-LOOKUP-CODE
            MOVE 'CUSTOMER DEPOSITS' TO WS-GL-LOOKUP-NAME
        WHEN OTHER
            MOVE '1210' TO WS-GL-LOOKUP-CODE
            MOVE 'LOANS RECEIVABLE' TO WS-GL-LOOKUP-NAME
    END-EVALUATE
    IF WS-GL-LOOKUP-CODE = SPACES
        ADD 1 TO WS-UNMAPPED-ACCOUNTS
        ADD ACCOUNT-BALANCE TO WS-UNMAPPED-BALANCE
    ELSE
        PERFORM FIND-GL-ENTRY
        IF WS-GL-IDX > 0
            ADD 1 TO WS-GL-ACCOUNTS(WS-GL-IDX)
            ADD ACCOUNT-BALANCE TO WS-GL-BALANCE(WS-GL-IDX)
        END-IF
    END-IF.

*> Exact key first, then the currency wildcard, then the account-type
*> wildcard. Leaves the hit loaded in GLMAP-RECORD.
LOOKUP-CHART-MAPPING.
    MOVE 'N' TO WS-MAP-FOUND-FLAG
    IF CHART-MAPPING-IN-USE
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

*> Taking opening balances afresh: every control account already on
*> file restarts at zero as of the proof date, with its aging
*> cleared; STORE-CONTROL-ACCOUNTS then gives those with accounts
*> behind them tonight's subledger total.
CLEAR-CONTROL-BALANCES.
    MOVE SPACES TO GLB-GL-ACCOUNT
    START GLBAL-FILE KEY IS > GLB-GL-ACCOUNT
        INVALID KEY
            MOVE '10' TO WS-GLBAL-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-GLBAL
    END-START
    PERFORM UNTIL GLBAL-FILE-AT-END
        IF GLB-CONTROL-ACCOUNT
            MOVE ZERO TO GLB-BALANCE
            MOVE WS-PROOF-DATE TO GLB-LAST-MOVED-DATE
            MOVE ZERO TO GLB-DIFFERENCE
            MOVE ZERO TO GLB-PRIOR-DIFFERENCE
            MOVE SPACES TO GLB-DIFF-SINCE-DATE
            MOVE SPACES TO GLB-PROVED-DATE
            REWRITE GLBAL-RECORD
        END-IF
        PERFORM READ-NEXT-GLBAL
    END-PERFORM.

READ-NEXT-GLBAL.
    READ GLBAL-FILE NEXT RECORD AT END
        MOVE '10' TO WS-GLBAL-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-GLBAL-FILE-STATUS
    END-READ.

*> Every GL account an account books to tonight is a control account
*> from here on. A new one starts at zero with no extract day applied
*> -- unless this is an opening run, when it takes the subledger
*> total as its balance as of the proof date, so the extract for
*> that day is already inside it.
STORE-CONTROL-ACCOUNTS.
    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
            UNTIL WS-GL-IDX > WS-GL-COUNT
        MOVE WS-GL-CODE(WS-GL-IDX) TO GLB-GL-ACCOUNT
        READ GLBAL-FILE
        IF GLBAL-FILE-SUCCESS
            SET GLB-CONTROL-ACCOUNT TO TRUE
            IF OPENING-RUN
                MOVE WS-GL-BALANCE(WS-GL-IDX) TO GLB-BALANCE
                MOVE WS-PROOF-DATE TO GLB-LAST-MOVED-DATE
            END-IF
            REWRITE GLBAL-RECORD
        ELSE
            INITIALIZE GLBAL-RECORD
            MOVE WS-GL-CODE(WS-GL-IDX) TO GLB-GL-ACCOUNT
            MOVE WS-GL-NAME(WS-GL-IDX) TO GLB-GL-NAME
            SET GLB-CONTROL-ACCOUNT TO TRUE
            IF OPENING-RUN
                MOVE WS-GL-BALANCE(WS-GL-IDX) TO GLB-BALANCE
                MOVE WS-PROOF-DATE TO GLB-LAST-MOVED-DATE
            END-IF
            WRITE GLBAL-RECORD
        END-IF
        IF NOT GLBAL-FILE-SUCCESS
            DISPLAY 'ERROR: Unable to store GL ' GLB-GL-ACCOUNT
                    ' on GLBAL-FILE. Status: ' WS-GLBAL-FILE-STATUS
            PERFORM ABORT-PROOF
        END-IF
    END-PERFORM.

*> Each extract day after the one the balances were last carried
*> through, up to the proof date; on the first run just the proof
*> date itself. A day with no extract on disk (no chain that night)
*> simply has nothing to add.
APPLY-GL-EXTRACTS.
    IF CONTROL-RECORD-FOUND
        COMPUTE WS-APPLY-INT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-APPLIED-DATE))
            + 1
    ELSE
        MOVE WS-PROOF-INT TO WS-APPLY-INT
    END-IF
    PERFORM UNTIL WS-APPLY-INT > WS-PROOF-INT
        COMPUTE WS-APPLY-DAY = FUNCTION DATE-OF-INTEGER(WS-APPLY-INT)
        MOVE WS-APPLY-DAY TO WS-APPLY-DATE
        PERFORM APPLY-ONE-EXTRACT
        ADD 1 TO WS-APPLY-INT
    END-PERFORM
    DISPLAY 'GL extract days applied:   ' WS-GLX-DAYS-FOUND
    DISPLAY 'GL journal lines read:     ' WS-GLX-LINES-READ.

*> The day's journal lines netted per GL account, checked against
*> the extract's own control record, then posted.
APPLY-ONE-EXTRACT.
    MOVE SPACES TO WS-GLX-FILE-NAME
    STRING 'data/glextract_' WS-APPLY-DATE '.dat'
        DELIMITED BY SIZE INTO WS-GLX-FILE-NAME
    OPEN INPUT GL-EXTRACT-FILE
    IF GL-FILE-SUCCESS
        ADD 1 TO WS-GLX-DAYS-FOUND
        IF WS-FIRST-APPLIED = SPACES
            MOVE WS-APPLY-DATE TO WS-FIRST-APPLIED
        END-IF
        MOVE WS-APPLY-DATE TO WS-LAST-APPLIED
        MOVE ZERO TO WS-DAY-COUNT
        MOVE ZERO TO WS-DAY-JOURNAL-LINES
        MOVE ZERO TO WS-DAY-CONTROL-COUNT
        MOVE 'N' TO WS-DAY-CONTROL-FLAG
        PERFORM READ-NEXT-GL-LINE
        PERFORM UNTIL GL-FILE-AT-END
            EVALUATE GL-RECORD-TYPE
                WHEN 'J'
                    PERFORM ADD-DAY-MOVEMENT
                WHEN 'C'
                    MOVE GL-LINE-COUNT TO WS-DAY-CONTROL-COUNT
                    SET DAY-CONTROL-FOUND TO TRUE
            END-EVALUATE
            PERFORM READ-NEXT-GL-LINE
        END-PERFORM
        CLOSE GL-EXTRACT-FILE
        IF NOT DAY-CONTROL-FOUND
                OR WS-DAY-CONTROL-COUNT NOT = WS-DAY-JOURNAL-LINES
            ADD 1 TO WS-GLX-SHORT-DAYS
            DISPLAY 'WARNING: ' WS-GLX-FILE-NAME ' holds '
                    WS-DAY-JOURNAL-LINES ' journal lines, control'
                    ' record says ' WS-DAY-CONTROL-COUNT
        END-IF
        PERFORM POST-DAY-MOVEMENTS
    END-IF.

READ-NEXT-GL-LINE.
    READ GL-EXTRACT-FILE AT END
        MOVE '10' TO WS-GL-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-GL-FILE-STATUS
    END-READ.

*> Asset accounts (GL numbers starting 1) grow by debits, the rest
*> by credits.
ADD-DAY-MOVEMENT.
    ADD 1 TO WS-DAY-JOURNAL-LINES
    ADD 1 TO WS-GLX-LINES-READ
    MOVE ZERO TO WS-DAY-IDX
    PERFORM VARYING WS-DAY-J FROM 1 BY 1
            UNTIL WS-DAY-J > WS-DAY-COUNT OR WS-DAY-IDX > 0
        IF WS-DAY-CODE(WS-DAY-J) = GL-ACCOUNT-CODE
            MOVE WS-DAY-J TO WS-DAY-IDX
        END-IF
    END-PERFORM
    IF WS-DAY-IDX = 0
        IF WS-DAY-COUNT < WS-DAY-MAX
            ADD 1 TO WS-DAY-COUNT
            MOVE WS-DAY-COUNT TO WS-DAY-IDX
            MOVE GL-ACCOUNT-CODE TO WS-DAY-CODE(WS-DAY-IDX)
            MOVE GL-ACCOUNT-NAME TO WS-DAY-NAME(WS-DAY-IDX)
            MOVE ZERO TO WS-DAY-MOVEMENT(WS-DAY-IDX)
        ELSE
            *> A GL account left out would throw every balance after
            *> it; nothing of the day is posted.
            DISPLAY 'ERROR: more than ' WS-DAY-MAX ' GL accounts on '
                    WS-GLX-FILE-NAME
            CLOSE GL-EXTRACT-FILE
            PERFORM ABORT-PROOF
        END-IF
    END-IF
    IF GL-ACCOUNT-CODE(1:1) = '1'
        COMPUTE WS-DAY-MOVEMENT(WS-DAY-IDX) =
            WS-DAY-MOVEMENT(WS-DAY-IDX)
            + GL-DEBIT-AMOUNT - GL-CREDIT-AMOUNT
    ELSE
        COMPUTE WS-DAY-MOVEMENT(WS-DAY-IDX) =
            WS-DAY-MOVEMENT(WS-DAY-IDX)
            + GL-CREDIT-AMOUNT - GL-DEBIT-AMOUNT
    END-IF.

*> A GL record already carried through this day (a rerun, or an
*> opening balance taken on it) is left alone.
POST-DAY-MOVEMENTS.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT
        MOVE WS-DAY-CODE(WS-DAY-IDX) TO GLB-GL-ACCOUNT
        READ GLBAL-FILE
        IF GLBAL-FILE-SUCCESS
            IF GLB-LAST-MOVED-DATE = SPACES
                    OR GLB-LAST-MOVED-DATE < WS-APPLY-DATE
                ADD WS-DAY-MOVEMENT(WS-DAY-IDX) TO GLB-BALANCE
                MOVE WS-APPLY-DATE TO GLB-LAST-MOVED-DATE
                REWRITE GLBAL-RECORD
                ADD 1 TO WS-GL-UPDATES
            END-IF
        ELSE
            INITIALIZE GLBAL-RECORD
            MOVE WS-DAY-CODE(WS-DAY-IDX) TO GLB-GL-ACCOUNT
            MOVE WS-DAY-NAME(WS-DAY-IDX) TO GLB-GL-NAME
            MOVE 'N' TO GLB-CONTROL-FLAG
            MOVE WS-DAY-MOVEMENT(WS-DAY-IDX) TO GLB-BALANCE
            MOVE WS-APPLY-DATE TO GLB-LAST-MOVED-DATE
            WRITE GLBAL-RECORD
            ADD 1 TO WS-GL-UPDATES
        END-IF
        IF NOT GLBAL-FILE-SUCCESS
            DISPLAY 'ERROR: Unable to post GL ' GLB-GL-ACCOUNT
                    ' for ' WS-APPLY-DATE '. Status: '
                    WS-GLBAL-FILE-STATUS
            PERFORM ABORT-PROOF
        END-IF
    END-PERFORM.

*> The balances are carried through the proof date now; an opening
*> run also records when its opening balances were taken.
UPDATE-CONTROL-RECORD.
    IF OPENING-RUN
        MOVE WS-PROOF-DATE TO WS-OPENED-DATE
    END-IF
    MOVE WS-PROOF-DATE TO WS-APPLIED-DATE
    MOVE SPACES TO GLB-GL-ACCOUNT
    READ GLBAL-FILE
    IF GLBAL-FILE-SUCCESS
        MOVE WS-APPLIED-DATE TO GLB-APPLIED-DATE
        MOVE WS-OPENED-DATE TO GLB-OPENED-DATE
        REWRITE GLBAL-RECORD
    ELSE
        MOVE SPACES TO GLBAL-RECORD
        MOVE SPACES TO GLB-GL-ACCOUNT
        MOVE WS-APPLIED-DATE TO GLB-APPLIED-DATE
        MOVE WS-OPENED-DATE TO GLB-OPENED-DATE
        WRITE GLBAL-RECORD
    END-IF
    IF NOT GLBAL-FILE-SUCCESS
        DISPLAY 'WARNING: unable to update the GLBAL-FILE control'
                ' record. Status: ' WS-GLBAL-FILE-STATUS
    END-IF.

WRITE-REPORT-HEADING.
    MOVE ALL '=' TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    STRING 'GL CONTROL-ACCOUNT PROOF -- GL RUNNING BALANCES AGAINST'
           ' THE ACCOUNT SUBLEDGER          Proof date: '
           WS-PROOF-DATE
        DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    IF CHART-MAPPING-IN-USE
        STRING 'Chart: data/glmap.dat'
               '     Opening balances taken: ' WS-OPENED-DATE
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    ELSE
        STRING 'Chart: compiled (no data/glmap.dat)'
               '     Opening balances taken: ' WS-OPENED-DATE
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    END-IF
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    MOVE WS-GLX-DAYS-FOUND TO WS-NUM-DISPLAY
    IF WS-GLX-DAYS-FOUND = ZERO
        STRING 'GL extracts applied this run: none'
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    ELSE
        STRING 'GL extracts applied this run: ' WS-NUM-DISPLAY
               ' (' WS-FIRST-APPLIED ' to ' WS-LAST-APPLIED ')'
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    END-IF
    WRITE PROOF-REPORT-LINE
    IF OPENING-RUN
        MOVE SPACES TO PROOF-REPORT-LINE
        STRING '*** OPENING RUN: control-account balances taken from'
               ' the subledger tonight -- proved from the next'
               ' extract on.'
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
        WRITE PROOF-REPORT-LINE
    END-IF
    MOVE ALL '=' TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE 'CONTROL ACCOUNTS' TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    STRING '  GL   Name                 Accounts'
           '          GL balance     Subledger total'
           '          Difference        Change today'
           '  Since     Days'
        DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE ALL '-' TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

*> Every control account on file against tonight's subledger total.
*> A nonzero difference keeps the date it first appeared until it
*> clears; the previous night's difference is kept so a rerun of the
*> same night shows the same change.
PROVE-CONTROL-ACCOUNTS.
    MOVE SPACES TO GLB-GL-ACCOUNT
    START GLBAL-FILE KEY IS > GLB-GL-ACCOUNT
        INVALID KEY
            MOVE '10' TO WS-GLBAL-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-GLBAL
    END-START
    PERFORM UNTIL GLBAL-FILE-AT-END
        IF GLB-CONTROL-ACCOUNT
            PERFORM PROVE-ONE-CONTROL
        END-IF
        PERFORM READ-NEXT-GLBAL
    END-PERFORM
    MOVE ALL '-' TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

PROVE-ONE-CONTROL.
    ADD 1 TO WS-CONTROLS-PROVED
    MOVE ZERO TO WS-GL-IDX
    PERFORM VARYING WS-GL-J FROM 1 BY 1
            UNTIL WS-GL-J > WS-GL-COUNT OR WS-GL-IDX > 0
        IF WS-GL-CODE(WS-GL-J) = GLB-GL-ACCOUNT
            MOVE WS-GL-J TO WS-GL-IDX
        END-IF
    END-PERFORM
    IF GLB-PROVED-DATE = SPACES OR GLB-PROVED-DATE < WS-PROOF-DATE
        MOVE GLB-DIFFERENCE TO GLB-PRIOR-DIFFERENCE
    END-IF
    IF WS-GL-IDX > 0
        MOVE WS-GL-BALANCE(WS-GL-IDX) TO GLB-SUBLEDGER
        MOVE WS-GL-ACCOUNTS(WS-GL-IDX) TO WS-CNT-DISPLAY
    ELSE
        MOVE ZERO TO GLB-SUBLEDGER
        MOVE ZERO TO WS-CNT-DISPLAY
    END-IF
    COMPUTE GLB-DIFFERENCE = GLB-BALANCE - GLB-SUBLEDGER
    MOVE SPACES TO WS-SINCE-DISPLAY
    MOVE ZERO TO WS-DAYS-DISPLAY
    IF GLB-DIFFERENCE = ZERO
        IF NOT GLB-PROVES
            ADD 1 TO WS-CLEARED-TODAY
            MOVE 'CLEARED' TO WS-SINCE-DISPLAY
            MOVE SPACES TO GLB-DIFF-SINCE-DATE
        END-IF
    ELSE
        IF GLB-PROVES
            MOVE WS-PROOF-DATE TO GLB-DIFF-SINCE-DATE
        END-IF
        ADD 1 TO WS-OUT-OF-BALANCE
        ADD GLB-DIFFERENCE TO WS-NET-DIFFERENCE
        COMPUTE WS-DAYS-OPEN = WS-PROOF-INT
            - FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(GLB-DIFF-SINCE-DATE))
        EVALUATE TRUE
            WHEN WS-DAYS-OPEN = ZERO
                ADD 1 TO WS-NEW-TODAY
            WHEN WS-DAYS-OPEN <= 7
                ADD 1 TO WS-OPEN-UP-TO-7
            WHEN WS-DAYS-OPEN <= 30
                ADD 1 TO WS-OPEN-UP-TO-30
            WHEN OTHER
                ADD 1 TO WS-OPEN-OVER-30
        END-EVALUATE
        MOVE GLB-DIFF-SINCE-DATE TO WS-SINCE-DISPLAY
        MOVE WS-DAYS-OPEN TO WS-DAYS-DISPLAY
    END-IF
    MOVE WS-PROOF-DATE TO GLB-PROVED-DATE
    REWRITE GLBAL-RECORD
    IF NOT GLBAL-FILE-SUCCESS
        DISPLAY 'WARNING: unable to record the proof on GL '
                GLB-GL-ACCOUNT '. Status: ' WS-GLBAL-FILE-STATUS
    END-IF

    MOVE GLB-BALANCE TO WS-AMT-DISPLAY
    MOVE GLB-SUBLEDGER TO WS-AMT2-DISPLAY
    MOVE GLB-DIFFERENCE TO WS-AMT3-DISPLAY
    COMPUTE WS-AMT4-DISPLAY = GLB-DIFFERENCE - GLB-PRIOR-DIFFERENCE
    MOVE SPACES TO PROOF-REPORT-LINE
    IF GLB-DIFFERENCE = ZERO
        STRING '  ' GLB-GL-ACCOUNT ' ' GLB-GL-NAME(1:20)
               ' ' WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY
               ' ' WS-AMT2-DISPLAY ' ' WS-AMT3-DISPLAY
               ' ' WS-AMT4-DISPLAY '  ' WS-SINCE-DISPLAY
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    ELSE
        STRING '  ' GLB-GL-ACCOUNT ' ' GLB-GL-NAME(1:20)
               ' ' WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY
               ' ' WS-AMT2-DISPLAY ' ' WS-AMT3-DISPLAY
               ' ' WS-AMT4-DISPLAY '  ' WS-SINCE-DISPLAY
               ' ' WS-DAYS-DISPLAY
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    END-IF
    WRITE PROOF-REPORT-LINE.

*> The GL accounts with no accounts behind them (cash, income,
*> expense, escrow ...) are carried from the extracts but not proved
*> here; their running balances are listed for accounting.
LIST-OTHER-GL-ACCOUNTS.
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE 'OTHER GL ACCOUNTS CARRIED (NOT PROVED -- NO SUBLEDGER)'
        TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    STRING '  GL   Name                               Running balance'
           '  Last moved'
        DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE ALL '-' TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO GLB-GL-ACCOUNT
    START GLBAL-FILE KEY IS > GLB-GL-ACCOUNT
        INVALID KEY
            MOVE '10' TO WS-GLBAL-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-GLBAL
    END-START
    PERFORM UNTIL GLBAL-FILE-AT-END
        IF NOT GLB-CONTROL-ACCOUNT
            MOVE GLB-BALANCE TO WS-AMT-DISPLAY
            MOVE SPACES TO PROOF-REPORT-LINE
            STRING '  ' GLB-GL-ACCOUNT ' ' GLB-GL-NAME
                   ' ' WS-AMT-DISPLAY '  ' GLB-LAST-MOVED-DATE
                DELIMITED BY SIZE INTO PROOF-REPORT-LINE
            WRITE PROOF-REPORT-LINE
        END-IF
        PERFORM READ-NEXT-GLBAL
    END-PERFORM
    MOVE ALL '-' TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

WRITE-PROOF-SUMMARY.
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    IF WS-UNMAPPED-ACCOUNTS > ZERO
        MOVE WS-UNMAPPED-ACCOUNTS TO WS-CNT-DISPLAY
        MOVE WS-UNMAPPED-BALANCE TO WS-AMT-DISPLAY
        MOVE SPACES TO PROOF-REPORT-LINE
        STRING '  Accounts with no chart mapping (book to no GL): '
               WS-CNT-DISPLAY '  balance ' WS-AMT-DISPLAY
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
        WRITE PROOF-REPORT-LINE
    END-IF
    IF WS-GLX-SHORT-DAYS > ZERO
        MOVE WS-GLX-SHORT-DAYS TO WS-NUM-DISPLAY
        MOVE SPACES TO PROOF-REPORT-LINE
        STRING '  *** ' WS-NUM-DISPLAY ' GL extract(s) did not agree'
               ' with their own control record -- see the job log.'
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
        WRITE PROOF-REPORT-LINE
    END-IF
    MOVE SPACES TO PROOF-REPORT-LINE
    IF WS-OUT-OF-BALANCE = ZERO
        MOVE WS-CONTROLS-PROVED TO WS-NUM-DISPLAY
        STRING '  All ' WS-NUM-DISPLAY
               ' control account(s) prove to the subledger.'
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    ELSE
        MOVE WS-OUT-OF-BALANCE TO WS-NUM-DISPLAY
        MOVE WS-NET-DIFFERENCE TO WS-AMT-DISPLAY
        STRING '  *** ' WS-NUM-DISPLAY
               ' CONTROL ACCOUNT(S) DO NOT PROVE -- net difference '
               WS-AMT-DISPLAY
            DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    END-IF
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    STRING '  Open differences -- new today: ' WS-NEW-TODAY
           '   1-7 days: ' WS-OPEN-UP-TO-7
           '   8-30 days: ' WS-OPEN-UP-TO-30
           '   over 30 days: ' WS-OPEN-OVER-30
           '   cleared today: ' WS-CLEARED-TODAY
        DELIMITED BY SIZE INTO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

*> A GL balance that could not be stored or posted leaves the file
*> short of what the control record would claim; the run stops
*> before the control record moves, so the rerun applies the days
*> again (each record's last-moved date keeps it from doubling).
ABORT-PROOF.
    CLOSE ACCOUNT-FILE
    CLOSE GLBAL-FILE
    IF CHART-MAPPING-IN-USE
        CLOSE GLMAP-FILE
    END-IF
    MOVE 8 TO RETURN-CODE
    STOP RUN.

CLEANUP-PROOF.
    CLOSE ACCOUNT-FILE
    IF CHART-MAPPING-IN-USE
        CLOSE GLMAP-FILE
    END-IF
    CLOSE GLBAL-FILE
    CLOSE PROOF-REPORT-FILE
    MOVE WS-ACCOUNTS-READ TO WS-RST-READ
    MOVE WS-GLX-LINES-READ TO WS-RST-POSTED
    MOVE WS-OUT-OF-BALANCE TO WS-RST-REJECTED
    MOVE WS-UNMAPPED-ACCOUNTS TO WS-RST-SKIPPED
    MOVE WS-NET-DIFFERENCE TO WS-RST-CONTROL-AMOUNT
    PERFORM WRITE-RUN-STATISTICS
    IF WS-OUT-OF-BALANCE > ZERO
        DISPLAY 'WARNING: ' WS-OUT-OF-BALANCE
                ' GL control account(s) do not prove -- see report.'
    ELSE
        DISPLAY 'All control accounts prove.'
    END-IF
    DISPLAY 'Report: ' WS-PROOF-RPT-NAME
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
        MOVE 'GLPROOF' TO RST-JOB-NAME
        MOVE WS-PROOF-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

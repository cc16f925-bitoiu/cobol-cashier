IDENTIFICATION DIVISION.
PROGRAM-ID. BRFLASH.

*> Nightly branch flash report. One page per BRANCH-CODE and a
*> bank-wide page at the end, each showing:
*>
*>   - deposit and loan totals by account type (checking, savings,
*>     CDs, loans), closed and escheated accounts left out;
*>   - accounts opened (ACCOUNT-OPEN-DATE) and closed (the audit
*>     trail's ACCOUNT-STATUS change to 'I') on the day;
*>   - net growth in deposits and loans against the prior business
*>     day and the prior month-end;
*>   - teller transaction counts -- postings under a teller ID, the
*>     batch teller excluded, by TRANS-BRANCH;
*>   - the day's drawer over/short from data/overshort.dat, each
*>     teller's figure charged to the teller master's branch.
*>
*> Every night's figures are kept per branch on data/flashhist.dat
*> (the bank-wide row under branch BANK), so the prior-day and
*> month-end comparisons and the month-to-date and prior-month
*> activity columns come from the history file rather than from
*> rerunning anything. Re-running a night replaces that night's
*> history rows.
*>
*> The flash date is taken from the command line as YYYYMMDD; run
*> with no parameter it reports the business date. Balances are the
*> ledger as it stands when the job runs, which is why it belongs at
*> the end of the nightly chain. A flash date other than the business
*> date is therefore report-only: its activity counts are that day's
*> but its balances are tonight's, so nothing is stored to the history
*> file and that night's row, if any, is left as it was. A blank
*> branch counts under 0001.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        FILE STATUS IS WS-FILE-STATUS.

    SELECT TRANSACTION-FILE ASSIGN TO 'data/trans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-ID
        ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
        ALTERNATE RECORD KEY IS TO-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN TO 'data/audit.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT TELLER-FILE ASSIGN TO 'data/tellers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TLR-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT OVERSHORT-FILE ASSIGN TO 'data/overshort.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OVERSHORT-FILE-STATUS.

    SELECT FLASHHIST-FILE ASSIGN TO 'data/flashhist.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FH-KEY
        FILE STATUS IS WS-FLASHHIST-FILE-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

    SELECT RUNSTATS-FILE ASSIGN TO 'data/runstats.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

    SELECT FLASH-REPORT-FILE ASSIGN TO WS-FLASH-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLASH-RPT-STATUS.

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

*> BANKLED's audit trail for non-financial changes. A closing is an
*> ACCOUNT-STATUS change to 'I' (an estate payout records it as
*> 'I ESTATE PAYOUT').
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05  AUD-DATE                PIC X(8).
    05  AUD-TIME                PIC X(8).
    05  AUD-TELLER-ID           PIC X(10).
    05  AUD-ACCOUNT-NUMBER      PIC 9(10).
    05  AUD-FIELD-NAME          PIC X(20).
    05  AUD-OLD-VALUE           PIC X(50).
    05  AUD-NEW-VALUE           PIC X(50).
    05  FILLER                  PIC X(5).

*> Teller master, read here only for the branch each teller works
*> from, so a drawer's over/short lands on the right branch page.
FD  TELLER-FILE.
01  TELLER-RECORD.
    05  TLR-ID                  PIC X(10).
    05  TLR-NAME                PIC X(30).
    05  TLR-ROLE                PIC X(1).
    05  TLR-PASSWORD            PIC X(10).
    05  TLR-POSTING-LIMIT       PIC 9(11)V99.
    05  TLR-ACTIVE-FLAG         PIC X(1).
    05  TLR-BRANCH              PIC X(4).
    05  FILLER                  PIC X(6).

*> TELLBAL's over/short history, one record per drawer per day.
FD  OVERSHORT-FILE.
01  OVERSHORT-RECORD.
    05  OS-BUSINESS-DATE        PIC X(8).
    05  OS-TELLER-ID            PIC X(10).
    05  OS-EXPECTED             PIC S9(13)V99.
    05  OS-DECLARED             PIC S9(13)V99.
    05  OS-OVER-SHORT           PIC S9(13)V99.
    05  FILLER                  PIC X(10).

*> Flash history, one record per branch per flash date (branch BANK
*> is the bank-wide row). The account-type figures are in the order
*> checking, savings, CD, loan.
FD  FLASHHIST-FILE.
01  FLASHHIST-RECORD.
    05  FH-KEY.
        10  FH-BRANCH           PIC X(4).
        10  FH-DATE             PIC X(8).
    05  FH-TYPE-FIGURES OCCURS 4 TIMES.
        10  FH-TYPE-COUNT       PIC 9(7).
        10  FH-TYPE-BALANCE     PIC S9(13)V99.
    05  FH-OPENED               PIC 9(5).
    05  FH-CLOSED               PIC 9(5).
    05  FH-TELLER-TXNS          PIC 9(7).
    05  FH-OVER-SHORT           PIC S9(11)V99.
    05  FILLER                  PIC X(20).

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

*> Tonight's flash report.
FD  FLASH-REPORT-FILE.
01  FLASH-REPORT-LINE           PIC X(132).

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

01  WS-TRANS-FILE-STATUS        PIC X(2).
    88  TRANS-FILE-SUCCESS      VALUE '00'.
    88  TRANS-FILE-AT-END       VALUE '10'.
01  WS-AUDIT-FILE-STATUS        PIC X(2).
    88  AUDIT-FILE-SUCCESS      VALUE '00'.
    88  AUDIT-FILE-AT-END       VALUE '10'.
01  WS-TELLER-FILE-STATUS       PIC X(2).
    88  TELLER-FILE-SUCCESS     VALUE '00'.
01  WS-TELLER-FILE-OPEN-FLAG    PIC X(1) VALUE 'N'.
    88  TELLER-FILE-OPEN        VALUE 'Y'.
01  WS-OVERSHORT-FILE-STATUS    PIC X(2).
    88  OVERSHORT-FILE-SUCCESS  VALUE '00'.
    88  OVERSHORT-FILE-AT-END   VALUE '10'.
01  WS-FLASHHIST-FILE-STATUS    PIC X(2).
    88  FLASHHIST-FILE-SUCCESS  VALUE '00'.
    88  FLASHHIST-FILE-AT-END   VALUE '10'.
01  WS-FLASHHIST-OPEN-FLAG      PIC X(1) VALUE 'N'.
    88  FLASHHIST-FILE-OPEN     VALUE 'Y'.

01  WS-FLASH-RPT-STATUS         PIC X(2).
    88  FLASH-RPT-SUCCESS       VALUE '00'.
01  WS-FLASH-RPT-NAME           PIC X(40).
01  WS-FLASH-RPT-OPEN-FLAG      PIC X(1) VALUE 'N'.
    88  FLASH-RPT-OPEN          VALUE 'Y'.

*> The flash date and the month boundaries the history columns use.
01  WS-RUN-FIELDS.
    05  WS-PARM-TEXT            PIC X(10).
    05  WS-FLASH-DATE           PIC X(8).
    05  WS-MONTH-START          PIC X(8).
    05  WS-PRIOR-MONTH-START    PIC X(8).
    05  WS-PM-YEAR              PIC 9(4).
    05  WS-PM-MONTH             PIC 9(2).
    05  WS-LOOKUP-BRANCH        PIC X(4).
    05  WS-TYPE-IDX             PIC 9(1).
    05  WS-HISTORY-STORE-FLAG   PIC X(1) VALUE 'Y'.
        88  STORE-FLASH-HISTORY VALUE 'Y'.

*> Per-branch figures. Entry 1 is the bank-wide row (branch BANK);
*> the branches follow in branch-code order. Every figure is added
*> to its branch and to the bank-wide row, so the bank page is right
*> even if the table overflows. The PD-, ME-, MTD- and PM- figures
*> come from the history file: prior business day, prior month-end,
*> month-to-date (today included) and the whole prior month.
01  WS-BRANCH-TABLE.
    05  WS-BR-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-BR-MAX               PIC 9(3) VALUE 200.
    05  WS-BR-ENTRY OCCURS 200 TIMES.
        10  WS-BR-CODE              PIC X(4).
        10  WS-BR-TYPE-FIGURES OCCURS 4 TIMES.
            15  WS-BR-TYPE-COUNT    PIC 9(7).
            15  WS-BR-TYPE-BALANCE  PIC S9(13)V99.
        10  WS-BR-OPENED            PIC 9(5).
        10  WS-BR-CLOSED            PIC 9(5).
        10  WS-BR-TELLER-TXNS       PIC 9(7).
        10  WS-BR-OVER-SHORT        PIC S9(11)V99.
        10  WS-BR-PD-FOUND          PIC X(1).
        10  WS-BR-PD-DATE           PIC X(8).
        10  WS-BR-PD-DEPOSITS       PIC S9(13)V99.
        10  WS-BR-PD-LOANS          PIC S9(13)V99.
        10  WS-BR-ME-FOUND          PIC X(1).
        10  WS-BR-ME-DATE           PIC X(8).
        10  WS-BR-ME-DEPOSITS       PIC S9(13)V99.
        10  WS-BR-ME-LOANS          PIC S9(13)V99.
        10  WS-BR-MTD-OPENED        PIC 9(7).
        10  WS-BR-MTD-CLOSED        PIC 9(7).
        10  WS-BR-MTD-TXNS          PIC 9(9).
        10  WS-BR-MTD-OVER-SHORT    PIC S9(13)V99.
        10  WS-BR-PM-OPENED         PIC 9(7).
        10  WS-BR-PM-CLOSED         PIC 9(7).
        10  WS-BR-PM-TXNS           PIC 9(9).
        10  WS-BR-PM-OVER-SHORT     PIC S9(13)V99.
01  WS-BR-IDX                   PIC 9(3).
01  WS-BR-J                     PIC 9(3).
01  WS-BR-INSERT-AT             PIC 9(3).
01  WS-BR-OVERFLOW-FLAG         PIC X(1) VALUE 'N'.
    88  BRANCH-TABLE-OVERFLOWED VALUE 'Y'.

*> Working figures for the page being printed.
01  WS-PAGE-FIELDS.
    05  WS-PAGE-DEPOSITS        PIC S9(13)V99.
    05  WS-PAGE-LOANS           PIC S9(13)V99.
    05  WS-PAGE-DEP-COUNT       PIC 9(7).
    05  WS-HIST-DEPOSITS        PIC S9(13)V99.
    05  WS-HIST-LOANS           PIC S9(13)V99.
    05  WS-GROWTH-TODAY         PIC S9(13)V99.
    05  WS-GROWTH-PRIOR-DAY     PIC S9(13)V99.
    05  WS-GROWTH-MONTH-END     PIC S9(13)V99.
    05  WS-CHANGE-AMOUNT        PIC S9(13)V99.
    05  WS-PD-TEXT              PIC X(40).
    05  WS-ME-TEXT              PIC X(40).
    05  WS-LINE-LABEL           PIC X(26).
    05  WS-CNT-DISPLAY          PIC Z,ZZZ,ZZ9.
    05  WS-MTD-CNT-DISPLAY      PIC ZZ,ZZZ,ZZ9.
    05  WS-PM-CNT-DISPLAY       PIC ZZ,ZZZ,ZZ9.
    05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT2-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT3-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT4-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT5-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-COUNTERS.
    05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
    05  WS-CLOSINGS-FOUND       PIC 9(7) VALUE ZERO.
    05  WS-TELLER-TXNS-FOUND    PIC 9(7) VALUE ZERO.
    05  WS-DRAWERS-FOUND        PIC 9(7) VALUE ZERO.
    05  WS-HISTORY-WRITTEN      PIC 9(7) VALUE ZERO.
    05  WS-BRANCH-DISPLAY       PIC ZZ9.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM TALLY-ACCOUNTS
    PERFORM TALLY-CLOSINGS
    PERFORM TALLY-TELLER-TRANSACTIONS
    PERFORM TALLY-OVER-SHORT
    PERFORM APPLY-FLASH-HISTORY
    PERFORM PRINT-FLASH-REPORT
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          DAILY BRANCH FLASH REPORT'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    IF WS-PARM-TEXT(1:8) IS NUMERIC
        MOVE WS-PARM-TEXT(1:8) TO WS-FLASH-DATE
    ELSE
        MOVE WS-CURRENT-DATE TO WS-FLASH-DATE
    END-IF
    DISPLAY 'Flash Date: ' WS-FLASH-DATE
    IF WS-FLASH-DATE NOT = WS-CURRENT-DATE
        MOVE 'N' TO WS-HISTORY-STORE-FLAG
        DISPLAY 'NOTE: flash date is not the business date '
                WS-CURRENT-DATE
        DISPLAY '      Report only -- balances are as of tonight and'
                ' no history is stored.'
    END-IF

    MOVE WS-FLASH-DATE(1:6) TO WS-MONTH-START(1:6)
    MOVE '01' TO WS-MONTH-START(7:2)
    MOVE WS-FLASH-DATE(1:4) TO WS-PM-YEAR
    MOVE WS-FLASH-DATE(5:2) TO WS-PM-MONTH
    IF WS-PM-MONTH = 1
        MOVE 12 TO WS-PM-MONTH
        SUBTRACT 1 FROM WS-PM-YEAR
    ELSE
        SUBTRACT 1 FROM WS-PM-MONTH
    END-IF
    MOVE SPACES TO WS-PRIOR-MONTH-START
    STRING WS-PM-YEAR WS-PM-MONTH '01'
        DELIMITED BY SIZE INTO WS-PRIOR-MONTH-START

    MOVE 1 TO WS-BR-COUNT
    INITIALIZE WS-BR-ENTRY(1)
    MOVE 'BANK' TO WS-BR-CODE(1)

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O FLASHHIST-FILE
    IF NOT FLASHHIST-FILE-SUCCESS
        OPEN OUTPUT FLASHHIST-FILE
        CLOSE FLASHHIST-FILE
        OPEN I-O FLASHHIST-FILE
    END-IF
    IF FLASHHIST-FILE-SUCCESS
        SET FLASHHIST-FILE-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: cannot open data/flashhist.dat. Status: '
                WS-FLASHHIST-FILE-STATUS
        DISPLAY '         No comparisons tonight; history not kept.'
    END-IF

    MOVE SPACES TO WS-FLASH-RPT-NAME
    STRING 'data/flash_' WS-FLASH-DATE '.txt'
        DELIMITED BY SIZE INTO WS-FLASH-RPT-NAME
    OPEN OUTPUT FLASH-REPORT-FILE
    IF FLASH-RPT-SUCCESS
        SET FLASH-RPT-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: cannot open ' WS-FLASH-RPT-NAME
                '. Status: ' WS-FLASH-RPT-STATUS
    END-IF.

*> Balances by branch and account type, and the day's openings.
*> An account opened and closed the same day still counts as opened;
*> closed and escheated accounts carry no balance into the totals.
TALLY-ACCOUNTS.
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END
        ADD 1 TO WS-ACCOUNTS-READ
        PERFORM TALLY-ONE-ACCOUNT
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    DISPLAY 'Accounts read:             ' WS-ACCOUNTS-READ.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-FILE-STATUS
    END-READ.

TALLY-ONE-ACCOUNT.
    EVALUATE ACCOUNT-TYPE
        WHEN 'C'
            MOVE 1 TO WS-TYPE-IDX
        WHEN 'S'
            MOVE 2 TO WS-TYPE-IDX
        WHEN 'T'
            MOVE 3 TO WS-TYPE-IDX
        WHEN 'L'
            MOVE 4 TO WS-TYPE-IDX
        WHEN OTHER
            MOVE 0 TO WS-TYPE-IDX
    END-EVALUATE
    MOVE BRANCH-CODE TO WS-LOOKUP-BRANCH
    IF ACCOUNT-OPEN-DATE = WS-FLASH-DATE
        PERFORM FIND-BRANCH-ENTRY
        IF WS-BR-IDX > 0
            ADD 1 TO WS-BR-OPENED(WS-BR-IDX)
        END-IF
        ADD 1 TO WS-BR-OPENED(1)
    END-IF
    IF WS-TYPE-IDX > 0
            AND ACCOUNT-STATUS NOT = 'I'
            AND ACCOUNT-STATUS NOT = 'E'
        PERFORM FIND-BRANCH-ENTRY
        IF WS-BR-IDX > 0
            ADD 1 TO WS-BR-TYPE-COUNT(WS-BR-IDX, WS-TYPE-IDX)
            ADD ACCOUNT-BALANCE
                TO WS-BR-TYPE-BALANCE(WS-BR-IDX, WS-TYPE-IDX)
        END-IF
        ADD 1 TO WS-BR-TYPE-COUNT(1, WS-TYPE-IDX)
        ADD ACCOUNT-BALANCE TO WS-BR-TYPE-BALANCE(1, WS-TYPE-IDX)
    END-IF.

*> Finds WS-LOOKUP-BRANCH in the table, adding it in branch-code
*> order if new. A blank branch is 0001. WS-BR-IDX comes back zero
*> only when the table is full, and the figure then reaches the
*> bank-wide row alone.
FIND-BRANCH-ENTRY.
    IF WS-LOOKUP-BRANCH = SPACES
        MOVE '0001' TO WS-LOOKUP-BRANCH
    END-IF
    MOVE ZERO TO WS-BR-IDX
    MOVE ZERO TO WS-BR-INSERT-AT
    PERFORM VARYING WS-BR-J FROM 2 BY 1
            UNTIL WS-BR-J > WS-BR-COUNT
               OR WS-BR-IDX > 0
               OR WS-BR-INSERT-AT > 0
        IF WS-BR-CODE(WS-BR-J) = WS-LOOKUP-BRANCH
            MOVE WS-BR-J TO WS-BR-IDX
        ELSE
            IF WS-BR-CODE(WS-BR-J) > WS-LOOKUP-BRANCH
                MOVE WS-BR-J TO WS-BR-INSERT-AT
            END-IF
        END-IF
    END-PERFORM
    IF WS-BR-IDX = 0
        IF WS-BR-COUNT >= WS-BR-MAX
            IF NOT BRANCH-TABLE-OVERFLOWED
                SET BRANCH-TABLE-OVERFLOWED TO TRUE
                MOVE WS-BR-MAX TO WS-BRANCH-DISPLAY
                DISPLAY 'WARNING: more than ' WS-BRANCH-DISPLAY
                        ' branches; later branches appear on the'
                        ' bank-wide page only.'
            END-IF
        ELSE
            IF WS-BR-INSERT-AT = 0
                COMPUTE WS-BR-INSERT-AT = WS-BR-COUNT + 1
            END-IF
            PERFORM VARYING WS-BR-J FROM WS-BR-COUNT BY -1
                    UNTIL WS-BR-J < WS-BR-INSERT-AT
                MOVE WS-BR-ENTRY(WS-BR-J) TO WS-BR-ENTRY(WS-BR-J + 1)
            END-PERFORM
            ADD 1 TO WS-BR-COUNT
            INITIALIZE WS-BR-ENTRY(WS-BR-INSERT-AT)
            MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE(WS-BR-INSERT-AT)
            MOVE WS-BR-INSERT-AT TO WS-BR-IDX
        END-IF
    END-IF.

*> The day's closings from the audit trail, charged to the closed
*> account's branch. The zero-balance close does not touch
*> LAST-TRANSACTION-DATE, so the audit trail is the only sure record.
TALLY-CLOSINGS.
    OPEN INPUT AUDIT-FILE
    IF AUDIT-FILE-SUCCESS
        PERFORM READ-NEXT-AUDIT
        PERFORM UNTIL AUDIT-FILE-AT-END
            IF AUD-DATE = WS-FLASH-DATE
                    AND AUD-FIELD-NAME = 'ACCOUNT-STATUS'
                    AND AUD-NEW-VALUE(1:1) = 'I'
                PERFORM COUNT-ONE-CLOSING
            END-IF
            PERFORM READ-NEXT-AUDIT
        END-PERFORM
        CLOSE AUDIT-FILE
    ELSE
        DISPLAY 'WARNING: no audit trail -- closings not counted.'
    END-IF
    DISPLAY 'Accounts closed:           ' WS-CLOSINGS-FOUND.

READ-NEXT-AUDIT.
    READ AUDIT-FILE AT END
        MOVE '10' TO WS-AUDIT-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-AUDIT-FILE-STATUS
    END-READ.

COUNT-ONE-CLOSING.
    MOVE AUD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE KEY IS ACCOUNT-NUMBER
        INVALID KEY
            MOVE SPACES TO WS-LOOKUP-BRANCH
        NOT INVALID KEY
            MOVE BRANCH-CODE TO WS-LOOKUP-BRANCH
    END-READ
    PERFORM FIND-BRANCH-ENTRY
    IF WS-BR-IDX > 0
        ADD 1 TO WS-BR-CLOSED(WS-BR-IDX)
    END-IF
    ADD 1 TO WS-BR-CLOSED(1)
    ADD 1 TO WS-CLOSINGS-FOUND.

*> Counter postings for the day by the branch they were keyed at.
*> Postings under the batch teller ID have no teller behind them.
TALLY-TELLER-TRANSACTIONS.
    OPEN INPUT TRANSACTION-FILE
    IF TRANS-FILE-SUCCESS
        PERFORM READ-NEXT-TRANSACTION
        PERFORM UNTIL TRANS-FILE-AT-END
            IF TRANS-DATE = WS-FLASH-DATE
                    AND TELLER-ID NOT = 'BATCH'
                    AND TELLER-ID NOT = SPACES
                MOVE TRANS-BRANCH TO WS-LOOKUP-BRANCH
                PERFORM FIND-BRANCH-ENTRY
                IF WS-BR-IDX > 0
                    ADD 1 TO WS-BR-TELLER-TXNS(WS-BR-IDX)
                END-IF
                ADD 1 TO WS-BR-TELLER-TXNS(1)
                ADD 1 TO WS-TELLER-TXNS-FOUND
            END-IF
            PERFORM READ-NEXT-TRANSACTION
        END-PERFORM
        CLOSE TRANSACTION-FILE
    ELSE
        DISPLAY 'WARNING: cannot open TRANSACTION-FILE. Status: '
                WS-TRANS-FILE-STATUS
        DISPLAY '         Teller transaction counts not taken.'
    END-IF
    DISPLAY 'Teller transactions:       ' WS-TELLER-TXNS-FOUND.

READ-NEXT-TRANSACTION.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-TRANS-FILE-STATUS
    END-READ.

*> The day's drawer over/short as TELLBAL recorded it, each drawer
*> charged to its teller's branch on the teller master (0001 when
*> the teller is unknown or has no branch).
TALLY-OVER-SHORT.
    OPEN INPUT TELLER-FILE
    IF TELLER-FILE-SUCCESS
        SET TELLER-FILE-OPEN TO TRUE
    END-IF
    OPEN INPUT OVERSHORT-FILE
    IF OVERSHORT-FILE-SUCCESS
        PERFORM READ-NEXT-OVERSHORT
        PERFORM UNTIL OVERSHORT-FILE-AT-END
            IF OS-BUSINESS-DATE = WS-FLASH-DATE
                PERFORM CHARGE-ONE-DRAWER
            END-IF
            PERFORM READ-NEXT-OVERSHORT
        END-PERFORM
        CLOSE OVERSHORT-FILE
    END-IF
    IF TELLER-FILE-OPEN
        CLOSE TELLER-FILE
    END-IF
    DISPLAY 'Drawers balanced:          ' WS-DRAWERS-FOUND.

READ-NEXT-OVERSHORT.
    READ OVERSHORT-FILE AT END
        MOVE '10' TO WS-OVERSHORT-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-OVERSHORT-FILE-STATUS
    END-READ.

CHARGE-ONE-DRAWER.
    MOVE SPACES TO WS-LOOKUP-BRANCH
    IF TELLER-FILE-OPEN
        MOVE OS-TELLER-ID TO TLR-ID
        READ TELLER-FILE KEY IS TLR-ID
            NOT INVALID KEY
                MOVE TLR-BRANCH TO WS-LOOKUP-BRANCH
        END-READ
    END-IF
    PERFORM FIND-BRANCH-ENTRY
    IF WS-BR-IDX > 0
        ADD OS-OVER-SHORT TO WS-BR-OVER-SHORT(WS-BR-IDX)
    END-IF
    ADD OS-OVER-SHORT TO WS-BR-OVER-SHORT(1)
    ADD 1 TO WS-DRAWERS-FOUND.

*> For each branch and the bank-wide row: gather the comparisons
*> from the history file, then store tonight's figures -- on the
*> business date only; a rerun for another date is report-only.
APPLY-FLASH-HISTORY.
    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
            UNTIL WS-BR-IDX > WS-BR-COUNT
        ADD WS-BR-OPENED(WS-BR-IDX) TO WS-BR-MTD-OPENED(WS-BR-IDX)
        ADD WS-BR-CLOSED(WS-BR-IDX) TO WS-BR-MTD-CLOSED(WS-BR-IDX)
        ADD WS-BR-TELLER-TXNS(WS-BR-IDX) TO WS-BR-MTD-TXNS(WS-BR-IDX)
        ADD WS-BR-OVER-SHORT(WS-BR-IDX)
            TO WS-BR-MTD-OVER-SHORT(WS-BR-IDX)
        IF FLASHHIST-FILE-OPEN
            PERFORM LOAD-BRANCH-HISTORY
            IF STORE-FLASH-HISTORY
                PERFORM STORE-BRANCH-HISTORY
            END-IF
        END-IF
    END-PERFORM.

*> Reads the branch's history from the start of the prior month up
*> to (not including) the flash date. The last record read is the
*> prior business day; the last one before this month began is the
*> prior month-end.
LOAD-BRANCH-HISTORY.
    MOVE WS-BR-CODE(WS-BR-IDX) TO FH-BRANCH
    MOVE WS-PRIOR-MONTH-START TO FH-DATE
    START FLASHHIST-FILE KEY IS >= FH-KEY
        INVALID KEY
            MOVE '10' TO WS-FLASHHIST-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-HISTORY
    END-START
    PERFORM UNTIL FLASHHIST-FILE-AT-END
               OR FH-BRANCH NOT = WS-BR-CODE(WS-BR-IDX)
               OR FH-DATE >= WS-FLASH-DATE
        PERFORM ABSORB-HISTORY-RECORD
        PERFORM READ-NEXT-HISTORY
    END-PERFORM.

READ-NEXT-HISTORY.
    READ FLASHHIST-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FLASHHIST-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-FLASHHIST-FILE-STATUS
    END-READ.

ABSORB-HISTORY-RECORD.
    COMPUTE WS-HIST-DEPOSITS = FH-TYPE-BALANCE(1)
        + FH-TYPE-BALANCE(2) + FH-TYPE-BALANCE(3)
    MOVE FH-TYPE-BALANCE(4) TO WS-HIST-LOANS
    MOVE 'Y' TO WS-BR-PD-FOUND(WS-BR-IDX)
    MOVE FH-DATE TO WS-BR-PD-DATE(WS-BR-IDX)
    MOVE WS-HIST-DEPOSITS TO WS-BR-PD-DEPOSITS(WS-BR-IDX)
    MOVE WS-HIST-LOANS TO WS-BR-PD-LOANS(WS-BR-IDX)
    IF FH-DATE < WS-MONTH-START
        MOVE 'Y' TO WS-BR-ME-FOUND(WS-BR-IDX)
        MOVE FH-DATE TO WS-BR-ME-DATE(WS-BR-IDX)
        MOVE WS-HIST-DEPOSITS TO WS-BR-ME-DEPOSITS(WS-BR-IDX)
        MOVE WS-HIST-LOANS TO WS-BR-ME-LOANS(WS-BR-IDX)
        ADD FH-OPENED TO WS-BR-PM-OPENED(WS-BR-IDX)
        ADD FH-CLOSED TO WS-BR-PM-CLOSED(WS-BR-IDX)
        ADD FH-TELLER-TXNS TO WS-BR-PM-TXNS(WS-BR-IDX)
        ADD FH-OVER-SHORT TO WS-BR-PM-OVER-SHORT(WS-BR-IDX)
    ELSE
        ADD FH-OPENED TO WS-BR-MTD-OPENED(WS-BR-IDX)
        ADD FH-CLOSED TO WS-BR-MTD-CLOSED(WS-BR-IDX)
        ADD FH-TELLER-TXNS TO WS-BR-MTD-TXNS(WS-BR-IDX)
        ADD FH-OVER-SHORT TO WS-BR-MTD-OVER-SHORT(WS-BR-IDX)
    END-IF.

*> Tonight's row for the branch; a rerun of the night replaces it.
STORE-BRANCH-HISTORY.
    INITIALIZE FLASHHIST-RECORD
    MOVE WS-BR-CODE(WS-BR-IDX) TO FH-BRANCH
    MOVE WS-FLASH-DATE TO FH-DATE
    PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 4
        MOVE WS-BR-TYPE-COUNT(WS-BR-IDX, WS-TYPE-IDX)
            TO FH-TYPE-COUNT(WS-TYPE-IDX)
        MOVE WS-BR-TYPE-BALANCE(WS-BR-IDX, WS-TYPE-IDX)
            TO FH-TYPE-BALANCE(WS-TYPE-IDX)
    END-PERFORM
    MOVE WS-BR-OPENED(WS-BR-IDX) TO FH-OPENED
    MOVE WS-BR-CLOSED(WS-BR-IDX) TO FH-CLOSED
    MOVE WS-BR-TELLER-TXNS(WS-BR-IDX) TO FH-TELLER-TXNS
    MOVE WS-BR-OVER-SHORT(WS-BR-IDX) TO FH-OVER-SHORT
    WRITE FLASHHIST-RECORD
        INVALID KEY
            REWRITE FLASHHIST-RECORD
                INVALID KEY
                    DISPLAY 'WARNING: cannot store flash history for '
                            FH-BRANCH '. Status: '
                            WS-FLASHHIST-FILE-STATUS
            END-REWRITE
    END-WRITE
    IF FLASHHIST-FILE-SUCCESS
        ADD 1 TO WS-HISTORY-WRITTEN
    END-IF.

*> One page per branch in branch-code order, the bank-wide page last.
PRINT-FLASH-REPORT.
    IF FLASH-RPT-OPEN
        PERFORM VARYING WS-BR-IDX FROM 2 BY 1
                UNTIL WS-BR-IDX > WS-BR-COUNT
            PERFORM PRINT-BRANCH-PAGE
        END-PERFORM
        MOVE 1 TO WS-BR-IDX
        PERFORM PRINT-BRANCH-PAGE
    END-IF.

PRINT-BRANCH-PAGE.
    MOVE ALL '=' TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE SPACES TO FLASH-REPORT-LINE
    IF WS-BR-IDX = 1
        STRING 'BRANCH FLASH REPORT -- BANK-WIDE (ALL BRANCHES)'
               '     FLASH DATE ' WS-FLASH-DATE
            DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    ELSE
        STRING 'BRANCH FLASH REPORT -- BRANCH ' WS-BR-CODE(WS-BR-IDX)
               '     FLASH DATE ' WS-FLASH-DATE
            DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    END-IF
    WRITE FLASH-REPORT-LINE
    IF NOT STORE-FLASH-HISTORY
        MOVE SPACES TO FLASH-REPORT-LINE
        STRING 'REPORT ONLY -- BALANCES ARE AS OF ' WS-CURRENT-DATE
               ', NOT THE FLASH DATE'
            DELIMITED BY SIZE INTO FLASH-REPORT-LINE
        WRITE FLASH-REPORT-LINE
    END-IF
    MOVE ALL '=' TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    PERFORM PRINT-BALANCE-SECTION
    PERFORM PRINT-GROWTH-SECTION
    PERFORM PRINT-ACTIVITY-SECTION
    MOVE SPACES TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE.

PRINT-BALANCE-SECTION.
    MOVE SPACES TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE 'BALANCES BY ACCOUNT TYPE             Accounts             Balance'
        TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE 1 TO WS-TYPE-IDX
    MOVE '  Checking' TO WS-LINE-LABEL
    PERFORM PRINT-TYPE-LINE
    MOVE 2 TO WS-TYPE-IDX
    MOVE '  Savings' TO WS-LINE-LABEL
    PERFORM PRINT-TYPE-LINE
    MOVE 3 TO WS-TYPE-IDX
    MOVE '  Certificates of deposit' TO WS-LINE-LABEL
    PERFORM PRINT-TYPE-LINE
    COMPUTE WS-PAGE-DEP-COUNT = WS-BR-TYPE-COUNT(WS-BR-IDX, 1)
        + WS-BR-TYPE-COUNT(WS-BR-IDX, 2)
        + WS-BR-TYPE-COUNT(WS-BR-IDX, 3)
    COMPUTE WS-PAGE-DEPOSITS = WS-BR-TYPE-BALANCE(WS-BR-IDX, 1)
        + WS-BR-TYPE-BALANCE(WS-BR-IDX, 2)
        + WS-BR-TYPE-BALANCE(WS-BR-IDX, 3)
    MOVE WS-BR-TYPE-BALANCE(WS-BR-IDX, 4) TO WS-PAGE-LOANS
    MOVE WS-PAGE-DEP-COUNT TO WS-CNT-DISPLAY
    MOVE WS-PAGE-DEPOSITS TO WS-AMT-DISPLAY
    MOVE SPACES TO FLASH-REPORT-LINE
    STRING '  Total deposits          ' '          ' WS-CNT-DISPLAY
           ' ' WS-AMT-DISPLAY
        DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE 4 TO WS-TYPE-IDX
    MOVE '  Loans' TO WS-LINE-LABEL
    PERFORM PRINT-TYPE-LINE.

PRINT-TYPE-LINE.
    MOVE WS-BR-TYPE-COUNT(WS-BR-IDX, WS-TYPE-IDX) TO WS-CNT-DISPLAY
    MOVE WS-BR-TYPE-BALANCE(WS-BR-IDX, WS-TYPE-IDX) TO WS-AMT-DISPLAY
    MOVE SPACES TO FLASH-REPORT-LINE
    STRING WS-LINE-LABEL '          ' WS-CNT-DISPLAY ' ' WS-AMT-DISPLAY
        DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE.

*> Deposits and loans today against the prior business day and the
*> prior month-end on the history file, with the change in each.
PRINT-GROWTH-SECTION.
    MOVE SPACES TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE SPACES TO FLASH-REPORT-LINE
    STRING 'NET GROWTH                              Today'
           '           Prior day              Change'
           '     Prior month-end              Change'
        DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE '  Deposits' TO WS-LINE-LABEL
    MOVE WS-PAGE-DEPOSITS TO WS-GROWTH-TODAY
    MOVE WS-BR-PD-DEPOSITS(WS-BR-IDX) TO WS-GROWTH-PRIOR-DAY
    MOVE WS-BR-ME-DEPOSITS(WS-BR-IDX) TO WS-GROWTH-MONTH-END
    PERFORM PRINT-GROWTH-LINE
    MOVE '  Loans' TO WS-LINE-LABEL
    MOVE WS-PAGE-LOANS TO WS-GROWTH-TODAY
    MOVE WS-BR-PD-LOANS(WS-BR-IDX) TO WS-GROWTH-PRIOR-DAY
    MOVE WS-BR-ME-LOANS(WS-BR-IDX) TO WS-GROWTH-MONTH-END
    PERFORM PRINT-GROWTH-LINE
    MOVE SPACES TO FLASH-REPORT-LINE
    STRING '  Compared with:  prior day ' WS-BR-PD-DATE(WS-BR-IDX)
           '   prior month-end ' WS-BR-ME-DATE(WS-BR-IDX)
        DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE.

*> On entry WS-GROWTH-TODAY holds today's figure and the PRIOR-DAY
*> and MONTH-END fields the history's; a comparison with no history
*> behind it says so rather than showing the whole balance as growth.
PRINT-GROWTH-LINE.
    MOVE SPACES TO WS-PD-TEXT
    MOVE SPACES TO WS-ME-TEXT
    IF WS-BR-PD-FOUND(WS-BR-IDX) = 'Y'
        COMPUTE WS-CHANGE-AMOUNT =
            WS-GROWTH-TODAY - WS-GROWTH-PRIOR-DAY
        MOVE WS-GROWTH-PRIOR-DAY TO WS-AMT2-DISPLAY
        MOVE WS-CHANGE-AMOUNT TO WS-AMT3-DISPLAY
        STRING ' ' WS-AMT2-DISPLAY ' ' WS-AMT3-DISPLAY
            DELIMITED BY SIZE INTO WS-PD-TEXT
    ELSE
        MOVE '          (no history)' TO WS-PD-TEXT
    END-IF
    IF WS-BR-ME-FOUND(WS-BR-IDX) = 'Y'
        COMPUTE WS-CHANGE-AMOUNT =
            WS-GROWTH-TODAY - WS-GROWTH-MONTH-END
        MOVE WS-GROWTH-MONTH-END TO WS-AMT4-DISPLAY
        MOVE WS-CHANGE-AMOUNT TO WS-AMT5-DISPLAY
        STRING ' ' WS-AMT4-DISPLAY ' ' WS-AMT5-DISPLAY
            DELIMITED BY SIZE INTO WS-ME-TEXT
    ELSE
        MOVE '          (no history)' TO WS-ME-TEXT
    END-IF
    MOVE WS-GROWTH-TODAY TO WS-AMT-DISPLAY
    MOVE SPACES TO FLASH-REPORT-LINE
    STRING WS-LINE-LABEL WS-AMT-DISPLAY WS-PD-TEXT WS-ME-TEXT
        DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE.

*> Openings, closings, teller transactions and over/short: today,
*> month-to-date (today included) and the whole prior month.
PRINT-ACTIVITY-SECTION.
    MOVE SPACES TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE 'ACTIVITY                                Today       Month-to-date         Prior month'
        TO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE
    MOVE '  Accounts opened' TO WS-LINE-LABEL
    MOVE WS-BR-OPENED(WS-BR-IDX) TO WS-CNT-DISPLAY
    MOVE WS-BR-MTD-OPENED(WS-BR-IDX) TO WS-MTD-CNT-DISPLAY
    MOVE WS-BR-PM-OPENED(WS-BR-IDX) TO WS-PM-CNT-DISPLAY
    PERFORM PRINT-ACTIVITY-COUNT-LINE
    MOVE '  Accounts closed' TO WS-LINE-LABEL
    MOVE WS-BR-CLOSED(WS-BR-IDX) TO WS-CNT-DISPLAY
    MOVE WS-BR-MTD-CLOSED(WS-BR-IDX) TO WS-MTD-CNT-DISPLAY
    MOVE WS-BR-PM-CLOSED(WS-BR-IDX) TO WS-PM-CNT-DISPLAY
    PERFORM PRINT-ACTIVITY-COUNT-LINE
    MOVE '  Teller transactions' TO WS-LINE-LABEL
    MOVE WS-BR-TELLER-TXNS(WS-BR-IDX) TO WS-CNT-DISPLAY
    MOVE WS-BR-MTD-TXNS(WS-BR-IDX) TO WS-MTD-CNT-DISPLAY
    MOVE WS-BR-PM-TXNS(WS-BR-IDX) TO WS-PM-CNT-DISPLAY
    PERFORM PRINT-ACTIVITY-COUNT-LINE
    MOVE WS-BR-OVER-SHORT(WS-BR-IDX) TO WS-AMT-DISPLAY
    MOVE WS-BR-MTD-OVER-SHORT(WS-BR-IDX) TO WS-AMT2-DISPLAY
    MOVE WS-BR-PM-OVER-SHORT(WS-BR-IDX) TO WS-AMT3-DISPLAY
    MOVE SPACES TO FLASH-REPORT-LINE
    STRING '  Teller over/short       ' WS-AMT-DISPLAY
           ' ' WS-AMT2-DISPLAY ' ' WS-AMT3-DISPLAY
        DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE.

PRINT-ACTIVITY-COUNT-LINE.
    MOVE SPACES TO FLASH-REPORT-LINE
    STRING WS-LINE-LABEL '          ' WS-CNT-DISPLAY
           '          ' WS-MTD-CNT-DISPLAY
           '          ' WS-PM-CNT-DISPLAY
        DELIMITED BY SIZE INTO FLASH-REPORT-LINE
    WRITE FLASH-REPORT-LINE.

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    IF FLASHHIST-FILE-OPEN
        CLOSE FLASHHIST-FILE
    END-IF
    IF FLASH-RPT-OPEN
        CLOSE FLASH-REPORT-FILE
    END-IF
    MOVE WS-ACCOUNTS-READ TO WS-RST-READ
    MOVE WS-HISTORY-WRITTEN TO WS-RST-POSTED
    COMPUTE WS-RST-CONTROL-AMOUNT = WS-BR-TYPE-BALANCE(1, 1)
        + WS-BR-TYPE-BALANCE(1, 2) + WS-BR-TYPE-BALANCE(1, 3)
    PERFORM WRITE-RUN-STATISTICS
    COMPUTE WS-BR-J = WS-BR-COUNT - 1
    MOVE WS-BR-J TO WS-BRANCH-DISPLAY
    DISPLAY 'Branches reported:         ' WS-BRANCH-DISPLAY
    DISPLAY 'History rows stored:       ' WS-HISTORY-WRITTEN
    DISPLAY 'Report: ' WS-FLASH-RPT-NAME
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
        MOVE 'BRFLASH' TO RST-JOB-NAME
        MOVE WS-FLASH-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

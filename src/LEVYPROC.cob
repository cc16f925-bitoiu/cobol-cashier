IDENTIFICATION DIVISION.
PROGRAM-ID. LEVYPROC.

*> Nightly levy and garnishment order processing. Tellers key each
*> order the bank is served with onto the order file from BANKLED's
*> Garnishment / Levy Orders screen; this job does the rest.
*>
*> A new order is reviewed against the account as it stands tonight.
*> The account's federal benefit credits over the two-month lookback
*> (the ACHIMPRT postings from a header flagged as a benefit batch,
*> described 'ACH BENEFIT DEPOSIT') are protected and stay available
*> to the customer; only the balance above the protected amount and
*> above any legal hold already in place is non-exempt. The levy
*> processing fee comes out of the non-exempt funds first -- never
*> out of protected money, and not at all when nothing is non-exempt
*> -- and the rest, up to the order amount, is added to the
*> account's LEGAL-HOLD-AMOUNT. The customer gets a notice and the
*> court gets an answer letter in data/levy_answers_YYYYMMDD.txt
*> stating what was found, what was protected and what was held.
*>
*> An order a supervisor has since marked released or satisfied
*> lifts exactly the amount it held and nothing more, so other
*> orders and hand-keyed legal holds on the same account stay in
*> place. When the lifted order's case number was the one shown on
*> the account, another order still holding funds takes its place.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GARNORD-FILE ASSIGN TO 'data/garnish.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRN-ORDER-ID
        ALTERNATE RECORD KEY IS GRN-ACCOUNT WITH DUPLICATES
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-GARNORD-FILE-STATUS.

    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-FILE-STATUS.

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

    SELECT CTR-FILE ASSIGN TO 'data/ctr.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CTR-FILE-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PARM-ID
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT NOTICE-FILE ASSIGN TO 'data/notices.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTICE-FILE-STATUS.

    SELECT ANSWER-FILE ASSIGN TO WS-ANSWER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ANSWER-FILE-STATUS.

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
*> Levy / garnishment order register, one record per order served on
*> the bank, keyed by order number with an alternate key on the
*> account. The record under order zero is the control record
*> carrying the next order number in its amount field, the same
*> convention the claim register uses. The review fields are filled
*> in by this job when it places the hold; the lift fields when it
*> takes it off again.
FD  GARNORD-FILE.
01  GARNORD-RECORD.
    05  GRN-ORDER-ID            PIC 9(7).
    05  GRN-ACCOUNT             PIC 9(10).
    05  GRN-CREDITOR            PIC X(40).
    05  GRN-CASE-NUMBER         PIC X(15).
    05  GRN-ORDER-AMOUNT        PIC 9(11)V99.
    05  GRN-RECEIVED-DATE       PIC X(8).
    05  GRN-ORDER-TYPE          PIC X(1).
        88  GRN-LEVY            VALUE 'L'.
        88  GRN-GARNISHMENT     VALUE 'G'.
    05  GRN-STATUS              PIC X(1).
        88  GRN-NEW             VALUE 'N'.
        88  GRN-HOLD-PLACED     VALUE 'H'.
        88  GRN-RELEASE-PENDING VALUE 'R'.
        88  GRN-SATISFY-PENDING VALUE 'S'.
        88  GRN-RELEASED        VALUE 'L'.
        88  GRN-SATISFIED       VALUE 'P'.
        88  GRN-NO-ACCOUNT      VALUE 'X'.
    05  GRN-KEYED-BY            PIC X(10).
    05  GRN-REVIEW-DATE         PIC X(8).
    05  GRN-REVIEW-BALANCE      PIC S9(13)V99.
    05  GRN-PROTECTED-AMOUNT    PIC 9(11)V99.
    05  GRN-HOLD-AMOUNT         PIC 9(11)V99.
    05  GRN-FEE-AMOUNT          PIC 9(11)V99.
    05  GRN-LIFT-REQUESTED-BY   PIC X(10).
    05  GRN-LIFTED-DATE         PIC X(8).
    05  FILLER                  PIC X(10).

FD  ACCOUNT-FILE.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
        88  LOAN-ACCOUNT        VALUE 'L'.
    05  ACCOUNT-STATUS          PIC X(1).
        88  ACTIVE-ACCOUNT      VALUE 'A'.
        88  DORMANT-ACCOUNT     VALUE 'D'.
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
        88  CREDITS-BLOCKED     VALUE 'Y'.
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

*> Holds the one persisted counter record, keyed by the constant
*> CTL-KEY so every teller session and batch job can fetch-and-
*> increment CTL-NEXT-TRANS-ID under a record lock.
FD  COUNTER-FILE.
01  COUNTER-RECORD.
    05  CTL-KEY                 PIC X(1).
    05  CTL-NEXT-ACCOUNT-NUM    PIC 9(10).
    05  CTL-NEXT-TRANS-ID       PIC 9(12).

*> Currency-transaction log for regulatory reporting. Holds one entry
*> per posting at or above WS-CTR-THRESHOLD, same layout BANKLED uses.
FD  CTR-FILE.
01  CTR-RECORD.
    05  CTR-TRANS-ID            PIC 9(12).
    05  CTR-DATE                PIC X(8).
    05  CTR-TIME                PIC X(8).
    05  CTR-TRANS-TYPE          PIC X(1).
    05  CTR-ACCOUNT-NUMBER      PIC 9(10).
    05  CTR-HOLDER-NAME         PIC X(41).
    05  CTR-AMOUNT              PIC S9(13)V99.
    05  CTR-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(5).

*> Central bank-parameter file, maintained from BANKLED's parameter
*> screen. One record per parameter key and effective date; each
*> program reads the latest record effective on or before its run
*> date at startup and falls back to its compiled default when a key
*> (or the whole file) is absent, so a missing file changes nothing.
FD  BANKPARM-FILE.
01  BANKPARM-RECORD.
    05  PARM-ID.
        10  PARM-KEY            PIC X(20).
        10  PARM-EFFECTIVE-DATE PIC X(8).
    05  PARM-VALUE              PIC S9(9)V9(6).
    05  PARM-DESCRIPTION        PIC X(30).
    05  FILLER                  PIC X(10).

*> Customer notice queue -- one record per event the customer only
*> discovers later. NOTICEGN turns a day's records into printable
*> letters; this file is only ever appended to here.
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

*> The garnishee's answer to the court, one letter per order
*> reviewed tonight, printed and mailed by the legal-orders desk.
FD  ANSWER-FILE.
01  ANSWER-LINE                 PIC X(80).

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock for
*> posting and selection dates, so a run delayed past midnight still
*> posts under its proper day and last night's processing can be
*> re-run as-of. A missing file means the clock is the business date.
FD  BUSDATE-FILE.
01  BUSDATE-RECORD.
    05  BUS-CURRENT-DATE        PIC X(8).
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

01  WS-TRANS-FILE-STATUS        PIC X(2).
    88  TRANS-FILE-SUCCESS      VALUE '00'.
    88  TRANS-FILE-DUPLICATE    VALUE '22'.
01  WS-COUNTER-FILE-STATUS      PIC X(2).
    88  COUNTER-FILE-SUCCESS    VALUE '00'.
    88  COUNTER-RECORD-LOCKED   VALUE '90' THRU '99'.
01  WS-CTR-FILE-STATUS          PIC X(2).
    88  CTR-FILE-SUCCESS        VALUE '00'.
01  WS-CTR-THRESHOLD            PIC 9(11)V99 VALUE 10000.00.
01  WS-NEXT-TRANS-ID            PIC 9(12) VALUE 1.
01  WS-HIGH-TRANS-ID            PIC 9(12) VALUE ZERO.
01  WS-HIGH-ACCOUNT-NUM         PIC 9(10) VALUE ZERO.

01  WS-GARNORD-FILE-STATUS      PIC X(2).
    88  GARNORD-FILE-SUCCESS    VALUE '00'.
    88  GARNORD-FILE-AT-END     VALUE '10'.
    88  GARNORD-RECORD-LOCKED   VALUE '90' THRU '99'.
01  WS-ANSWER-FILE-STATUS       PIC X(2).
    88  ANSWER-FILE-SUCCESS     VALUE '00'.
01  WS-ANSWER-FILE-NAME         PIC X(40).
01  WS-ANSWER-OPEN-FLAG         PIC X(1) VALUE 'N'.
    88  ANSWER-FILE-OPEN        VALUE 'Y'.

*> Record-locking retry controls, same as MAINTFEE: an account or
*> order a teller session holds is retried WS-LOCK-MAX-RETRIES times
*> and then left for tomorrow night's run.
01  WS-LOCK-FIELDS.
    05  WS-LOCK-RETRY-COUNT      PIC 9(2) VALUE ZERO.
    05  WS-LOCK-MAX-RETRIES      PIC 9(2) VALUE 5.
    05  WS-TRANS-WRITE-RETRY-COUNT PIC 9(2) VALUE ZERO.

*> Levy processing fee. A compiled default LOAD-BANK-PARAMETERS
*> overrides from the LEVY-FEE key.
01  WS-LEVY-FEE                 PIC S9(13)V99 VALUE 100.00.

*> The order in hand, saved off the register record before the
*> account work reads other records over it.
01  WS-ORDER-FIELDS.
    05  WS-GRN-ORDER-ID         PIC 9(7).
    05  WS-GRN-ACCOUNT          PIC 9(10).
    05  WS-GRN-CASE-NUMBER      PIC X(15).
    05  WS-GRN-STATUS           PIC X(1).
    05  WS-GRN-HOLD-AMOUNT      PIC 9(11)V99.
    05  WS-GRN-OTHER-CASE       PIC X(15).
    05  WS-ORDER-LOCKED-FLAG    PIC X(1).
        88  ORDER-LOCKED        VALUE 'Y'.
    05  WS-ACCOUNT-LOCKED-FLAG  PIC X(1).
        88  ACCOUNT-LOCKED      VALUE 'Y'.

*> Review arithmetic for a new order.
01  WS-REVIEW-FIELDS.
    05  WS-BENEFIT-TOTAL        PIC S9(13)V99.
    05  WS-PROTECTED-AMOUNT     PIC S9(13)V99.
    05  WS-NONEXEMPT-AMOUNT     PIC S9(13)V99.
    05  WS-HOLD-PLACED          PIC S9(13)V99.
    05  WS-FEE-AMOUNT           PIC S9(13)V99.
    05  WS-OLD-LEGAL-HOLD       PIC S9(13)V99.
    05  WS-ACCOUNT-ON-FILE-FLAG PIC X(1).
        88  ACCOUNT-ON-FILE     VALUE 'Y'.

*> The lookback window opens on the same day of the month two
*> months before the review date (the last day of that month when it
*> is shorter) and runs through the review date itself.
01  WS-LOOKBACK-FIELDS.
    05  WS-LOOKBACK-START       PIC X(8).
    05  WS-LOOKBACK-START-NUM REDEFINES WS-LOOKBACK-START PIC 9(8).
    05  WS-LB-YEAR              PIC 9(4).
    05  WS-LB-MONTH             PIC 9(2).
    05  WS-LB-DAY               PIC 9(2).
    05  WS-LB-NEXT-YEAR         PIC 9(4).
    05  WS-LB-NEXT-MONTH        PIC 9(2).
    05  WS-LB-MONTH-END         PIC 9(8).
    05  WS-LB-LAST-DAY          PIC 9(2).

01  WS-RUN-COUNTS.
    05  WS-HOLDS-PLACED         PIC 9(7) VALUE ZERO.
    05  WS-HOLDS-LIFTED         PIC 9(7) VALUE ZERO.
    05  WS-FEES-CHARGED         PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-LIFTED         PIC S9(13)V99 VALUE ZERO.

01  WS-AMOUNT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-AMOUNT-DISPLAY-2          PIC ZZZ,ZZZ,ZZ9.99.
01  WS-BALANCE-DISPLAY           PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-TELLER-ID                 PIC X(10) VALUE 'BATCH'.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM PROCESS-ALL-ORDERS
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          LEVY / GARNISHMENT ORDER PROCESSING'
    DISPLAY '==================================================================='
    OPEN I-O GARNORD-FILE
    IF NOT GARNORD-FILE-SUCCESS
        DISPLAY 'No garnishment orders on file -- nothing to do.'
        PERFORM GET-CURRENT-DATE-TIME
        PERFORM WRITE-RUN-STATISTICS
        STOP RUN
    END-IF

    OPEN I-O ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        CLOSE GARNORD-FILE
        STOP RUN
    END-IF

    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS
    PERFORM COMPUTE-LOOKBACK-START
    MOVE SPACES TO WS-ANSWER-FILE-NAME
    STRING 'data/levy_answers_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-ANSWER-FILE-NAME
    MOVE WS-LEVY-FEE TO WS-AMOUNT-DISPLAY
    DISPLAY 'Review Date:     ' WS-CURRENT-DATE
    DISPLAY 'Lookback From:   ' WS-LOOKBACK-START
    DISPLAY 'Levy Fee:       $' WS-AMOUNT-DISPLAY.

*> Month arithmetic for the lookback start. The month end of the
*> target month is the day before the first of the month after it.
COMPUTE-LOOKBACK-START.
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) TO WS-LB-YEAR
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) TO WS-LB-MONTH
    MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(7:2)) TO WS-LB-DAY
    IF WS-LB-MONTH > 2
        SUBTRACT 2 FROM WS-LB-MONTH
    ELSE
        ADD 10 TO WS-LB-MONTH
        SUBTRACT 1 FROM WS-LB-YEAR
    END-IF

    MOVE WS-LB-YEAR TO WS-LB-NEXT-YEAR
    IF WS-LB-MONTH = 12
        MOVE 1 TO WS-LB-NEXT-MONTH
        ADD 1 TO WS-LB-NEXT-YEAR
    ELSE
        COMPUTE WS-LB-NEXT-MONTH = WS-LB-MONTH + 1
    END-IF
    COMPUTE WS-LB-MONTH-END = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-LB-NEXT-YEAR * 10000
            + WS-LB-NEXT-MONTH * 100 + 1) - 1)
    MOVE WS-LB-MONTH-END(7:2) TO WS-LB-LAST-DAY
    IF WS-LB-DAY > WS-LB-LAST-DAY
        MOVE WS-LB-LAST-DAY TO WS-LB-DAY
    END-IF
    COMPUTE WS-LOOKBACK-START-NUM =
        WS-LB-YEAR * 10000 + WS-LB-MONTH * 100 + WS-LB-DAY.

*> One pass over the register in order-number order. Anything other
*> than a new order or a lift a supervisor has asked for is just
*> counted and passed over.
PROCESS-ALL-ORDERS.
    MOVE 1 TO GRN-ORDER-ID
    START GARNORD-FILE KEY NOT < GRN-ORDER-ID
    IF GARNORD-FILE-SUCCESS
        PERFORM READ-NEXT-ORDER
        PERFORM UNTIL NOT GARNORD-FILE-SUCCESS
            ADD 1 TO WS-RST-READ
            MOVE GRN-ORDER-ID TO WS-GRN-ORDER-ID
            MOVE GRN-ACCOUNT TO WS-GRN-ACCOUNT
            MOVE GRN-CASE-NUMBER TO WS-GRN-CASE-NUMBER
            MOVE GRN-STATUS TO WS-GRN-STATUS
            MOVE GRN-HOLD-AMOUNT TO WS-GRN-HOLD-AMOUNT
            EVALUATE TRUE
                WHEN GRN-NEW
                    PERFORM REVIEW-NEW-ORDER
                WHEN GRN-RELEASE-PENDING
                WHEN GRN-SATISFY-PENDING
                    PERFORM LIFT-ORDER-HOLD
                WHEN OTHER
                    ADD 1 TO WS-RST-SKIPPED
            END-EVALUATE
            PERFORM RESUME-ORDER-SCAN
        END-PERFORM
    END-IF.

READ-NEXT-ORDER.
    READ GARNORD-FILE NEXT RECORD AT END
        MOVE '10' TO WS-GARNORD-FILE-STATUS
    END-READ.

*> Keyed reads (and the alternate-key search for another held case)
*> move the file off the sequential pass; this puts it back just past
*> the order in hand and reads on.
RESUME-ORDER-SCAN.
    MOVE WS-GRN-ORDER-ID TO GRN-ORDER-ID
    START GARNORD-FILE KEY > GRN-ORDER-ID
    IF GARNORD-FILE-SUCCESS
        PERFORM READ-NEXT-ORDER
    END-IF.

*> Re-reads the order in hand under a record lock and checks nobody
*> moved it on since the pass read it, so the teller screen and this
*> job never both act on one order.
LOCK-CURRENT-ORDER.
    MOVE 'N' TO WS-ORDER-LOCKED-FLAG
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    MOVE WS-GRN-ORDER-ID TO GRN-ORDER-ID
    READ GARNORD-FILE WITH LOCK
    PERFORM UNTIL NOT GARNORD-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        MOVE WS-GRN-ORDER-ID TO GRN-ORDER-ID
        READ GARNORD-FILE WITH LOCK
    END-PERFORM
    IF GARNORD-FILE-SUCCESS
        IF GRN-STATUS = WS-GRN-STATUS
            SET ORDER-LOCKED TO TRUE
        ELSE
            UNLOCK GARNORD-FILE
        END-IF
    END-IF.

LOCK-ORDER-ACCOUNT.
    MOVE 'N' TO WS-ACCOUNT-LOCKED-FLAG
    MOVE 'N' TO WS-ACCOUNT-ON-FILE-FLAG
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    MOVE WS-GRN-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        MOVE WS-GRN-ACCOUNT TO ACCOUNT-NUMBER
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM
    EVALUATE TRUE
        WHEN FILE-SUCCESS
            SET ACCOUNT-ON-FILE TO TRUE
            SET ACCOUNT-LOCKED TO TRUE
        WHEN FILE-RECORD-LOCKED
            SET ACCOUNT-ON-FILE TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Reviews a new order against the account tonight. An account the
*> bank does not hold, one already closed, or a loan (which holds no
*> funds of the customer's) is answered with nothing held and the
*> order closed.
REVIEW-NEW-ORDER.
    PERFORM LOCK-CURRENT-ORDER
    IF NOT ORDER-LOCKED
        ADD 1 TO WS-RST-SKIPPED
        DISPLAY 'SKIPPED order ' WS-GRN-ORDER-ID
                ' (in use by another session)'
    ELSE
        PERFORM LOCK-ORDER-ACCOUNT
        EVALUATE TRUE
            WHEN ACCOUNT-ON-FILE AND NOT ACCOUNT-LOCKED
                UNLOCK GARNORD-FILE
                ADD 1 TO WS-RST-SKIPPED
                DISPLAY 'SKIPPED order ' WS-GRN-ORDER-ID
                        ' account ' WS-GRN-ACCOUNT
                        ' (locked by another session)'
            WHEN NOT ACCOUNT-ON-FILE
                PERFORM ANSWER-NO-ACCOUNT
            WHEN LOAN-ACCOUNT
                    OR (NOT ACTIVE-ACCOUNT AND NOT DORMANT-ACCOUNT)
                UNLOCK ACCOUNT-FILE
                PERFORM ANSWER-NO-ACCOUNT
            WHEN OTHER
                PERFORM PLACE-ORDER-HOLD
        END-EVALUATE
    END-IF.

ANSWER-NO-ACCOUNT.
    MOVE ZERO TO WS-BENEFIT-TOTAL
    MOVE ZERO TO WS-PROTECTED-AMOUNT
    MOVE ZERO TO WS-HOLD-PLACED
    MOVE ZERO TO WS-FEE-AMOUNT
    MOVE 'X' TO GRN-STATUS
    MOVE WS-CURRENT-DATE TO GRN-REVIEW-DATE
    MOVE ZERO TO GRN-REVIEW-BALANCE
    MOVE ZERO TO GRN-PROTECTED-AMOUNT
    MOVE ZERO TO GRN-HOLD-AMOUNT
    MOVE ZERO TO GRN-FEE-AMOUNT
    REWRITE GARNORD-RECORD
    UNLOCK GARNORD-FILE
    PERFORM WRITE-COURT-ANSWER
    ADD 1 TO WS-RST-REJECTED
    DISPLAY 'Order ' WS-GRN-ORDER-ID ' account ' WS-GRN-ACCOUNT
            ' -- no open deposit account, answered nothing held'.

*> The review proper. ACCOUNT-RECORD is locked; GARNORD-RECORD is
*> the locked order.
PLACE-ORDER-HOLD.
    PERFORM TOTAL-LOOKBACK-BENEFITS

    *> Protected: the benefit credits in the window, but never more
    *> than the account actually holds.
    MOVE WS-BENEFIT-TOTAL TO WS-PROTECTED-AMOUNT
    IF WS-PROTECTED-AMOUNT > ACCOUNT-BALANCE
        MOVE ACCOUNT-BALANCE TO WS-PROTECTED-AMOUNT
    END-IF
    IF WS-PROTECTED-AMOUNT < ZERO
        MOVE ZERO TO WS-PROTECTED-AMOUNT
    END-IF

    COMPUTE WS-NONEXEMPT-AMOUNT =
        ACCOUNT-BALANCE - WS-PROTECTED-AMOUNT - LEGAL-HOLD-AMOUNT
    IF WS-NONEXEMPT-AMOUNT < ZERO
        MOVE ZERO TO WS-NONEXEMPT-AMOUNT
    END-IF

    *> The fee comes off the non-exempt funds ahead of the hold. An
    *> estate-frozen account takes no new debits, fee included.
    MOVE WS-LEVY-FEE TO WS-FEE-AMOUNT
    IF WS-FEE-AMOUNT > WS-NONEXEMPT-AMOUNT
        MOVE WS-NONEXEMPT-AMOUNT TO WS-FEE-AMOUNT
    END-IF
    IF ESTATE-FROZEN OR WS-FEE-AMOUNT < ZERO
        MOVE ZERO TO WS-FEE-AMOUNT
    END-IF

    COMPUTE WS-HOLD-PLACED = WS-NONEXEMPT-AMOUNT - WS-FEE-AMOUNT
    IF WS-HOLD-PLACED > GRN-ORDER-AMOUNT
        MOVE GRN-ORDER-AMOUNT TO WS-HOLD-PLACED
    END-IF

    MOVE ACCOUNT-BALANCE TO GRN-REVIEW-BALANCE
    MOVE LEGAL-HOLD-AMOUNT TO WS-OLD-LEGAL-HOLD
    SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
    ADD WS-HOLD-PLACED TO LEGAL-HOLD-AMOUNT
    IF WS-HOLD-PLACED > ZERO AND LEGAL-HOLD-CASE-REF = SPACES
        MOVE GRN-CASE-NUMBER TO LEGAL-HOLD-CASE-REF
    END-IF
    IF WS-FEE-AMOUNT > ZERO
        MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    END-IF
    PERFORM COMPUTE-AVAILABLE-BALANCE

    REWRITE ACCOUNT-RECORD
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                ' status ' WS-FILE-STATUS
        UNLOCK ACCOUNT-FILE
        UNLOCK GARNORD-FILE
        ADD 1 TO WS-RST-REJECTED
    ELSE
        IF WS-FEE-AMOUNT > ZERO
            PERFORM LOG-FEE-TRANSACTION
            ADD 1 TO WS-FEES-CHARGED
            MOVE ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
            MOVE 'F' TO WS-NOTICE-EVENT-CODE
            MOVE WS-FEE-AMOUNT TO WS-NOTICE-AMOUNT
            MOVE WS-CURRENT-DATE TO WS-NOTICE-EVENT-DATE
            MOVE GRN-CASE-NUMBER TO WS-NOTICE-REFERENCE
            PERFORM WRITE-CUSTOMER-NOTICE
        END-IF
        UNLOCK ACCOUNT-FILE

        MOVE 'H' TO GRN-STATUS
        MOVE WS-CURRENT-DATE TO GRN-REVIEW-DATE
        MOVE WS-PROTECTED-AMOUNT TO GRN-PROTECTED-AMOUNT
        MOVE WS-HOLD-PLACED TO GRN-HOLD-AMOUNT
        MOVE WS-FEE-AMOUNT TO GRN-FEE-AMOUNT
        REWRITE GARNORD-RECORD
        UNLOCK GARNORD-FILE

        MOVE ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
        MOVE 'G' TO WS-NOTICE-EVENT-CODE
        MOVE WS-HOLD-PLACED TO WS-NOTICE-AMOUNT
        MOVE GRN-RECEIVED-DATE TO WS-NOTICE-EVENT-DATE
        MOVE GRN-CASE-NUMBER TO WS-NOTICE-REFERENCE
        PERFORM WRITE-CUSTOMER-NOTICE
        PERFORM WRITE-COURT-ANSWER

        ADD 1 TO WS-HOLDS-PLACED
        ADD 1 TO WS-RST-POSTED
        ADD WS-HOLD-PLACED TO WS-RST-CONTROL-AMOUNT
        MOVE WS-HOLD-PLACED TO WS-AMOUNT-DISPLAY
        MOVE WS-PROTECTED-AMOUNT TO WS-AMOUNT-DISPLAY-2
        DISPLAY 'Order ' WS-GRN-ORDER-ID ' account ' ACCOUNT-NUMBER
                ' held $' WS-AMOUNT-DISPLAY
                ' protected $' WS-AMOUNT-DISPLAY-2
    END-IF.

*> Sums the benefit credits posted to the account inside the
*> lookback window, by the FROM-ACCOUNT key ACHIMPRT posts deposits
*> under -- the same walk DEBITIMP takes for its fee count.
TOTAL-LOOKBACK-BENEFITS.
    MOVE ZERO TO WS-BENEFIT-TOTAL
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
        START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
        IF WS-TRANS-FILE-STATUS = '00'
            PERFORM READ-NEXT-TRANSACTION
            PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                    OR FROM-ACCOUNT NOT = ACCOUNT-NUMBER
                IF TRANS-TYPE = 'D'
                        AND TRANS-DATE NOT < WS-LOOKBACK-START
                        AND TRANS-DATE NOT > WS-CURRENT-DATE
                        AND TRANS-DESCRIPTION(1:19)
                            = 'ACH BENEFIT DEPOSIT'
                    ADD TRANS-AMOUNT TO WS-BENEFIT-TOTAL
                END-IF
                PERFORM READ-NEXT-TRANSACTION
            END-PERFORM
        END-IF
        CLOSE TRANSACTION-FILE
    END-IF.

READ-NEXT-TRANSACTION.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
    END-READ.

*> Takes off exactly what this order held. The replacement case
*> reference is looked up first, before either record is locked,
*> since the search reads over the order record.
LIFT-ORDER-HOLD.
    PERFORM FIND-OTHER-HELD-CASE
    PERFORM LOCK-CURRENT-ORDER
    IF NOT ORDER-LOCKED
        ADD 1 TO WS-RST-SKIPPED
        DISPLAY 'SKIPPED order ' WS-GRN-ORDER-ID
                ' (in use by another session)'
    ELSE
        PERFORM LOCK-ORDER-ACCOUNT
        EVALUATE TRUE
            WHEN ACCOUNT-ON-FILE AND NOT ACCOUNT-LOCKED
                UNLOCK GARNORD-FILE
                ADD 1 TO WS-RST-SKIPPED
                DISPLAY 'SKIPPED order ' WS-GRN-ORDER-ID
                        ' account ' WS-GRN-ACCOUNT
                        ' (locked by another session)'
            WHEN NOT ACCOUNT-ON-FILE
                PERFORM CLOSE-LIFTED-ORDER
            WHEN OTHER
                SUBTRACT WS-GRN-HOLD-AMOUNT FROM LEGAL-HOLD-AMOUNT
                IF LEGAL-HOLD-AMOUNT < ZERO
                    MOVE ZERO TO LEGAL-HOLD-AMOUNT
                END-IF
                IF LEGAL-HOLD-AMOUNT = ZERO
                    MOVE SPACES TO LEGAL-HOLD-CASE-REF
                ELSE
                    IF LEGAL-HOLD-CASE-REF = WS-GRN-CASE-NUMBER
                        MOVE WS-GRN-OTHER-CASE TO LEGAL-HOLD-CASE-REF
                    END-IF
                END-IF
                PERFORM COMPUTE-AVAILABLE-BALANCE
                REWRITE ACCOUNT-RECORD
                IF FILE-SUCCESS
                    UNLOCK ACCOUNT-FILE
                    PERFORM CLOSE-LIFTED-ORDER
                ELSE
                    DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                            ' status ' WS-FILE-STATUS
                    UNLOCK ACCOUNT-FILE
                    UNLOCK GARNORD-FILE
                    ADD 1 TO WS-RST-REJECTED
                END-IF
        END-EVALUATE
    END-IF.

CLOSE-LIFTED-ORDER.
    IF GRN-SATISFY-PENDING
        MOVE 'P' TO GRN-STATUS
    ELSE
        MOVE 'L' TO GRN-STATUS
    END-IF
    MOVE WS-CURRENT-DATE TO GRN-LIFTED-DATE
    REWRITE GARNORD-RECORD
    UNLOCK GARNORD-FILE

    IF WS-GRN-HOLD-AMOUNT > ZERO
        MOVE WS-GRN-ACCOUNT TO WS-NOTICE-ACCOUNT
        MOVE 'L' TO WS-NOTICE-EVENT-CODE
        MOVE WS-GRN-HOLD-AMOUNT TO WS-NOTICE-AMOUNT
        MOVE WS-CURRENT-DATE TO WS-NOTICE-EVENT-DATE
        MOVE WS-GRN-CASE-NUMBER TO WS-NOTICE-REFERENCE
        PERFORM WRITE-CUSTOMER-NOTICE
    END-IF

    ADD 1 TO WS-HOLDS-LIFTED
    ADD 1 TO WS-RST-POSTED
    ADD WS-GRN-HOLD-AMOUNT TO WS-TOTAL-LIFTED
    MOVE WS-GRN-HOLD-AMOUNT TO WS-AMOUNT-DISPLAY
    DISPLAY 'Order ' WS-GRN-ORDER-ID ' account ' WS-GRN-ACCOUNT
            ' hold lifted $' WS-AMOUNT-DISPLAY.

*> The case number the account should show once this order is off
*> it: the first other order on the account still holding funds,
*> found by the alternate account key, or spaces when there is none.
FIND-OTHER-HELD-CASE.
    MOVE SPACES TO WS-GRN-OTHER-CASE
    MOVE WS-GRN-ACCOUNT TO GRN-ACCOUNT
    START GARNORD-FILE KEY NOT < GRN-ACCOUNT
    IF GARNORD-FILE-SUCCESS
        PERFORM READ-NEXT-ORDER
        PERFORM UNTIL NOT GARNORD-FILE-SUCCESS
                OR GRN-ACCOUNT NOT = WS-GRN-ACCOUNT
                OR WS-GRN-OTHER-CASE NOT = SPACES
            IF GRN-ORDER-ID NOT = WS-GRN-ORDER-ID
                    AND GRN-HOLD-AMOUNT > ZERO
                    AND (GRN-HOLD-PLACED OR GRN-RELEASE-PENDING
                         OR GRN-SATISFY-PENDING)
                MOVE GRN-CASE-NUMBER TO WS-GRN-OTHER-CASE
            END-IF
            PERFORM READ-NEXT-ORDER
        END-PERFORM
    END-IF.

*> Same rule as BANKLED's COMPUTE-AVAILABLE-BALANCE: an expired
*> deposit hold drops away, then both holds come off the balance.
COMPUTE-AVAILABLE-BALANCE.
    IF HOLD-RELEASE-DATE NOT = SPACES
            AND HOLD-RELEASE-DATE <= WS-CURRENT-DATE
        MOVE ZERO TO HOLD-AMOUNT
        MOVE SPACES TO HOLD-RELEASE-DATE
    END-IF
    COMPUTE AVAILABLE-BALANCE =
        ACCOUNT-BALANCE - HOLD-AMOUNT - LEGAL-HOLD-AMOUNT.

*> The garnishee's answer for the order in hand: what the bank found,
*> what it protected and why, what it is holding. GARNORD-RECORD
*> still holds the order; ACCOUNT-RECORD the account when there is
*> one. The file is opened on the first answer of the night and
*> extended on a re-run, so a rerun's answers land beside the first.
WRITE-COURT-ANSWER.
    IF NOT ANSWER-FILE-OPEN
        OPEN EXTEND ANSWER-FILE
        IF NOT ANSWER-FILE-SUCCESS
            OPEN OUTPUT ANSWER-FILE
        END-IF
        SET ANSWER-FILE-OPEN TO TRUE
    END-IF

    MOVE ALL '=' TO ANSWER-LINE
    WRITE ANSWER-LINE
    MOVE 'ANSWER OF GARNISHEE BANK' TO ANSWER-LINE
    WRITE ANSWER-LINE
    MOVE SPACES TO ANSWER-LINE
    WRITE ANSWER-LINE
    MOVE SPACES TO ANSWER-LINE
    STRING 'Case number: ' GRN-CASE-NUMBER
           '   Bank order no. ' GRN-ORDER-ID
        DELIMITED BY SIZE INTO ANSWER-LINE
    WRITE ANSWER-LINE
    MOVE SPACES TO ANSWER-LINE
    STRING 'Creditor:    ' GRN-CREDITOR
        DELIMITED BY SIZE INTO ANSWER-LINE
    WRITE ANSWER-LINE
    MOVE GRN-ORDER-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE SPACES TO ANSWER-LINE
    IF GRN-GARNISHMENT
        STRING 'Garnishment served '
               GRN-RECEIVED-DATE(5:2) '/' GRN-RECEIVED-DATE(7:2) '/'
               GRN-RECEIVED-DATE(1:4)
               ' for $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
    ELSE
        STRING 'Levy served '
               GRN-RECEIVED-DATE(5:2) '/' GRN-RECEIVED-DATE(7:2) '/'
               GRN-RECEIVED-DATE(1:4)
               ' for $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
    END-IF
    WRITE ANSWER-LINE
    MOVE SPACES TO ANSWER-LINE
    WRITE ANSWER-LINE

    IF GRN-NO-ACCOUNT
        MOVE SPACES TO ANSWER-LINE
        STRING 'The bank holds no open deposit account numbered '
               GRN-ACCOUNT '.'
            DELIMITED BY SIZE INTO ANSWER-LINE
        WRITE ANSWER-LINE
        MOVE 'No funds are held under this order.' TO ANSWER-LINE
        WRITE ANSWER-LINE
    ELSE
        MOVE SPACES TO ANSWER-LINE
        STRING 'Account:     ' ACCOUNT-NUMBER '  '
               HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
            INTO ANSWER-LINE
        WRITE ANSWER-LINE
        MOVE GRN-REVIEW-BALANCE TO WS-BALANCE-DISPLAY
        MOVE SPACES TO ANSWER-LINE
        STRING 'Balance on review ' WS-CURRENT-DATE(5:2) '/'
               WS-CURRENT-DATE(7:2) '/' WS-CURRENT-DATE(1:4)
               ':        $' WS-BALANCE-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
        WRITE ANSWER-LINE
        MOVE WS-BENEFIT-TOTAL TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO ANSWER-LINE
        STRING 'Federal benefit deposits since '
               WS-LOOKBACK-START(5:2) '/' WS-LOOKBACK-START(7:2) '/'
               WS-LOOKBACK-START(1:4)
               ': $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
        WRITE ANSWER-LINE
        MOVE WS-PROTECTED-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO ANSWER-LINE
        STRING 'Protected amount, left available: $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
        WRITE ANSWER-LINE
        MOVE WS-OLD-LEGAL-HOLD TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO ANSWER-LINE
        STRING 'Already held under prior process: $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
        WRITE ANSWER-LINE
        MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO ANSWER-LINE
        STRING 'Levy processing fee charged:      $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
        WRITE ANSWER-LINE
        MOVE WS-HOLD-PLACED TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO ANSWER-LINE
        STRING 'Amount held under this order:     $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO ANSWER-LINE
        WRITE ANSWER-LINE
        IF WS-HOLD-PLACED < GRN-ORDER-AMOUNT
            MOVE 'The non-exempt funds on deposit do not cover the'
                TO ANSWER-LINE
            WRITE ANSWER-LINE
            MOVE 'order in full.' TO ANSWER-LINE
            WRITE ANSWER-LINE
        END-IF
    END-IF

    MOVE SPACES TO ANSWER-LINE
    WRITE ANSWER-LINE
    MOVE 'Legal Orders Department' TO ANSWER-LINE
    WRITE ANSWER-LINE
    MOVE SPACES TO ANSWER-LINE
    WRITE ANSWER-LINE.

*> Leaves COUNTER-FILE open for the rest of the run so
*> GET-NEXT-TRANS-ID can fetch-and-increment CTL-NEXT-TRANS-ID under
*> a record lock as each fee is logged. A missing control record is
*> derived from the high keys on file, same fallback MAINTFEE uses.
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

LOG-FEE-TRANSACTION.
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
    MOVE 'F' TO TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-FEE-AMOUNT TO TRANS-AMOUNT
    MOVE SPACES TO TRANS-DESCRIPTION
    STRING 'LEVY PROCESSING FEE ' GRN-CASE-NUMBER
        DELIMITED BY SIZE INTO TRANS-DESCRIPTION
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
        PERFORM CHECK-LARGE-TRANSACTION
    ELSE
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE.

*> Flags any posting at or above WS-CTR-THRESHOLD to the currency-
*> transaction log, same as BANKLED's CHECK-LARGE-TRANSACTION.
CHECK-LARGE-TRANSACTION.
    IF TRANS-AMOUNT >= WS-CTR-THRESHOLD
        OPEN EXTEND CTR-FILE
        IF NOT CTR-FILE-SUCCESS
            OPEN OUTPUT CTR-FILE
        END-IF

        MOVE TRANS-ID TO CTR-TRANS-ID
        MOVE TRANS-DATE TO CTR-DATE
        MOVE TRANS-TIME TO CTR-TIME
        MOVE TRANS-TYPE TO CTR-TRANS-TYPE
        MOVE ACCOUNT-NUMBER TO CTR-ACCOUNT-NUMBER
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
               INTO CTR-HOLDER-NAME
        MOVE TRANS-AMOUNT TO CTR-AMOUNT
        MOVE TELLER-ID TO CTR-TELLER-ID

        WRITE CTR-RECORD
        CLOSE CTR-FILE
    END-IF.

*> Drops one event on the customer notice queue. Caller stages the
*> account, event code ('G' levy or garnishment hold placed, 'L'
*> that hold lifted, 'F' fee assessed), amount, the relevant date and
*> the case number as reference; NOTICEGN formats the letters.
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

*> Pulls this job's tunables from the central parameter file: the
*> levy processing fee and the CTR threshold.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'LEVY-FEE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-LEVY-FEE
        END-IF
        MOVE 'CTR-THRESHOLD' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-CTR-THRESHOLD
        END-IF
        CLOSE BANKPARM-FILE
    END-IF.

*> Finds the latest record for WS-PARM-LOOKUP-KEY effective on or
*> before the run date. Records come back in effective-date order, so
*> the last qualifying one wins.
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

GET-CURRENT-DATE-TIME.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME.

CLEANUP-BATCH.
    CLOSE GARNORD-FILE
    CLOSE ACCOUNT-FILE
    CLOSE COUNTER-FILE
    IF ANSWER-FILE-OPEN
        CLOSE ANSWER-FILE
    END-IF
    PERFORM WRITE-RUN-STATISTICS
    MOVE WS-RST-CONTROL-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE WS-TOTAL-LIFTED TO WS-AMOUNT-DISPLAY-2
    DISPLAY ' '
    DISPLAY 'Orders reviewed, hold placed:  ' WS-HOLDS-PLACED
            '  total held   $' WS-AMOUNT-DISPLAY
    DISPLAY 'Orders released or satisfied:  ' WS-HOLDS-LIFTED
            '  total lifted $' WS-AMOUNT-DISPLAY-2
    DISPLAY 'Levy fees charged:             ' WS-FEES-CHARGED
    DISPLAY 'Orders answered, no account:   ' WS-RST-REJECTED
    IF WS-HOLDS-PLACED > ZERO OR WS-RST-REJECTED > ZERO
        DISPLAY 'Court answers: ' WS-ANSWER-FILE-NAME
    END-IF
    DISPLAY '==================================================================='.

*> Fetches the next transaction ID under a lock on COUNTER-FILE's one
*> control record, same as BANKLED's GET-NEXT-TRANS-ID.
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
        MOVE 'LEVYPROC' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

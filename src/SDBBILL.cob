IDENTIFICATION DIVISION.
PROGRAM-ID. SDBBILL.

*> Nightly safe deposit box billing job. Every rented box on the box
*> inventory (data/sdboxes.dat) whose rent due date has come round
*> has its annual rent drawn from the billing account as an 'F' fee
*> posting, and the due date rolls on a year from the old one, so a
*> box is billed once a year on its own anniversary and the work is
*> spread across the year rather than landing in one night.
*>
*> Rent is taken whole or not at all: an account that is closed,
*> blocked, frozen or short of available funds for the full year is
*> left untouched, the box is marked unpaid since its due date and a
*> 'B' notice is queued so NOTICEGN writes to the renter. The due
*> date does not move, so the charge is tried again every night until
*> it goes through -- the notice goes out once, on the first failure,
*> and access to the box is refused at the teller screen meanwhile.
*>
*> A box still unpaid more than SDB-GRACE-DAYS after its rent fell due
*> goes on the drilling list (data/sdb_drill_YYYYMMDD.txt) for the
*> branch to start the forced-opening process; the list is rebuilt
*> every night from the inventory, so a box drops off the moment its
*> rent is paid or it is released.
*>
*> Safe to re-run: a billed box's due date has moved a year out, and
*> an unpaid box already carrying its unpaid-since date is not
*> re-noticed. No checkpoint is needed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-FILE-STATUS.

    SELECT SDBOX-FILE ASSIGN TO 'data/sdboxes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDB-KEY
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-SDBOX-FILE-STATUS.

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

    SELECT DRILL-REPORT-FILE ASSIGN TO WS-DRILL-RPT-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-DRILL-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
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

*> Safe deposit box inventory, maintained from BANKLED's Safe Deposit
*> Boxes screen: one record per box, keyed by branch and box number.
*> This job moves the rent due date, the unpaid-since date and the
*> last-billed date; everything else belongs to the teller screen.
FD  SDBOX-FILE.
01  SDBOX-RECORD.
    05  SDB-KEY.
        10  SDB-BRANCH          PIC X(4).
        10  SDB-BOX-NUMBER      PIC 9(5).
    05  SDB-SIZE                PIC X(1).
        88  SDB-SMALL           VALUE 'S'.
        88  SDB-MEDIUM          VALUE 'M'.
        88  SDB-LARGE           VALUE 'L'.
        88  SDB-EXTRA-LARGE     VALUE 'X'.
    05  SDB-ANNUAL-RENT         PIC 9(7)V99.
    05  SDB-STATUS              PIC X(1).
        88  SDB-VACANT          VALUE 'V'.
        88  SDB-RENTED          VALUE 'R'.
    05  SDB-RENTER-TAX-ID       PIC X(11).
    05  SDB-RENTER-NAME         PIC X(41).
    05  SDB-CO-RENTER-TAX-ID    PIC X(11).
    05  SDB-CO-RENTER-NAME      PIC X(41).
    05  SDB-BILLING-ACCOUNT     PIC 9(10).
    05  SDB-RENTED-DATE         PIC X(8).
    05  SDB-RENT-DUE-DATE       PIC X(8).
    05  SDB-UNPAID-SINCE        PIC X(8).
    05  SDB-LAST-BILLED-DATE    PIC X(8).
    05  SDB-LAST-VISIT-DATE     PIC X(8).
    05  SDB-VISIT-COUNT         PIC 9(5).
    05  SDB-UPDATED-BY          PIC X(10).
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

*> Customer notice queue. This job drops a 'B' (box rent unpaid)
*> event the first night a box's rent cannot be collected; the
*> reference carries the box id so the letter can name it.
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

*> Central bank-parameter file; this job reads the drilling grace
*> period at startup and falls back to the compiled default.
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

*> The drilling list: boxes past grace with the rent still unpaid.
FD  DRILL-REPORT-FILE.
01  DRILL-REPORT-LINE           PIC X(132).

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

01  WS-SDBOX-FILE-STATUS        PIC X(2).
    88  SDBOX-FILE-SUCCESS      VALUE '00'.
    88  SDBOX-FILE-AT-END       VALUE '10'.
    88  SDBOX-RECORD-LOCKED     VALUE '90' THRU '99'.
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

01  WS-DRILL-RPT-STATUS         PIC X(2).
    88  DRILL-RPT-SUCCESS       VALUE '00'.
01  WS-DRILL-RPT-NAME           PIC X(40).
01  WS-DRILL-RPT-OPEN-FLAG      PIC X(1) VALUE 'N'.
    88  DRILL-RPT-OPENED        VALUE 'Y'.

*> Days a box may sit unpaid past its due date before it is listed
*> for drilling; compiled default overridden by SDB-GRACE-DAYS.
01  WS-SDB-CONTROLS.
    05  WS-GRACE-DAYS           PIC 9(4) VALUE 60.

*> The box in hand: its printable id, whether tonight's charge went
*> through, and the due-date roll.
01  WS-BILL-FIELDS.
    05  WS-BOX-ID               PIC X(10).
    05  WS-RENT-AMOUNT          PIC 9(7)V99.
    05  WS-COLLECT-FLAG         PIC X(1).
        88  RENT-COLLECTABLE    VALUE 'Y'.
    05  WS-REFUSAL-REASON       PIC X(20).
    05  WS-POST-DESCRIPTION     PIC X(50).
    05  WS-DAYS-UNPAID          PIC S9(7).
    05  WS-ROLL-YEAR            PIC 9(4).
    05  WS-ROLL-MONTH           PIC 9(2).
    05  WS-ROLL-DAY             PIC 9(2).
    05  WS-ROLL-MONTHS          PIC 9(2).
    05  WS-ROLL-DATE-NUM        PIC 9(8).
    05  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-DAYS-DISPLAY         PIC Z,ZZZ,ZZ9.

01  WS-COUNTERS.
    05  WS-BOXES-BILLED         PIC 9(7) VALUE ZERO.
    05  WS-BOXES-UNPAID         PIC 9(7) VALUE ZERO.
    05  WS-NOTICES-QUEUED       PIC 9(7) VALUE ZERO.
    05  WS-BOXES-TO-DRILL       PIC 9(7) VALUE ZERO.

01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM BILL-DUE-BOXES
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          SAFE DEPOSIT BOX RENT BILLING BATCH JOB'
    DISPLAY '==================================================================='

    OPEN I-O ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O SDBOX-FILE
    IF NOT SDBOX-FILE-SUCCESS
        OPEN OUTPUT SDBOX-FILE
        CLOSE SDBOX-FILE
        OPEN I-O SDBOX-FILE
    END-IF

    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS.

*> Pulls this job's tunables from the central parameter file.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'SDB-GRACE-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-GRACE-DAYS
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

*> A straight walk of the inventory. Vacant boxes are passed over;
*> a rented box is billed when its due date has come round, and then
*> -- billed or not -- checked against the drilling grace period.
BILL-DUE-BOXES.
    DISPLAY ' '
    DISPLAY 'SAFE DEPOSIT BOX RENT, ' WS-CURRENT-DATE
    DISPLAY '-------------------------------------------------------------------'
    MOVE LOW-VALUES TO SDB-KEY
    START SDBOX-FILE KEY NOT < SDB-KEY
    IF SDBOX-FILE-SUCCESS
        PERFORM READ-NEXT-SDBOX
        PERFORM UNTIL SDBOX-FILE-AT-END
            IF SDB-RENTED
                ADD 1 TO WS-RST-READ
                MOVE SPACES TO WS-BOX-ID
                STRING SDB-BRANCH '-' SDB-BOX-NUMBER
                    DELIMITED BY SIZE INTO WS-BOX-ID
                IF SDB-RENT-DUE-DATE NOT = SPACES
                        AND SDB-RENT-DUE-DATE <= WS-CURRENT-DATE
                    PERFORM BILL-ONE-BOX
                END-IF
                IF SDB-UNPAID-SINCE NOT = SPACES
                    PERFORM CHECK-DRILLING-GRACE
                END-IF
            END-IF
            PERFORM READ-NEXT-SDBOX
        END-PERFORM
    END-IF.

READ-NEXT-SDBOX.
    READ SDBOX-FILE NEXT RECORD AT END
        MOVE '10' TO WS-SDBOX-FILE-STATUS
    END-READ.

*> Draws the year's rent from the billing account when the account
*> can pay it in full. The account is read with lock and its
*> available balance recomputed the way STANDORD does, so funds held
*> against an uncleared deposit or a legal hold are not touched.
BILL-ONE-BOX.
    MOVE SDB-ANNUAL-RENT TO WS-RENT-AMOUNT
    MOVE 'N' TO WS-COLLECT-FLAG
    MOVE SPACES TO WS-REFUSAL-REASON
    MOVE SDB-BILLING-ACCOUNT TO ACCOUNT-NUMBER
    PERFORM READ-ACCOUNT-WITH-LOCK

    EVALUATE TRUE
        WHEN NOT FILE-SUCCESS
            MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSAL-REASON
        WHEN NOT ACTIVE-ACCOUNT
            MOVE 'ACCOUNT NOT ACTIVE' TO WS-REFUSAL-REASON
        WHEN DEBITS-BLOCKED
            MOVE 'DEBITS BLOCKED' TO WS-REFUSAL-REASON
        WHEN ESTATE-FROZEN
            MOVE 'ESTATE FROZEN' TO WS-REFUSAL-REASON
        WHEN OTHER
            PERFORM COMPUTE-AVAILABLE-BALANCE
            IF WS-RENT-AMOUNT > AVAILABLE-BALANCE
                MOVE 'INSUFFICIENT FUNDS' TO WS-REFUSAL-REASON
            ELSE
                SET RENT-COLLECTABLE TO TRUE
            END-IF
    END-EVALUATE

    IF RENT-COLLECTABLE
        PERFORM COLLECT-BOX-RENT
    ELSE
        IF FILE-SUCCESS
            PERFORM RELEASE-ACCOUNT-LOCK
        END-IF
        PERFORM MARK-BOX-UNPAID
    END-IF.

READ-ACCOUNT-WITH-LOCK.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM.

*> Releases an expired hold (HOLD-RELEASE-DATE on or before today) and
*> recomputes AVAILABLE-BALANCE from the ledger balance and whatever
*> hold is still outstanding, same as BANKLED does on every account
*> read.
COMPUTE-AVAILABLE-BALANCE.
    IF HOLD-RELEASE-DATE NOT = SPACES
            AND HOLD-RELEASE-DATE <= WS-CURRENT-DATE
        MOVE ZERO TO HOLD-AMOUNT
        MOVE SPACES TO HOLD-RELEASE-DATE
    END-IF
    COMPUTE AVAILABLE-BALANCE =
        ACCOUNT-BALANCE - HOLD-AMOUNT - LEGAL-HOLD-AMOUNT.

RELEASE-ACCOUNT-LOCK.
    UNLOCK ACCOUNT-FILE.

*> Debits the account, logs the 'F' fee and moves the box on a year.
*> The new due date rolls from the old one, not from tonight, so a
*> box paid late keeps its anniversary.
COLLECT-BOX-RENT.
    SUBTRACT WS-RENT-AMOUNT FROM ACCOUNT-BALANCE
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    PERFORM COMPUTE-AVAILABLE-BALANCE
    REWRITE ACCOUNT-RECORD
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                ' status ' WS-FILE-STATUS ' -- box ' WS-BOX-ID
                ' not billed'
        PERFORM RELEASE-ACCOUNT-LOCK
        ADD 1 TO WS-RST-REJECTED
    ELSE
        PERFORM LOG-RENT-TRANSACTION
        MOVE FUNCTION NUMVAL(SDB-RENT-DUE-DATE) TO WS-ROLL-DATE-NUM
        MOVE 12 TO WS-ROLL-MONTHS
        PERFORM ROLL-DATE-BY-MONTHS
        MOVE WS-ROLL-DATE-NUM TO SDB-RENT-DUE-DATE
        MOVE SPACES TO SDB-UNPAID-SINCE
        MOVE WS-CURRENT-DATE TO SDB-LAST-BILLED-DATE
        REWRITE SDBOX-RECORD
        IF NOT SDBOX-FILE-SUCCESS
            DISPLAY 'ERROR rewriting box ' WS-BOX-ID
                    ' status ' WS-SDBOX-FILE-STATUS
        END-IF
        ADD 1 TO WS-BOXES-BILLED
        ADD WS-RENT-AMOUNT TO WS-RST-CONTROL-AMOUNT
        MOVE WS-RENT-AMOUNT TO WS-AMOUNT-DISPLAY
        DISPLAY 'Box ' WS-BOX-ID ' rent $' WS-AMOUNT-DISPLAY
                ' from ' SDB-BILLING-ACCOUNT
                ' next due ' SDB-RENT-DUE-DATE
    END-IF.

*> The charge failed. The first failure stamps the box unpaid since
*> its due date and queues the 'B' notice; later nights only retry.
MARK-BOX-UNPAID.
    ADD 1 TO WS-BOXES-UNPAID
    MOVE WS-RENT-AMOUNT TO WS-AMOUNT-DISPLAY
    DISPLAY 'Box ' WS-BOX-ID ' rent $' WS-AMOUNT-DISPLAY
            ' NOT collected from ' SDB-BILLING-ACCOUNT
            ': ' WS-REFUSAL-REASON
    IF SDB-UNPAID-SINCE = SPACES
        MOVE SDB-RENT-DUE-DATE TO SDB-UNPAID-SINCE
        REWRITE SDBOX-RECORD
        IF NOT SDBOX-FILE-SUCCESS
            DISPLAY 'ERROR rewriting box ' WS-BOX-ID
                    ' status ' WS-SDBOX-FILE-STATUS
        END-IF
        MOVE SDB-BILLING-ACCOUNT TO WS-NOTICE-ACCOUNT
        MOVE 'B' TO WS-NOTICE-EVENT-CODE
        MOVE WS-RENT-AMOUNT TO WS-NOTICE-AMOUNT
        MOVE SDB-RENT-DUE-DATE TO WS-NOTICE-EVENT-DATE
        MOVE WS-BOX-ID TO WS-NOTICE-REFERENCE
        PERFORM WRITE-CUSTOMER-NOTICE
        ADD 1 TO WS-NOTICES-QUEUED
    END-IF.

*> Lists the box for drilling once it has gone unpaid longer than the
*> grace period, counted in calendar days from the unpaid-since date.
CHECK-DRILLING-GRACE.
    IF SDB-UNPAID-SINCE IS NUMERIC
        COMPUTE WS-DAYS-UNPAID =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))
          - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SDB-UNPAID-SINCE))
        IF WS-DAYS-UNPAID > WS-GRACE-DAYS
            PERFORM WRITE-DRILL-REPORT-LINE
            ADD 1 TO WS-BOXES-TO-DRILL
        END-IF
    END-IF.

*> Opened lazily on the first box past grace, so a night with nothing
*> to drill leaves no empty list behind.
WRITE-DRILL-REPORT-LINE.
    IF NOT DRILL-RPT-OPENED
        MOVE SPACES TO WS-DRILL-RPT-NAME
        STRING 'data/sdb_drill_' WS-CURRENT-DATE '.txt'
            DELIMITED BY SIZE INTO WS-DRILL-RPT-NAME
        OPEN OUTPUT DRILL-REPORT-FILE
        IF DRILL-RPT-SUCCESS
            SET DRILL-RPT-OPENED TO TRUE
            MOVE SPACES TO DRILL-REPORT-LINE
            STRING 'SAFE DEPOSIT BOXES FOR DRILLING ' WS-CURRENT-DATE
                   '  (rent unpaid more than ' WS-GRACE-DAYS ' days)'
                DELIMITED BY SIZE INTO DRILL-REPORT-LINE
            WRITE DRILL-REPORT-LINE
            MOVE SPACES TO DRILL-REPORT-LINE
            STRING 'Box        Renter                                    '
                   'Tax ID      Bill acct  Unpaid   Days    Annual rent'
                DELIMITED BY SIZE INTO DRILL-REPORT-LINE
            WRITE DRILL-REPORT-LINE
        ELSE
            DISPLAY 'WARNING: cannot open drilling list. Status: '
                    WS-DRILL-RPT-STATUS
        END-IF
    END-IF
    IF DRILL-RPT-OPENED
        MOVE WS-DAYS-UNPAID TO WS-DAYS-DISPLAY
        MOVE SDB-ANNUAL-RENT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO DRILL-REPORT-LINE
        STRING WS-BOX-ID ' ' SDB-RENTER-NAME ' '
               SDB-RENTER-TAX-ID ' ' SDB-BILLING-ACCOUNT ' '
               SDB-UNPAID-SINCE ' ' WS-DAYS-DISPLAY ' $'
               WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO DRILL-REPORT-LINE
        WRITE DRILL-REPORT-LINE
    END-IF.

*> Moves WS-ROLL-DATE-NUM on by WS-ROLL-MONTHS calendar months,
*> keeping the day of the month; a day the new month does not have
*> (the 29th into February) steps back to the month's last day.
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

*> One 'F' fee against the billing account, debit-shaped on
*> FROM-ACCOUNT like MAINTFEE's, so RECONCIL and GLEXTRCT treat the
*> rent as any other service charge.
LOG-RENT-TRANSACTION.
    OPEN I-O TRANSACTION-FILE
    IF NOT TRANS-FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    MOVE SPACES TO WS-POST-DESCRIPTION
    STRING 'SAFE DEPOSIT BOX RENT ' WS-BOX-ID
        DELIMITED BY SIZE INTO WS-POST-DESCRIPTION

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'F' TO TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-RENT-AMOUNT TO TRANS-AMOUNT
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
    CLOSE SDBOX-FILE
    CLOSE COUNTER-FILE
    IF DRILL-RPT-OPENED
        CLOSE DRILL-REPORT-FILE
    END-IF
    MOVE WS-BOXES-BILLED TO WS-RST-POSTED
    ADD WS-BOXES-UNPAID TO WS-RST-REJECTED
    COMPUTE WS-RST-SKIPPED =
        WS-RST-READ - WS-RST-POSTED - WS-RST-REJECTED
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Boxes billed:           ' WS-BOXES-BILLED
    DISPLAY 'Rent not collected:     ' WS-BOXES-UNPAID
    DISPLAY '  notices queued:       ' WS-NOTICES-QUEUED
    DISPLAY 'Boxes listed to drill:  ' WS-BOXES-TO-DRILL
    IF DRILL-RPT-OPENED
        DISPLAY 'Drilling list:          ' WS-DRILL-RPT-NAME
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
        MOVE 'SDBBILL' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

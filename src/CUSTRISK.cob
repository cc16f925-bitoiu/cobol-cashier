IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTRISK.

*> Monthly customer risk rating. Every living customer with an open
*> relationship is scored from four things the bank already holds:
*>
*>   products  -- the open accounts under the customer's tax ID,
*>                weighted by type (checking weighs most);
*>   cash      -- currency-transaction filings on data/ctr.dat inside
*>                the look-back, points per step of cash volume;
*>   wires     -- outbound wires captured inside the look-back (not
*>                cancelled), points per wire and per step of volume;
*>   alerts    -- fraud alert cases still open against any of the
*>                customer's accounts. A case escalated for a SAR
*>                filing inside RISK-SAR-DAYS makes the customer high
*>                risk outright.
*>
*> The score maps to L, M or H at the RISK-MEDIUM-SCORE and
*> RISK-HIGH-SCORE thresholds; every weight is a RISK-* bank
*> parameter, so compliance retunes the model without a recompile.
*> The rating, score and date land on the customer master, and the
*> next periodic review falls the rating's review cycle
*> (RISK-REVIEW-MOS-HIGH/-MED/-LOW) past the last review, or past the
*> customer-since date when there has been none. A customer whose
*> rating goes up is due for review at once, and a review already
*> scheduled earlier is never pushed back.
*>
*> The report (data/custrisk_YYYYMMDD.txt) lists the customers due
*> for review, high risk first, then every customer with an open
*> relationship whose identity document has expired or was never
*> taken. Re-running the month re-scores from the same files and
*> changes nothing further.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        FILE STATUS IS WS-FILE-STATUS.

    SELECT CUSTOMER-FILE ASSIGN TO 'data/customers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-TAX-ID
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT CTR-FILE ASSIGN TO 'data/ctr.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CTR-FILE-STATUS.

    SELECT WIRE-FILE ASSIGN TO 'data/wires.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-WIRE-FILE-STATUS.

    SELECT FRAUDCASE-FILE ASSIGN TO 'data/fraudcase.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FCS-CASE-ID
        ALTERNATE RECORD KEY IS FCS-ALERT-KEY WITH DUPLICATES
        FILE STATUS IS WS-FRAUDCASE-FILE-STATUS.

    SELECT RISKWORK-FILE ASSIGN TO 'data/custrisk.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RKW-TAX-ID
        FILE STATUS IS WS-RISKWORK-FILE-STATUS.

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

    SELECT RISK-REPORT-FILE ASSIGN TO WS-RISK-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RISK-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
        88  CHECKING-ACCOUNT    VALUE 'C'.
        88  SAVINGS-ACCOUNT     VALUE 'S'.
        88  CD-ACCOUNT          VALUE 'T'.
        88  LOAN-ACCOUNT        VALUE 'L'.
    05  ACCOUNT-STATUS          PIC X(1).
        88  INACTIVE-ACCOUNT    VALUE 'I'.
        88  ESCHEATED-ACCOUNT   VALUE 'E'.
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

*> Customer master (CIF), same layout BANKLED maintains; this job
*> sets the risk rating and review dates.
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

*> Currency-transaction log BANKLED and the posting jobs append to.
*> An official-check purchase carries account zero (no customer).
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

*> Outbound wire queue, same layout BANKLED captures and releases on.
FD  WIRE-FILE.
01  WIRE-RECORD.
    05  WIR-CAPTURE-DATE        PIC X(8).
    05  WIR-CAPTURE-TIME        PIC X(8).
    05  WIR-DEBIT-ACCOUNT       PIC 9(10).
    05  WIR-AMOUNT              PIC 9(11)V99.
    05  WIR-BENEF-BANK          PIC X(9).
    05  WIR-BENEF-ACCOUNT       PIC X(17).
    05  WIR-BENEF-NAME          PIC X(35).
    05  WIR-CAPTURED-BY         PIC X(10).
    05  WIR-RELEASED-BY         PIC X(10).
    05  WIR-RELEASE-DATE        PIC X(8).
    05  WIR-STATUS              PIC X(1).
        88  WIR-PENDING         VALUE 'P'.
        88  WIR-RELEASED        VALUE 'R'.
        88  WIR-CANCELLED       VALUE 'C'.
    05  FILLER                  PIC X(10).

*> Fraud alert case file FRAUDMON raises to; case zero is its
*> control record.
FD  FRAUDCASE-FILE.
01  FRAUDCASE-RECORD.
    05  FCS-CASE-ID             PIC 9(7).
    05  FCS-ALERT-KEY.
        10  FCS-ACCOUNT         PIC 9(10).
        10  FCS-RULE            PIC X(2).
    05  FCS-RAISED-DATE         PIC X(8).
    05  FCS-ACTIVITY-REF        PIC X(8).
    05  FCS-AMOUNT              PIC 9(11)V99.
    05  FCS-DETAIL              PIC X(60).
    05  FCS-STATUS              PIC X(1).
        88  FCS-OPEN            VALUE 'O'.
        88  FCS-CLEARED         VALUE 'C'.
        88  FCS-ESCALATED       VALUE 'E'.
    05  FCS-DECIDED-BY          PIC X(10).
    05  FCS-DECIDED-DATE        PIC X(8).
    05  FCS-SUPPRESS-UNTIL      PIC X(8).
    05  FCS-DISPOSITION-NOTE    PIC X(50).
    05  FILLER                  PIC X(20).

*> This run's working totals, one record per tax ID, rebuilt from
*> empty every run: the open products, the cash and wire activity in
*> the look-back, and the alerts against the customer's accounts.
FD  RISKWORK-FILE.
01  RISKWORK-RECORD.
    05  RKW-TAX-ID              PIC X(11).
    05  RKW-CHECKING-COUNT      PIC 9(3).
    05  RKW-SAVINGS-COUNT       PIC 9(3).
    05  RKW-TERM-COUNT          PIC 9(3).
    05  RKW-CASH-COUNT          PIC 9(5).
    05  RKW-CASH-AMOUNT         PIC 9(13)V99.
    05  RKW-WIRE-COUNT          PIC 9(5).
    05  RKW-WIRE-AMOUNT         PIC 9(13)V99.
    05  RKW-OPEN-ALERTS         PIC 9(3).
    05  RKW-SAR-CASES           PIC 9(3).
    05  FILLER                  PIC X(10).

*> Central bank-parameter file; this job reads its scoring weights
*> at startup and falls back to the compiled defaults.
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

*> This month's due-for-review and expired-identification lists.
FD  RISK-REPORT-FILE.
01  RISK-REPORT-LINE            PIC X(132).

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

01  WS-CUST-FILE-STATUS         PIC X(2).
    88  CUST-FILE-SUCCESS       VALUE '00'.
01  WS-CTR-FILE-STATUS          PIC X(2).
    88  CTR-FILE-SUCCESS        VALUE '00'.
    88  CTR-FILE-AT-END         VALUE '10'.
01  WS-WIRE-FILE-STATUS         PIC X(2).
    88  WIRE-FILE-SUCCESS       VALUE '00'.
    88  WIRE-FILE-AT-END        VALUE '10'.
01  WS-FRAUDCASE-FILE-STATUS    PIC X(2).
    88  FRAUDCASE-FILE-SUCCESS  VALUE '00'.
01  WS-RISKWORK-FILE-STATUS     PIC X(2).
    88  RISKWORK-FILE-SUCCESS   VALUE '00'.

01  WS-PARM-FILE-STATUS         PIC X(2).
    88  PARM-FILE-SUCCESS       VALUE '00'.
01  WS-PARM-LOOKUP-FIELDS.
    05  WS-PARM-LOOKUP-KEY      PIC X(20).
    05  WS-PARM-FOUND-VALUE     PIC S9(9)V9(6).
    05  WS-PARM-FOUND-FLAG      PIC X(1).
        88  PARM-FOUND          VALUE 'Y'.

01  WS-RISK-RPT-STATUS          PIC X(2).
    88  RISK-RPT-SUCCESS        VALUE '00'.
01  WS-RISK-RPT-NAME            PIC X(40).

*> Scoring weights and thresholds. Compiled defaults, overridden at
*> startup by the RISK-* keys on the parameter file. A zero step
*> switches off the volume points it drives.
01  WS-RISK-MODEL.
    05  WS-LOOKBACK-DAYS        PIC 9(4) VALUE 90.
    05  WS-PTS-CHECKING         PIC 9(3) VALUE 5.
    05  WS-PTS-SAVINGS          PIC 9(3) VALUE 2.
    05  WS-PTS-TERM             PIC 9(3) VALUE 1.
    05  WS-CASH-STEP            PIC 9(11)V99 VALUE 10000.00.
    05  WS-PTS-CASH             PIC 9(3) VALUE 10.
    05  WS-PTS-WIRE             PIC 9(3) VALUE 5.
    05  WS-WIRE-STEP            PIC 9(11)V99 VALUE 25000.00.
    05  WS-PTS-WIRE-VOL         PIC 9(3) VALUE 10.
    05  WS-PTS-ALERT            PIC 9(3) VALUE 20.
    05  WS-SAR-DAYS             PIC 9(4) VALUE 365.
    05  WS-MEDIUM-SCORE         PIC 9(3) VALUE 25.
    05  WS-HIGH-SCORE           PIC 9(3) VALUE 50.
    05  WS-REVIEW-MOS-HIGH      PIC 9(3) VALUE 12.
    05  WS-REVIEW-MOS-MED       PIC 9(3) VALUE 24.
    05  WS-REVIEW-MOS-LOW       PIC 9(3) VALUE 36.

01  WS-RISK-FIELDS.
    05  WS-TODAY-INT            PIC 9(8).
    05  WS-LOOKBACK-NUM         PIC 9(8).
    05  WS-LOOKBACK-DATE        PIC X(8).
    05  WS-SAR-CUTOFF-NUM       PIC 9(8).
    05  WS-SAR-CUTOFF-DATE      PIC X(8).
    05  WS-WORK-TAX-ID          PIC X(11).
    05  WS-WORK-NEW-FLAG        PIC X(1).
        88  WORK-RECORD-NEW     VALUE 'Y'.
    05  WS-IN-SCOPE-FLAG        PIC X(1).
        88  CUSTOMER-IN-SCOPE   VALUE 'Y'.
    05  WS-SCORE                PIC 9(7).
    05  WS-STEPS                PIC 9(7).
    05  WS-OLD-RATING           PIC X(1).
    05  WS-NEW-RATING           PIC X(1).
    05  WS-OLD-RANK             PIC 9(1).
    05  WS-NEW-RANK             PIC 9(1).
    05  WS-REVIEW-BASE          PIC X(8).
    05  WS-REVIEW-MONTHS        PIC 9(3).
    05  WS-TOTAL-MONTHS         PIC 9(6).
    05  WS-DUE-YEAR             PIC 9(4).
    05  WS-DUE-MONTH            PIC 9(2).
    05  WS-DUE-DAY              PIC 9(2).
    05  WS-COMPUTED-DUE         PIC X(8).
    05  WS-LIST-LEVEL           PIC X(1).
    05  WS-LIST-LEVEL-NAME      PIC X(6).
    05  WS-LIST-COUNT           PIC 9(7).
    05  WS-CUST-NAME            PIC X(41).
    05  WS-AMT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-WIRE-AMT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-EXPIRY-TEXT          PIC X(11).

01  WS-COUNTERS.
    05  WS-RATED-LOW            PIC 9(7) VALUE ZERO.
    05  WS-RATED-MEDIUM         PIC 9(7) VALUE ZERO.
    05  WS-RATED-HIGH           PIC 9(7) VALUE ZERO.
    05  WS-RATINGS-RAISED       PIC 9(7) VALUE ZERO.
    05  WS-DUE-FOR-REVIEW       PIC 9(7) VALUE ZERO.
    05  WS-IDS-EXPIRED          PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM GATHER-OPEN-PRODUCTS
    PERFORM GATHER-CASH-ACTIVITY
    PERFORM GATHER-WIRE-ACTIVITY
    PERFORM GATHER-ALERTS
    PERFORM RATE-ALL-CUSTOMERS
    PERFORM LIST-DUE-FOR-REVIEW
    PERFORM LIST-EXPIRED-IDS
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          CUSTOMER RISK RATING'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    DISPLAY 'Business Date: ' WS-CURRENT-DATE
    PERFORM LOAD-BANK-PARAMETERS
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))
    COMPUTE WS-LOOKBACK-NUM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WS-LOOKBACK-DAYS)
    MOVE WS-LOOKBACK-NUM TO WS-LOOKBACK-DATE
    COMPUTE WS-SAR-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WS-SAR-DAYS)
    MOVE WS-SAR-CUTOFF-NUM TO WS-SAR-CUTOFF-DATE
    DISPLAY 'Activity look-back from: ' WS-LOOKBACK-DATE

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CUSTOMER-FILE
    IF NOT CUST-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open CUSTOMER-FILE. Status: '
                WS-CUST-FILE-STATUS
        CLOSE ACCOUNT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RISKWORK-FILE
    CLOSE RISKWORK-FILE
    OPEN I-O RISKWORK-FILE
    IF NOT RISKWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open RISKWORK-FILE. Status: '
                WS-RISKWORK-FILE-STATUS
        CLOSE ACCOUNT-FILE
        CLOSE CUSTOMER-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO WS-RISK-RPT-NAME
    STRING 'data/custrisk_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-RISK-RPT-NAME
    OPEN OUTPUT RISK-REPORT-FILE
    IF RISK-RPT-SUCCESS
        MOVE SPACES TO RISK-REPORT-LINE
        STRING 'CUSTOMER RISK RATING -- BUSINESS DATE '
               WS-CURRENT-DATE '   ACTIVITY SINCE ' WS-LOOKBACK-DATE
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    ELSE
        DISPLAY 'WARNING: cannot open ' WS-RISK-RPT-NAME
                '. Status: ' WS-RISK-RPT-STATUS
    END-IF.

*> Pulls this job's scoring model from the central parameter file.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'RISK-LOOKBACK-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-LOOKBACK-DAYS
        END-IF
        MOVE 'RISK-PTS-CHECKING' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PTS-CHECKING
        END-IF
        MOVE 'RISK-PTS-SAVINGS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PTS-SAVINGS
        END-IF
        MOVE 'RISK-PTS-TERM' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PTS-TERM
        END-IF
        MOVE 'RISK-CASH-STEP' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-CASH-STEP
        END-IF
        MOVE 'RISK-PTS-CASH' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PTS-CASH
        END-IF
        MOVE 'RISK-PTS-WIRE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PTS-WIRE
        END-IF
        MOVE 'RISK-WIRE-STEP' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-WIRE-STEP
        END-IF
        MOVE 'RISK-PTS-WIRE-VOL' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PTS-WIRE-VOL
        END-IF
        MOVE 'RISK-PTS-ALERT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PTS-ALERT
        END-IF
        MOVE 'RISK-SAR-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-SAR-DAYS
        END-IF
        MOVE 'RISK-MEDIUM-SCORE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-MEDIUM-SCORE
        END-IF
        MOVE 'RISK-HIGH-SCORE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-HIGH-SCORE
        END-IF
        MOVE 'RISK-REVIEW-MOS-HIGH' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-REVIEW-MOS-HIGH
        END-IF
        MOVE 'RISK-REVIEW-MOS-MED' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-REVIEW-MOS-MED
        END-IF
        MOVE 'RISK-REVIEW-MOS-LOW' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-REVIEW-MOS-LOW
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

*> Open products per tax ID. Closed and escheated accounts are no
*> longer part of the relationship; a dormant one still is.
GATHER-OPEN-PRODUCTS.
    MOVE LOW-VALUES TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM READ-NEXT-ACCOUNT
        PERFORM UNTIL FILE-AT-END
            IF HOLDER-TAX-ID NOT = SPACES
                    AND NOT INACTIVE-ACCOUNT
                    AND NOT ESCHEATED-ACCOUNT
                MOVE HOLDER-TAX-ID TO WS-WORK-TAX-ID
                PERFORM FETCH-RISK-WORK
                EVALUATE TRUE
                    WHEN CHECKING-ACCOUNT
                        ADD 1 TO RKW-CHECKING-COUNT
                    WHEN SAVINGS-ACCOUNT
                        ADD 1 TO RKW-SAVINGS-COUNT
                    WHEN OTHER
                        ADD 1 TO RKW-TERM-COUNT
                END-EVALUATE
                PERFORM STORE-RISK-WORK
            END-IF
            PERFORM READ-NEXT-ACCOUNT
        END-PERFORM
    END-IF.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

*> Reads the account behind a CTR filing, wire or alert by key and
*> leaves its holder's tax ID in WS-WORK-TAX-ID (spaces if none).
FIND-ACCOUNT-HOLDER.
    MOVE SPACES TO WS-WORK-TAX-ID
    READ ACCOUNT-FILE
    IF FILE-SUCCESS
        MOVE HOLDER-TAX-ID TO WS-WORK-TAX-ID
    END-IF.

*> Loads the tax ID's working record, or starts an empty one.
FETCH-RISK-WORK.
    MOVE WS-WORK-TAX-ID TO RKW-TAX-ID
    READ RISKWORK-FILE
    IF RISKWORK-FILE-SUCCESS
        MOVE 'N' TO WS-WORK-NEW-FLAG
    ELSE
        MOVE 'Y' TO WS-WORK-NEW-FLAG
        MOVE SPACES TO RISKWORK-RECORD
        MOVE WS-WORK-TAX-ID TO RKW-TAX-ID
        MOVE ZERO TO RKW-CHECKING-COUNT
        MOVE ZERO TO RKW-SAVINGS-COUNT
        MOVE ZERO TO RKW-TERM-COUNT
        MOVE ZERO TO RKW-CASH-COUNT
        MOVE ZERO TO RKW-CASH-AMOUNT
        MOVE ZERO TO RKW-WIRE-COUNT
        MOVE ZERO TO RKW-WIRE-AMOUNT
        MOVE ZERO TO RKW-OPEN-ALERTS
        MOVE ZERO TO RKW-SAR-CASES
    END-IF.

STORE-RISK-WORK.
    IF WORK-RECORD-NEW
        WRITE RISKWORK-RECORD
    ELSE
        REWRITE RISKWORK-RECORD
    END-IF
    IF NOT RISKWORK-FILE-SUCCESS
        ADD 1 TO WS-RST-REJECTED
        DISPLAY 'ERROR: Unable to store totals for ' WS-WORK-TAX-ID
                '. Status: ' WS-RISKWORK-FILE-STATUS
    END-IF.

*> Cash volume from the currency-transaction log inside the
*> look-back. Deposits and withdrawals both count.
GATHER-CASH-ACTIVITY.
    OPEN INPUT CTR-FILE
    IF CTR-FILE-SUCCESS
        PERFORM READ-NEXT-CTR
        PERFORM UNTIL CTR-FILE-AT-END
            IF CTR-ACCOUNT-NUMBER NOT = ZERO
                    AND CTR-DATE >= WS-LOOKBACK-DATE
                    AND CTR-DATE <= WS-CURRENT-DATE
                MOVE CTR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                PERFORM FIND-ACCOUNT-HOLDER
                IF WS-WORK-TAX-ID NOT = SPACES
                    PERFORM FETCH-RISK-WORK
                    ADD 1 TO RKW-CASH-COUNT
                    ADD FUNCTION ABS(CTR-AMOUNT) TO RKW-CASH-AMOUNT
                    PERFORM STORE-RISK-WORK
                END-IF
            END-IF
            PERFORM READ-NEXT-CTR
        END-PERFORM
        CLOSE CTR-FILE
    END-IF.

READ-NEXT-CTR.
    READ CTR-FILE AT END
        MOVE '10' TO WS-CTR-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-CTR-FILE-STATUS
    END-READ.

*> Outbound wires captured inside the look-back; a cancelled wire
*> never left the bank.
GATHER-WIRE-ACTIVITY.
    OPEN INPUT WIRE-FILE
    IF WIRE-FILE-SUCCESS
        PERFORM READ-NEXT-WIRE
        PERFORM UNTIL WIRE-FILE-AT-END
            IF NOT WIR-CANCELLED
                    AND WIR-CAPTURE-DATE >= WS-LOOKBACK-DATE
                    AND WIR-CAPTURE-DATE <= WS-CURRENT-DATE
                MOVE WIR-DEBIT-ACCOUNT TO ACCOUNT-NUMBER
                PERFORM FIND-ACCOUNT-HOLDER
                IF WS-WORK-TAX-ID NOT = SPACES
                    PERFORM FETCH-RISK-WORK
                    ADD 1 TO RKW-WIRE-COUNT
                    ADD WIR-AMOUNT TO RKW-WIRE-AMOUNT
                    PERFORM STORE-RISK-WORK
                END-IF
            END-IF
            PERFORM READ-NEXT-WIRE
        END-PERFORM
        CLOSE WIRE-FILE
    END-IF.

READ-NEXT-WIRE.
    READ WIRE-FILE AT END
        MOVE '10' TO WS-WIRE-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-WIRE-FILE-STATUS
    END-READ.

*> Alerts still open, and cases escalated for a SAR filing inside
*> RISK-SAR-DAYS. A cleared case weighs nothing.
GATHER-ALERTS.
    OPEN INPUT FRAUDCASE-FILE
    IF FRAUDCASE-FILE-SUCCESS
        MOVE 1 TO FCS-CASE-ID
        START FRAUDCASE-FILE KEY NOT < FCS-CASE-ID
        IF FRAUDCASE-FILE-SUCCESS
            PERFORM READ-NEXT-FRAUDCASE
            PERFORM UNTIL NOT FRAUDCASE-FILE-SUCCESS
                IF FCS-OPEN
                        OR (FCS-ESCALATED
                            AND FCS-DECIDED-DATE >= WS-SAR-CUTOFF-DATE)
                    MOVE FCS-ACCOUNT TO ACCOUNT-NUMBER
                    PERFORM FIND-ACCOUNT-HOLDER
                    IF WS-WORK-TAX-ID NOT = SPACES
                        PERFORM FETCH-RISK-WORK
                        IF FCS-OPEN
                            ADD 1 TO RKW-OPEN-ALERTS
                        ELSE
                            ADD 1 TO RKW-SAR-CASES
                        END-IF
                        PERFORM STORE-RISK-WORK
                    END-IF
                END-IF
                PERFORM READ-NEXT-FRAUDCASE
            END-PERFORM
        END-IF
        CLOSE FRAUDCASE-FILE
    END-IF.

READ-NEXT-FRAUDCASE.
    READ FRAUDCASE-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FRAUDCASE-FILE-STATUS
    END-READ.

*> Scores every living customer with an open relationship. A
*> customer whose accounts are all closed keeps the rating last set
*> and drops off the lists.
RATE-ALL-CUSTOMERS.
    MOVE LOW-VALUES TO CUST-TAX-ID
    START CUSTOMER-FILE KEY NOT < CUST-TAX-ID
    IF CUST-FILE-SUCCESS
        PERFORM READ-NEXT-CUSTOMER
        PERFORM UNTIL NOT CUST-FILE-SUCCESS
            ADD 1 TO WS-RST-READ
            PERFORM CHECK-CUSTOMER-IN-SCOPE
            IF CUSTOMER-IN-SCOPE
                PERFORM RATE-ONE-CUSTOMER
            ELSE
                ADD 1 TO WS-RST-SKIPPED
            END-IF
            PERFORM READ-NEXT-CUSTOMER
        END-PERFORM
    END-IF.

READ-NEXT-CUSTOMER.
    READ CUSTOMER-FILE NEXT RECORD AT END
        MOVE '10' TO WS-CUST-FILE-STATUS
    END-READ.

*> Living, and holding at least one open account; leaves the
*> customer's working totals loaded.
CHECK-CUSTOMER-IN-SCOPE.
    MOVE 'N' TO WS-IN-SCOPE-FLAG
    IF CUST-IS-LIVING
        MOVE CUST-TAX-ID TO RKW-TAX-ID
        READ RISKWORK-FILE
        IF RISKWORK-FILE-SUCCESS
                AND RKW-CHECKING-COUNT + RKW-SAVINGS-COUNT
                    + RKW-TERM-COUNT > ZERO
            MOVE 'Y' TO WS-IN-SCOPE-FLAG
        END-IF
    END-IF.

RATE-ONE-CUSTOMER.
    PERFORM SCORE-CUSTOMER
    MOVE CUST-RISK-RATING TO WS-OLD-RATING
    MOVE WS-OLD-RATING TO WS-LIST-LEVEL
    PERFORM RANK-LEVEL
    MOVE WS-NEW-RANK TO WS-OLD-RANK
    MOVE WS-NEW-RATING TO WS-LIST-LEVEL
    PERFORM RANK-LEVEL

    MOVE WS-NEW-RATING TO CUST-RISK-RATING
    MOVE WS-SCORE TO CUST-RISK-SCORE
    MOVE WS-CURRENT-DATE TO CUST-RISK-DATE
    PERFORM SET-REVIEW-DUE-DATE

    REWRITE CUSTOMER-RECORD
    IF CUST-FILE-SUCCESS
        ADD 1 TO WS-RST-POSTED
        EVALUATE TRUE
            WHEN CUST-RISK-HIGH
                ADD 1 TO WS-RATED-HIGH
            WHEN CUST-RISK-MEDIUM
                ADD 1 TO WS-RATED-MEDIUM
            WHEN OTHER
                ADD 1 TO WS-RATED-LOW
        END-EVALUATE
    ELSE
        ADD 1 TO WS-RST-REJECTED
        DISPLAY 'ERROR: Unable to rate customer ' CUST-TAX-ID
                '. Status: ' WS-CUST-FILE-STATUS
    END-IF.

*> Points from the working totals, capped at the field's 999; a
*> recent SAR filing overrides the score.
SCORE-CUSTOMER.
    COMPUTE WS-SCORE =
        RKW-CHECKING-COUNT * WS-PTS-CHECKING
        + RKW-SAVINGS-COUNT * WS-PTS-SAVINGS
        + RKW-TERM-COUNT * WS-PTS-TERM
        + RKW-WIRE-COUNT * WS-PTS-WIRE
        + RKW-OPEN-ALERTS * WS-PTS-ALERT
    IF WS-CASH-STEP > ZERO
        COMPUTE WS-STEPS = RKW-CASH-AMOUNT / WS-CASH-STEP
        COMPUTE WS-SCORE = WS-SCORE + WS-STEPS * WS-PTS-CASH
    END-IF
    IF WS-WIRE-STEP > ZERO
        COMPUTE WS-STEPS = RKW-WIRE-AMOUNT / WS-WIRE-STEP
        COMPUTE WS-SCORE = WS-SCORE + WS-STEPS * WS-PTS-WIRE-VOL
    END-IF
    IF WS-SCORE > 999
        MOVE 999 TO WS-SCORE
    END-IF
    EVALUATE TRUE
        WHEN RKW-SAR-CASES > ZERO
            MOVE 'H' TO WS-NEW-RATING
        WHEN WS-SCORE >= WS-HIGH-SCORE
            MOVE 'H' TO WS-NEW-RATING
        WHEN WS-SCORE >= WS-MEDIUM-SCORE
            MOVE 'M' TO WS-NEW-RATING
        WHEN OTHER
            MOVE 'L' TO WS-NEW-RATING
    END-EVALUATE.

*> Orders the ratings so a rise can be seen: unrated 0, L 1, M 2,
*> H 3, for the level in WS-LIST-LEVEL.
RANK-LEVEL.
    EVALUATE WS-LIST-LEVEL
        WHEN 'H'
            MOVE 3 TO WS-NEW-RANK
        WHEN 'M'
            MOVE 2 TO WS-NEW-RANK
        WHEN 'L'
            MOVE 1 TO WS-NEW-RANK
        WHEN OTHER
            MOVE 0 TO WS-NEW-RANK
    END-EVALUATE.

*> The rating's cycle past the last review (or the customer-since
*> date), the day capped at 28 the way CD maturities are. A rise in
*> rating brings the review forward to today; a review already due
*> earlier than the cycle says stays where it is.
SET-REVIEW-DUE-DATE.
    EVALUATE TRUE
        WHEN CUST-RISK-HIGH
            MOVE WS-REVIEW-MOS-HIGH TO WS-REVIEW-MONTHS
        WHEN CUST-RISK-MEDIUM
            MOVE WS-REVIEW-MOS-MED TO WS-REVIEW-MONTHS
        WHEN OTHER
            MOVE WS-REVIEW-MOS-LOW TO WS-REVIEW-MONTHS
    END-EVALUATE
    MOVE CUST-LAST-REVIEW-DATE TO WS-REVIEW-BASE
    IF WS-REVIEW-BASE = SPACES
        MOVE CUST-SINCE-DATE TO WS-REVIEW-BASE
    END-IF
    IF WS-REVIEW-BASE NOT NUMERIC
        MOVE WS-CURRENT-DATE TO WS-REVIEW-BASE
    END-IF

    COMPUTE WS-TOTAL-MONTHS =
        (FUNCTION NUMVAL(WS-REVIEW-BASE(1:4)) * 12)
            + FUNCTION NUMVAL(WS-REVIEW-BASE(5:2)) - 1
            + WS-REVIEW-MONTHS
    COMPUTE WS-DUE-YEAR = WS-TOTAL-MONTHS / 12
    COMPUTE WS-DUE-MONTH = FUNCTION MOD(WS-TOTAL-MONTHS, 12) + 1
    MOVE WS-REVIEW-BASE(7:2) TO WS-DUE-DAY
    IF WS-DUE-DAY > 28
        MOVE 28 TO WS-DUE-DAY
    END-IF
    MOVE SPACES TO WS-COMPUTED-DUE
    STRING WS-DUE-YEAR WS-DUE-MONTH WS-DUE-DAY
        DELIMITED BY SIZE INTO WS-COMPUTED-DUE

    IF WS-OLD-RANK > ZERO AND WS-NEW-RANK > WS-OLD-RANK
        ADD 1 TO WS-RATINGS-RAISED
        IF WS-CURRENT-DATE < WS-COMPUTED-DUE
            MOVE WS-CURRENT-DATE TO WS-COMPUTED-DUE
        END-IF
    END-IF
    IF CUST-REVIEW-DUE-DATE NOT = SPACES
            AND CUST-REVIEW-DUE-DATE < WS-COMPUTED-DUE
            AND CUST-REVIEW-DUE-DATE >= WS-REVIEW-BASE
        CONTINUE
    ELSE
        MOVE WS-COMPUTED-DUE TO CUST-REVIEW-DUE-DATE
    END-IF.

*> One pass of the customer master per level, high risk first, so
*> the list reads in the order compliance works it.
LIST-DUE-FOR-REVIEW.
    IF RISK-RPT-SUCCESS
        MOVE SPACES TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE 'CUSTOMERS DUE FOR PERIODIC REVIEW' TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF
    MOVE 'H' TO WS-LIST-LEVEL
    MOVE 'HIGH' TO WS-LIST-LEVEL-NAME
    PERFORM LIST-DUE-AT-LEVEL
    MOVE 'M' TO WS-LIST-LEVEL
    MOVE 'MEDIUM' TO WS-LIST-LEVEL-NAME
    PERFORM LIST-DUE-AT-LEVEL
    MOVE 'L' TO WS-LIST-LEVEL
    MOVE 'LOW' TO WS-LIST-LEVEL-NAME
    PERFORM LIST-DUE-AT-LEVEL.

LIST-DUE-AT-LEVEL.
    MOVE ZERO TO WS-LIST-COUNT
    IF RISK-RPT-SUCCESS
        MOVE SPACES TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE SPACES TO RISK-REPORT-LINE
        STRING WS-LIST-LEVEL-NAME ' RISK'
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE SPACES TO RISK-REPORT-LINE
        STRING 'Tax ID      Customer                                  '
               'Score Last Rev Due      Cash in window  Wires '
               'Wire volume     Alerts'
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE ALL '-' TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF
    MOVE LOW-VALUES TO CUST-TAX-ID
    START CUSTOMER-FILE KEY NOT < CUST-TAX-ID
    IF CUST-FILE-SUCCESS
        PERFORM READ-NEXT-CUSTOMER
        PERFORM UNTIL NOT CUST-FILE-SUCCESS
            IF CUST-RISK-RATING = WS-LIST-LEVEL
                    AND CUST-REVIEW-DUE-DATE NOT = SPACES
                    AND CUST-REVIEW-DUE-DATE <= WS-CURRENT-DATE
                PERFORM CHECK-CUSTOMER-IN-SCOPE
                IF CUSTOMER-IN-SCOPE
                    ADD 1 TO WS-LIST-COUNT
                    ADD 1 TO WS-DUE-FOR-REVIEW
                    PERFORM WRITE-DUE-LINE
                END-IF
            END-IF
            PERFORM READ-NEXT-CUSTOMER
        END-PERFORM
    END-IF
    IF RISK-RPT-SUCCESS
        MOVE SPACES TO RISK-REPORT-LINE
        STRING WS-LIST-LEVEL-NAME ' risk due for review: '
               WS-LIST-COUNT
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF.

WRITE-DUE-LINE.
    IF RISK-RPT-SUCCESS
        PERFORM BUILD-CUSTOMER-NAME
        MOVE RKW-CASH-AMOUNT TO WS-AMT-DISPLAY
        MOVE RKW-WIRE-AMOUNT TO WS-WIRE-AMT-DISPLAY
        MOVE SPACES TO RISK-REPORT-LINE
        STRING CUST-TAX-ID ' ' WS-CUST-NAME ' '
               CUST-RISK-SCORE '   '
               CUST-LAST-REVIEW-DATE ' ' CUST-REVIEW-DUE-DATE ' '
               WS-AMT-DISPLAY ' ' RKW-WIRE-COUNT ' '
               WS-WIRE-AMT-DISPLAY '  ' RKW-OPEN-ALERTS
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF.

BUILD-CUSTOMER-NAME.
    MOVE SPACES TO WS-CUST-NAME
    STRING FUNCTION TRIM(CUST-FIRST-NAME) ' '
           FUNCTION TRIM(CUST-LAST-NAME)
        DELIMITED BY SIZE INTO WS-CUST-NAME.

*> Customers with an open relationship whose identity document has
*> expired, or was never taken (customers on file from before the
*> document was captured at opening).
LIST-EXPIRED-IDS.
    IF RISK-RPT-SUCCESS
        MOVE SPACES TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE 'CUSTOMERS WITH EXPIRED OR MISSING IDENTIFICATION'
            TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE SPACES TO RISK-REPORT-LINE
        STRING 'Tax ID      Customer                                  '
               'Type ID number            Issuer               '
               'Expiry      Risk'
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE ALL '-' TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF
    MOVE LOW-VALUES TO CUST-TAX-ID
    START CUSTOMER-FILE KEY NOT < CUST-TAX-ID
    IF CUST-FILE-SUCCESS
        PERFORM READ-NEXT-CUSTOMER
        PERFORM UNTIL NOT CUST-FILE-SUCCESS
            IF CUST-ID-EXPIRY-DATE = SPACES
                    OR CUST-ID-EXPIRY-DATE < WS-CURRENT-DATE
                PERFORM CHECK-CUSTOMER-IN-SCOPE
                IF CUSTOMER-IN-SCOPE
                    ADD 1 TO WS-IDS-EXPIRED
                    PERFORM WRITE-EXPIRED-LINE
                END-IF
            END-IF
            PERFORM READ-NEXT-CUSTOMER
        END-PERFORM
    END-IF
    IF RISK-RPT-SUCCESS
        MOVE SPACES TO RISK-REPORT-LINE
        STRING 'Expired or missing identification: ' WS-IDS-EXPIRED
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF.

WRITE-EXPIRED-LINE.
    IF RISK-RPT-SUCCESS
        PERFORM BUILD-CUSTOMER-NAME
        IF CUST-ID-EXPIRY-DATE = SPACES
            MOVE 'NOT ON FILE' TO WS-EXPIRY-TEXT
        ELSE
            MOVE CUST-ID-EXPIRY-DATE TO WS-EXPIRY-TEXT
        END-IF
        MOVE SPACES TO RISK-REPORT-LINE
        STRING CUST-TAX-ID ' ' WS-CUST-NAME ' '
               CUST-ID-TYPE '   ' CUST-ID-NUMBER '  '
               CUST-ID-ISSUER ' ' WS-EXPIRY-TEXT ' '
               CUST-RISK-RATING
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
    END-IF.

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    CLOSE CUSTOMER-FILE
    CLOSE RISKWORK-FILE
    IF RISK-RPT-SUCCESS
        MOVE SPACES TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE ALL '-' TO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        MOVE SPACES TO RISK-REPORT-LINE
        STRING 'Rated high: ' WS-RATED-HIGH
               '   medium: ' WS-RATED-MEDIUM
               '   low: ' WS-RATED-LOW
               '   raised this run: ' WS-RATINGS-RAISED
               '   no open relationship: ' WS-RST-SKIPPED
            DELIMITED BY SIZE INTO RISK-REPORT-LINE
        WRITE RISK-REPORT-LINE
        CLOSE RISK-REPORT-FILE
    END-IF
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Customers read:                  ' WS-RST-READ
    DISPLAY 'Rated high:                      ' WS-RATED-HIGH
    DISPLAY 'Rated medium:                    ' WS-RATED-MEDIUM
    DISPLAY 'Rated low:                       ' WS-RATED-LOW
    DISPLAY 'Ratings raised this run:         ' WS-RATINGS-RAISED
    DISPLAY 'Due for review:                  ' WS-DUE-FOR-REVIEW
    DISPLAY 'Expired or missing ID:           ' WS-IDS-EXPIRED
    DISPLAY 'Report:                          ' WS-RISK-RPT-NAME
    DISPLAY '==================================================================='.

*> Overrides the clock date with the operator-set business date when
*> one is on file.
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
*> shape the CTR log uses.
WRITE-RUN-STATISTICS.
    OPEN EXTEND RUNSTATS-FILE
    IF NOT RUNSTATS-FILE-SUCCESS
        OPEN OUTPUT RUNSTATS-FILE
    END-IF
    IF RUNSTATS-FILE-SUCCESS
        MOVE 'CUSTRISK' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

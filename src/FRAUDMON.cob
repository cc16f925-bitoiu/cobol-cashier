IDENTIFICATION DIVISION.
PROGRAM-ID. FRAUDMON.

*> Nightly fraud and unusual-activity monitoring. CTRRPT only looks
*> for cash structuring; this job runs the classic account-takeover
*> and money-mule patterns over the day's postings:
*>
*>   NA  a newly opened account that has taken in a large sum and
*>       paid most of it back out again within its first days;
*>   PT  money passing straight through an account -- a large sum in
*>       and most of it out again the same business day;
*>   TN  a large transfer into a just-opened account;
*>   DR  a dormant account reactivated (per the audit trail) and
*>       drained since.
*>
*> Every account with a posting today (LAST-TRANSACTION-DATE) has its
*> postings since the earliest window that applies gathered from the
*> transaction log's FROM-/TO-ACCOUNT keys, signed the way STMTGEN
*> and RECONCIL sign them. The thresholds are FRAUD-* bank parameters
*> (a zero amount switches its rule off), so compliance tunes the
*> rules without a recompile.
*>
*> Each alert is raised as a case on data/fraudcase.dat, which
*> investigators work and close from BANKLED's Fraud Alert Cases
*> screen, and is listed on tonight's report
*> (data/fraudmon_YYYYMMDD.txt). A case keeps its disposition, and
*> the account is not alerted again for the same rule while a case
*> is open, for the same activity (the opening, the reactivation, or
*> the business day) whatever the disposition, or inside the quiet
*> period an investigator's clearance set. Re-running the night
*> therefore raises nothing twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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

    SELECT FRAUDCASE-FILE ASSIGN TO 'data/fraudcase.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FCS-CASE-ID
        ALTERNATE RECORD KEY IS FCS-ALERT-KEY WITH DUPLICATES
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-FRAUDCASE-FILE-STATUS.

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

    SELECT FRAUD-REPORT-FILE ASSIGN TO WS-FRAUD-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FRAUD-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
        88  LOAN-ACCOUNT        VALUE 'L'.
    05  ACCOUNT-STATUS          PIC X(1).
        88  ACTIVE-ACCOUNT      VALUE 'A'.
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

*> BANKLED's audit trail for non-financial changes. A dormant account
*> brought back to life is an ACCOUNT-STATUS change from 'D' to 'A'.
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

*> Fraud alert case file, one record per alert raised, worked from
*> BANKLED's Fraud Alert Cases screen. FCS-ALERT-KEY (account and
*> rule) finds an account's earlier alerts for the same rule; the
*> activity reference names what the alert was about (the opening
*> date, the reactivation date, or the business day), so the same
*> activity is never raised twice. A clearance may set a quiet
*> period in FCS-SUPPRESS-UNTIL. Case zero is the control record:
*> FCS-AMOUNT carries the next case number.
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

*> Central bank-parameter file; this job reads its rule thresholds
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

*> Tonight's monitoring report: the alerts raised this run.
FD  FRAUD-REPORT-FILE.
01  FRAUD-REPORT-LINE           PIC X(132).

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
01  WS-AUDIT-FILE-STATUS        PIC X(2).
    88  AUDIT-FILE-SUCCESS      VALUE '00'.
    88  AUDIT-FILE-AT-END       VALUE '10'.
01  WS-FRAUDCASE-FILE-STATUS    PIC X(2).
    88  FRAUDCASE-FILE-SUCCESS  VALUE '00'.

01  WS-PARM-FILE-STATUS         PIC X(2).
    88  PARM-FILE-SUCCESS       VALUE '00'.
01  WS-PARM-LOOKUP-FIELDS.
    05  WS-PARM-LOOKUP-KEY      PIC X(20).
    05  WS-PARM-FOUND-VALUE     PIC S9(9)V9(6).
    05  WS-PARM-FOUND-FLAG      PIC X(1).
        88  PARM-FOUND          VALUE 'Y'.

01  WS-FRAUD-RPT-STATUS         PIC X(2).
    88  FRAUD-RPT-SUCCESS       VALUE '00'.
01  WS-FRAUD-RPT-NAME           PIC X(40).

*> Rule thresholds. Compiled defaults, overridden at startup by the
*> FRAUD-* keys on the parameter file. A zero amount threshold turns
*> its rule off; the percentages are fractions (0.80 = 80%).
01  WS-FRAUD-RULES.
    05  WS-NEW-ACCT-DAYS        PIC 9(4) VALUE 30.
    05  WS-LARGE-DEPOSIT        PIC 9(11)V99 VALUE 5000.00.
    05  WS-DRAIN-PCT            PIC 9V9(4) VALUE 0.8000.
    05  WS-DRAIN-MIN            PIC 9(11)V99 VALUE 1000.00.
    05  WS-PASSTHRU-MIN         PIC 9(11)V99 VALUE 5000.00.
    05  WS-PASSTHRU-PCT         PIC 9V9(4) VALUE 0.9000.
    05  WS-XFR-NEW-MIN          PIC 9(11)V99 VALUE 2000.00.
    05  WS-REACT-DAYS           PIC 9(4) VALUE 30.

*> Dormant reactivations on the audit trail inside the look-back,
*> the latest per account.
01  WS-REACT-TABLE.
    05  WS-REACT-COUNT          PIC 9(5) VALUE ZERO.
    05  WS-REACT-MAX            PIC 9(5) VALUE 5000.
    05  WS-REACT-ENTRY OCCURS 5000 TIMES.
        10  WS-REACT-ACCOUNT    PIC 9(10).
        10  WS-REACT-DATE       PIC X(8).
01  WS-REACT-I                  PIC 9(5).

*> The account being examined: its windows, and the postings in
*> each -- today, since opening (a new account) and since its
*> reactivation (a reactivated one).
01  WS-MONITOR-FIELDS.
    05  WS-TODAY-INT            PIC 9(8).
    05  WS-WINDOW-START         PIC X(8).
    05  WS-ACCOUNT-AGE          PIC S9(7).
    05  WS-NEW-ACCOUNT-FLAG     PIC X(1).
        88  NEW-ACCOUNT         VALUE 'Y'.
    05  WS-REACTIVATED-FLAG     PIC X(1).
        88  RECENTLY-REACTIVATED VALUE 'Y'.
    05  WS-REACTIVATION-DATE    PIC X(8).
    05  WS-REACT-CUTOFF-DATE    PIC X(8).
    05  WS-REACT-CUTOFF-NUM     PIC 9(8).
    05  WS-SIGNED-AMOUNT        PIC S9(13)V99.
    05  WS-DAY-IN               PIC S9(13)V99.
    05  WS-DAY-OUT              PIC S9(13)V99.
    05  WS-DAY-XFR-IN           PIC S9(13)V99.
    05  WS-OPEN-IN              PIC S9(13)V99.
    05  WS-OPEN-OUT             PIC S9(13)V99.
    05  WS-REACT-IN             PIC S9(13)V99.
    05  WS-REACT-OUT            PIC S9(13)V99.
    05  WS-REACT-START-BAL      PIC S9(13)V99.
    05  WS-DRAIN-TEST           PIC S9(13)V99.

*> The alert in hand and the dedup test against the case file.
01  WS-ALERT-FIELDS.
    05  WS-ALERT-RULE           PIC X(2).
    05  WS-ALERT-REF            PIC X(8).
    05  WS-ALERT-AMOUNT         PIC S9(13)V99.
    05  WS-ALERT-DETAIL         PIC X(60).
    05  WS-ALERT-PRIOR-FLAG     PIC X(1).
        88  ALERT-ALREADY-RAISED VALUE 'Y'.
    05  WS-NEXT-CASE-ID         PIC 9(7).
    05  WS-AMT-IN-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT-OUT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-AGE-DISPLAY          PIC ZZZ9.

01  WS-COUNTERS.
    05  WS-ACCOUNTS-EXAMINED    PIC 9(7) VALUE ZERO.
    05  WS-ALERTS-RAISED        PIC 9(7) VALUE ZERO.
    05  WS-ALERTS-SUPPRESSED    PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM LOAD-REACTIVATIONS
    PERFORM MONITOR-ALL-ACCOUNTS
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          FRAUD AND UNUSUAL-ACTIVITY MONITORING'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    DISPLAY 'Business Date: ' WS-CURRENT-DATE
    PERFORM LOAD-BANK-PARAMETERS
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT TRANSACTION-FILE
    IF NOT TRANS-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open TRANSACTION-FILE. Status: '
                WS-TRANS-FILE-STATUS
        CLOSE ACCOUNT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O FRAUDCASE-FILE
    IF NOT FRAUDCASE-FILE-SUCCESS
        OPEN OUTPUT FRAUDCASE-FILE
        CLOSE FRAUDCASE-FILE
        OPEN I-O FRAUDCASE-FILE
    END-IF

    MOVE SPACES TO WS-FRAUD-RPT-NAME
    STRING 'data/fraudmon_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-FRAUD-RPT-NAME
    OPEN OUTPUT FRAUD-REPORT-FILE
    IF FRAUD-RPT-SUCCESS
        MOVE SPACES TO FRAUD-REPORT-LINE
        STRING 'FRAUD AND UNUSUAL-ACTIVITY ALERTS -- BUSINESS DATE '
               WS-CURRENT-DATE
            DELIMITED BY SIZE INTO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        MOVE SPACES TO FRAUD-REPORT-LINE
        STRING 'Rules: NA new account drained  PT same-day pass-'
               'through  TN transfer into new account  DR dormant '
               'reactivated and drained'
            DELIMITED BY SIZE INTO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        MOVE SPACES TO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        MOVE 'Case    Rule Account    Amount          Detail'
            TO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        MOVE ALL '-' TO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
    ELSE
        DISPLAY 'WARNING: cannot open ' WS-FRAUD-RPT-NAME
                '. Status: ' WS-FRAUD-RPT-STATUS
    END-IF.

*> Pulls this job's rule thresholds from the central parameter file.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'FRAUD-NEW-ACCT-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-NEW-ACCT-DAYS
        END-IF
        MOVE 'FRAUD-LARGE-DEPOSIT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-LARGE-DEPOSIT
        END-IF
        MOVE 'FRAUD-DRAIN-PCT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-DRAIN-PCT
        END-IF
        MOVE 'FRAUD-DRAIN-MIN' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-DRAIN-MIN
        END-IF
        MOVE 'FRAUD-PASSTHRU-MIN' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PASSTHRU-MIN
        END-IF
        MOVE 'FRAUD-PASSTHRU-PCT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-PASSTHRU-PCT
        END-IF
        MOVE 'FRAUD-XFR-NEW-MIN' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-XFR-NEW-MIN
        END-IF
        MOVE 'FRAUD-REACT-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-REACT-DAYS
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

*> One pass of the audit trail for dormant accounts brought back
*> to life inside the FRAUD-REACT-DAYS look-back; a later
*> reactivation of the same account replaces an earlier one. A
*> table too small for them all is reported and the rest are not
*> watched tonight.
LOAD-REACTIVATIONS.
    MOVE ZERO TO WS-REACT-COUNT
    COMPUTE WS-REACT-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WS-REACT-DAYS)
    MOVE WS-REACT-CUTOFF-NUM TO WS-REACT-CUTOFF-DATE
    OPEN INPUT AUDIT-FILE
    IF AUDIT-FILE-SUCCESS
        PERFORM READ-NEXT-AUDIT
        PERFORM UNTIL AUDIT-FILE-AT-END
            IF AUD-FIELD-NAME = 'ACCOUNT-STATUS'
                    AND AUD-OLD-VALUE(1:1) = 'D'
                    AND AUD-NEW-VALUE(1:1) = 'A'
                    AND AUD-DATE >= WS-REACT-CUTOFF-DATE
                    AND AUD-DATE <= WS-CURRENT-DATE
                PERFORM STORE-REACTIVATION
            END-IF
            PERFORM READ-NEXT-AUDIT
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF
    DISPLAY 'Recent reactivations on the audit trail: ' WS-REACT-COUNT.

READ-NEXT-AUDIT.
    READ AUDIT-FILE AT END
        MOVE '10' TO WS-AUDIT-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-AUDIT-FILE-STATUS
    END-READ.

STORE-REACTIVATION.
    PERFORM VARYING WS-REACT-I FROM 1 BY 1
            UNTIL WS-REACT-I > WS-REACT-COUNT
               OR WS-REACT-ACCOUNT(WS-REACT-I) = AUD-ACCOUNT-NUMBER
        CONTINUE
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-REACT-I <= WS-REACT-COUNT
            MOVE AUD-DATE TO WS-REACT-DATE(WS-REACT-I)
        WHEN WS-REACT-COUNT < WS-REACT-MAX
            ADD 1 TO WS-REACT-COUNT
            MOVE AUD-ACCOUNT-NUMBER TO WS-REACT-ACCOUNT(WS-REACT-COUNT)
            MOVE AUD-DATE TO WS-REACT-DATE(WS-REACT-COUNT)
        WHEN OTHER
            DISPLAY 'WARNING: reactivation table full -- account '
                    AUD-ACCOUNT-NUMBER ' not watched tonight.'
    END-EVALUATE.

*> Only accounts that moved today can have tonight's pattern; loans
*> and escheated accounts are out of scope. A closed account is
*> still examined -- emptying it and closing it the same day is the
*> pattern at its plainest.
MONITOR-ALL-ACCOUNTS.
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END
        ADD 1 TO WS-RST-READ
        IF LAST-TRANSACTION-DATE = WS-CURRENT-DATE
                AND NOT LOAN-ACCOUNT
                AND NOT ESCHEATED-ACCOUNT
            ADD 1 TO WS-ACCOUNTS-EXAMINED
            PERFORM EXAMINE-ONE-ACCOUNT
        END-IF
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

EXAMINE-ONE-ACCOUNT.
    PERFORM SET-ACCOUNT-WINDOWS
    PERFORM GATHER-ACCOUNT-POSTINGS
    PERFORM APPLY-MONITORING-RULES.

*> New if opened inside FRAUD-NEW-ACCT-DAYS; reactivated if the
*> audit trail shows it. The earliest window start bounds the walk
*> of the account's postings.
SET-ACCOUNT-WINDOWS.
    MOVE 'N' TO WS-NEW-ACCOUNT-FLAG
    MOVE 'N' TO WS-REACTIVATED-FLAG
    MOVE WS-CURRENT-DATE TO WS-WINDOW-START
    MOVE ZERO TO WS-ACCOUNT-AGE
    IF ACCOUNT-OPEN-DATE IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(ACCOUNT-OPEN-DATE)) = ZERO
            COMPUTE WS-ACCOUNT-AGE = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(ACCOUNT-OPEN-DATE))
            IF WS-ACCOUNT-AGE >= ZERO
                    AND WS-ACCOUNT-AGE <= WS-NEW-ACCT-DAYS
                SET NEW-ACCOUNT TO TRUE
                MOVE ACCOUNT-OPEN-DATE TO WS-WINDOW-START
            END-IF
        END-IF
    END-IF

    PERFORM VARYING WS-REACT-I FROM 1 BY 1
            UNTIL WS-REACT-I > WS-REACT-COUNT
               OR WS-REACT-ACCOUNT(WS-REACT-I) = ACCOUNT-NUMBER
        CONTINUE
    END-PERFORM
    IF WS-REACT-I <= WS-REACT-COUNT
        SET RECENTLY-REACTIVATED TO TRUE
        MOVE WS-REACT-DATE(WS-REACT-I) TO WS-REACTIVATION-DATE
        IF WS-REACTIVATION-DATE < WS-WINDOW-START
            MOVE WS-REACTIVATION-DATE TO WS-WINDOW-START
        END-IF
    END-IF.

*> Walks both alternate keys with the same signing rules STMTGEN
*> uses: on the FROM side 'D' and 'N' credit the account, 'W', 'T',
*> 'F' and a debit-shaped 'R' debit it; on the TO side transfer-in
*> 'I' legs and credit-shaped 'R' reversals credit it.
GATHER-ACCOUNT-POSTINGS.
    MOVE ZERO TO WS-DAY-IN WS-DAY-OUT WS-DAY-XFR-IN
                 WS-OPEN-IN WS-OPEN-OUT WS-REACT-IN WS-REACT-OUT

    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
    IF TRANS-FILE-SUCCESS
        PERFORM READ-NEXT-TRANSACTION
        PERFORM UNTIL NOT TRANS-FILE-SUCCESS
                OR FROM-ACCOUNT NOT = ACCOUNT-NUMBER
            IF TRANS-DATE >= WS-WINDOW-START
                    AND TRANS-DATE <= WS-CURRENT-DATE
                MOVE ZERO TO WS-SIGNED-AMOUNT
                EVALUATE TRANS-TYPE
                    WHEN 'D'
                    WHEN 'N'
                        MOVE TRANS-AMOUNT TO WS-SIGNED-AMOUNT
                    WHEN 'W'
                    WHEN 'T'
                    WHEN 'F'
                        COMPUTE WS-SIGNED-AMOUNT = ZERO - TRANS-AMOUNT
                    WHEN 'R'
                        IF TO-ACCOUNT = ZERO
                            COMPUTE WS-SIGNED-AMOUNT =
                                ZERO - TRANS-AMOUNT
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                PERFORM TALLY-POSTING
            END-IF
            PERFORM READ-NEXT-TRANSACTION
        END-PERFORM
    END-IF

    MOVE ACCOUNT-NUMBER TO TO-ACCOUNT
    START TRANSACTION-FILE KEY NOT < TO-ACCOUNT
    IF TRANS-FILE-SUCCESS
        PERFORM READ-NEXT-TRANSACTION
        PERFORM UNTIL NOT TRANS-FILE-SUCCESS
                OR TO-ACCOUNT NOT = ACCOUNT-NUMBER
            IF TRANS-DATE >= WS-WINDOW-START
                    AND TRANS-DATE <= WS-CURRENT-DATE
                    AND (TRANS-TYPE = 'I'
                         OR (TRANS-TYPE = 'R' AND FROM-ACCOUNT = ZERO))
                MOVE TRANS-AMOUNT TO WS-SIGNED-AMOUNT
                PERFORM TALLY-POSTING
                IF TRANS-TYPE = 'I' AND TRANS-DATE = WS-CURRENT-DATE
                    ADD TRANS-AMOUNT TO WS-DAY-XFR-IN
                END-IF
            END-IF
            PERFORM READ-NEXT-TRANSACTION
        END-PERFORM
    END-IF.

READ-NEXT-TRANSACTION.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
    END-READ.

*> Sorts the signed posting into every window it falls in.
TALLY-POSTING.
    IF WS-SIGNED-AMOUNT > ZERO
        IF TRANS-DATE = WS-CURRENT-DATE
            ADD WS-SIGNED-AMOUNT TO WS-DAY-IN
        END-IF
        IF NEW-ACCOUNT AND TRANS-DATE >= ACCOUNT-OPEN-DATE
            ADD WS-SIGNED-AMOUNT TO WS-OPEN-IN
        END-IF
        IF RECENTLY-REACTIVATED
                AND TRANS-DATE >= WS-REACTIVATION-DATE
            ADD WS-SIGNED-AMOUNT TO WS-REACT-IN
        END-IF
    END-IF
    IF WS-SIGNED-AMOUNT < ZERO
        IF TRANS-DATE = WS-CURRENT-DATE
            SUBTRACT WS-SIGNED-AMOUNT FROM WS-DAY-OUT
        END-IF
        IF NEW-ACCOUNT AND TRANS-DATE >= ACCOUNT-OPEN-DATE
            SUBTRACT WS-SIGNED-AMOUNT FROM WS-OPEN-OUT
        END-IF
        IF RECENTLY-REACTIVATED
                AND TRANS-DATE >= WS-REACTIVATION-DATE
            SUBTRACT WS-SIGNED-AMOUNT FROM WS-REACT-OUT
        END-IF
    END-IF.

*> The four rules. The draining rules only fire on a night money
*> actually left the account, so an account that was drained last
*> week and has been quiet since is not re-examined for it.
APPLY-MONITORING-RULES.
    IF NEW-ACCOUNT AND WS-LARGE-DEPOSIT > ZERO
            AND WS-DAY-OUT > ZERO
            AND WS-OPEN-IN >= WS-LARGE-DEPOSIT
        COMPUTE WS-DRAIN-TEST = WS-OPEN-IN * WS-DRAIN-PCT
        IF WS-OPEN-OUT >= WS-DRAIN-TEST
            MOVE 'NA' TO WS-ALERT-RULE
            MOVE ACCOUNT-OPEN-DATE TO WS-ALERT-REF
            MOVE WS-OPEN-OUT TO WS-ALERT-AMOUNT
            MOVE WS-OPEN-IN TO WS-AMT-IN-DISPLAY
            MOVE WS-OPEN-OUT TO WS-AMT-OUT-DISPLAY
            MOVE WS-ACCOUNT-AGE TO WS-AGE-DISPLAY
            MOVE SPACES TO WS-ALERT-DETAIL
            STRING 'OPENED ' WS-AGE-DISPLAY ' DAYS: IN '
                   WS-AMT-IN-DISPLAY ' OUT ' WS-AMT-OUT-DISPLAY
                DELIMITED BY SIZE INTO WS-ALERT-DETAIL
            PERFORM RAISE-ALERT
        END-IF
    END-IF

    IF WS-PASSTHRU-MIN > ZERO
            AND WS-DAY-IN >= WS-PASSTHRU-MIN
        COMPUTE WS-DRAIN-TEST = WS-DAY-IN * WS-PASSTHRU-PCT
        IF WS-DAY-OUT >= WS-DRAIN-TEST
            MOVE 'PT' TO WS-ALERT-RULE
            MOVE WS-CURRENT-DATE TO WS-ALERT-REF
            MOVE WS-DAY-IN TO WS-ALERT-AMOUNT
            MOVE WS-DAY-IN TO WS-AMT-IN-DISPLAY
            MOVE WS-DAY-OUT TO WS-AMT-OUT-DISPLAY
            MOVE SPACES TO WS-ALERT-DETAIL
            STRING 'SAME DAY: IN ' WS-AMT-IN-DISPLAY
                   ' OUT ' WS-AMT-OUT-DISPLAY
                DELIMITED BY SIZE INTO WS-ALERT-DETAIL
            PERFORM RAISE-ALERT
        END-IF
    END-IF

    IF NEW-ACCOUNT AND WS-XFR-NEW-MIN > ZERO
            AND WS-DAY-XFR-IN >= WS-XFR-NEW-MIN
        MOVE 'TN' TO WS-ALERT-RULE
        MOVE ACCOUNT-OPEN-DATE TO WS-ALERT-REF
        MOVE WS-DAY-XFR-IN TO WS-ALERT-AMOUNT
        MOVE WS-DAY-XFR-IN TO WS-AMT-IN-DISPLAY
        MOVE WS-ACCOUNT-AGE TO WS-AGE-DISPLAY
        MOVE SPACES TO WS-ALERT-DETAIL
        STRING 'TRANSFERS IN ' WS-AMT-IN-DISPLAY
               ' TO ACCOUNT OPENED ' WS-AGE-DISPLAY ' DAYS'
            DELIMITED BY SIZE INTO WS-ALERT-DETAIL
        PERFORM RAISE-ALERT
    END-IF

    *> The balance the account came back to life with is worked back
    *> from tonight's balance through the postings since.
    IF RECENTLY-REACTIVATED AND WS-DRAIN-MIN > ZERO
            AND WS-DAY-OUT > ZERO
            AND WS-REACT-OUT >= WS-DRAIN-MIN
        COMPUTE WS-REACT-START-BAL =
            ACCOUNT-BALANCE - WS-REACT-IN + WS-REACT-OUT
        COMPUTE WS-DRAIN-TEST =
            (WS-REACT-START-BAL + WS-REACT-IN) * WS-DRAIN-PCT
        IF WS-REACT-OUT >= WS-DRAIN-TEST
            MOVE 'DR' TO WS-ALERT-RULE
            MOVE WS-REACTIVATION-DATE TO WS-ALERT-REF
            MOVE WS-REACT-OUT TO WS-ALERT-AMOUNT
            MOVE WS-REACT-START-BAL TO WS-AMT-IN-DISPLAY
            MOVE WS-REACT-OUT TO WS-AMT-OUT-DISPLAY
            MOVE SPACES TO WS-ALERT-DETAIL
            STRING 'REACTIVATED ' WS-REACTIVATION-DATE ' BAL '
                   WS-AMT-IN-DISPLAY ' OUT ' WS-AMT-OUT-DISPLAY
                DELIMITED BY SIZE INTO WS-ALERT-DETAIL
            PERFORM RAISE-ALERT
        END-IF
    END-IF.

RAISE-ALERT.
    PERFORM FIND-PRIOR-ALERT
    IF ALERT-ALREADY-RAISED
        ADD 1 TO WS-ALERTS-SUPPRESSED
    ELSE
        PERFORM QUEUE-FRAUD-CASE
    END-IF.

*> The account's earlier cases for the same rule. Any of them still
*> open, any about the same activity (whatever the investigator
*> decided), or a clearance whose quiet period has not run out
*> stands in for a new alert.
FIND-PRIOR-ALERT.
    MOVE 'N' TO WS-ALERT-PRIOR-FLAG
    MOVE ACCOUNT-NUMBER TO FCS-ACCOUNT
    MOVE WS-ALERT-RULE TO FCS-RULE
    START FRAUDCASE-FILE KEY = FCS-ALERT-KEY
    IF FRAUDCASE-FILE-SUCCESS
        PERFORM READ-NEXT-FRAUDCASE
        PERFORM UNTIL NOT FRAUDCASE-FILE-SUCCESS
                OR FCS-ACCOUNT NOT = ACCOUNT-NUMBER
                OR FCS-RULE NOT = WS-ALERT-RULE
                OR ALERT-ALREADY-RAISED
            IF FCS-OPEN
                    OR FCS-ACTIVITY-REF = WS-ALERT-REF
                    OR (FCS-SUPPRESS-UNTIL NOT = SPACES
                        AND FCS-SUPPRESS-UNTIL >= WS-CURRENT-DATE)
                SET ALERT-ALREADY-RAISED TO TRUE
            END-IF
            PERFORM READ-NEXT-FRAUDCASE
        END-PERFORM
    END-IF.

READ-NEXT-FRAUDCASE.
    READ FRAUDCASE-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FRAUDCASE-FILE-STATUS
    END-READ.

QUEUE-FRAUD-CASE.
    PERFORM GET-NEXT-CASE-ID
    MOVE SPACES TO FRAUDCASE-RECORD
    MOVE WS-NEXT-CASE-ID TO FCS-CASE-ID
    MOVE ACCOUNT-NUMBER TO FCS-ACCOUNT
    MOVE WS-ALERT-RULE TO FCS-RULE
    MOVE WS-CURRENT-DATE TO FCS-RAISED-DATE
    MOVE WS-ALERT-REF TO FCS-ACTIVITY-REF
    MOVE WS-ALERT-AMOUNT TO FCS-AMOUNT
    MOVE WS-ALERT-DETAIL TO FCS-DETAIL
    SET FCS-OPEN TO TRUE
    WRITE FRAUDCASE-RECORD
    IF FRAUDCASE-FILE-SUCCESS
        ADD 1 TO WS-ALERTS-RAISED
        ADD WS-ALERT-AMOUNT TO WS-RST-CONTROL-AMOUNT
        DISPLAY 'ALERT ' WS-NEXT-CASE-ID ' ' WS-ALERT-RULE ' '
                ACCOUNT-NUMBER ' ' WS-ALERT-DETAIL
        PERFORM WRITE-REPORT-LINE
    ELSE
        ADD 1 TO WS-RST-REJECTED
        DISPLAY 'ERROR: Unable to raise case for ' ACCOUNT-NUMBER
                '. Status: ' WS-FRAUDCASE-FILE-STATUS
    END-IF.

*> Next case number from the case-zero control record, the same
*> fetch-and-increment the sanctions queue uses.
GET-NEXT-CASE-ID.
    MOVE ZERO TO FCS-CASE-ID
    READ FRAUDCASE-FILE
    IF FRAUDCASE-FILE-SUCCESS
        MOVE FCS-AMOUNT TO WS-NEXT-CASE-ID
        COMPUTE FCS-AMOUNT = FCS-AMOUNT + 1
        REWRITE FRAUDCASE-RECORD
    ELSE
        MOVE 1 TO WS-NEXT-CASE-ID
        MOVE SPACES TO FRAUDCASE-RECORD
        MOVE ZERO TO FCS-CASE-ID
        MOVE ZERO TO FCS-ACCOUNT
        MOVE 'NEXT-CASE CONTROL' TO FCS-DETAIL
        MOVE 2 TO FCS-AMOUNT
        WRITE FRAUDCASE-RECORD
    END-IF.

WRITE-REPORT-LINE.
    IF FRAUD-RPT-SUCCESS
        MOVE WS-ALERT-AMOUNT TO WS-AMT-DISPLAY
        MOVE SPACES TO FRAUD-REPORT-LINE
        STRING WS-NEXT-CASE-ID ' ' WS-ALERT-RULE '   '
               ACCOUNT-NUMBER ' ' WS-AMT-DISPLAY '  '
               WS-ALERT-DETAIL
            DELIMITED BY SIZE INTO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
    END-IF.

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    CLOSE TRANSACTION-FILE
    CLOSE FRAUDCASE-FILE
    IF FRAUD-RPT-SUCCESS
        MOVE ALL '-' TO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        MOVE SPACES TO FRAUD-REPORT-LINE
        STRING 'Accounts examined: ' WS-ACCOUNTS-EXAMINED
               '   New alerts: ' WS-ALERTS-RAISED
               '   Already on file: ' WS-ALERTS-SUPPRESSED
            DELIMITED BY SIZE INTO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        CLOSE FRAUD-REPORT-FILE
    END-IF
    MOVE WS-ALERTS-RAISED TO WS-RST-POSTED
    MOVE WS-ALERTS-SUPPRESSED TO WS-RST-SKIPPED
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Accounts with activity examined: ' WS-ACCOUNTS-EXAMINED
    DISPLAY 'New alerts raised:               ' WS-ALERTS-RAISED
    DISPLAY 'Alerts already on file:          ' WS-ALERTS-SUPPRESSED
    DISPLAY 'Report:                          ' WS-FRAUD-RPT-NAME
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
        MOVE 'FRAUDMON' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

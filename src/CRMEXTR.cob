IDENTIFICATION DIVISION.
PROGRAM-ID. CRMEXTR.

*> Nightly customer relationship extract for marketing's CRM vendor,
*> replacing the hand export of BANKLED inquiry screens. A fixed-
*> layout file, data/crm_YYYYMMDD.dat, of 150-byte records:
*>
*>   H  header -- file ID, extract date and time, and the mode
*>      (F full refresh, C changed customers only);
*>   C  one per customer from CUSTOMER-FILE, followed immediately by
*>   A  one per account the customer holds (the account's
*>      HOLDER-TAX-ID): type, status, balance, currency, open date,
*>      branch, last activity and product;
*>   T  trailer -- customer, account and record counts, the balance
*>      hash total and the account-number hash total, so the vendor
*>      can prove the load complete.
*>
*> The tax ID never leaves the bank in full: it goes out masked but
*> for its last four digits, and the vendor keys the customer on a
*> CRM customer ID this job assigns the first time the customer is
*> sent and keeps on data/crmsnap.dat thereafter.
*>
*> data/crmsnap.dat also holds an image of every record last sent.
*> On the 1st of the month every customer goes out (a full refresh);
*> Monday to Friday only customers whose customer or account records
*> differ from what was last sent -- a balance moved, an account
*> opened or closed, an address changed. Saturday and Sunday nothing
*> is sent, and the weekend's changes go out on Monday. FULL or
*> CHANGES on the command line forces the mode. Accounts are those
*> of the primary holder; an account whose tax ID is not on the
*> customer master is counted but cannot be sent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACCOUNT-NUMBER
        FILE STATUS IS WS-FILE-STATUS.

    SELECT CUSTOMER-FILE ASSIGN TO 'data/customers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CUST-TAX-ID
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT CRMWORK-FILE ASSIGN TO 'data/crmextr.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CXW-KEY
        FILE STATUS IS WS-CRMWORK-FILE-STATUS.

    SELECT CRMSNAP-FILE ASSIGN TO 'data/crmsnap.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRS-KEY
        FILE STATUS IS WS-CRMSNAP-FILE-STATUS.

    SELECT CRM-EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CRM-FILE-STATUS.

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

*> Customer master, keyed by tax ID; read through in key order.
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

*> Work file rebuilt each run: every account under its holder's tax
*> ID, so a customer's accounts can be read off together.
FD  CRMWORK-FILE.
01  CRMWORK-RECORD.
    05  CXW-KEY.
        10  CXW-TAX-ID          PIC X(11).
        10  CXW-ACCOUNT         PIC 9(10).
    05  CXW-ACCOUNT-TYPE        PIC X(1).
    05  CXW-ACCOUNT-STATUS      PIC X(1).
    05  CXW-BALANCE             PIC S9(13)V99.
    05  CXW-CURRENCY            PIC X(3).
    05  CXW-OPEN-DATE           PIC X(8).
    05  CXW-BRANCH              PIC X(4).
    05  CXW-LAST-ACTIVITY       PIC X(8).
    05  CXW-PRODUCT-CODE        PIC X(4).
    05  FILLER                  PIC X(10).

*> What the CRM vendor was last sent: one row per customer (account
*> zero) carrying the CRM customer ID, and one per account, each
*> with the image of the record sent. The row with a blank tax ID
*> and account zero is the control record: CRS-CRM-ID carries the
*> next CRM customer ID to assign.
FD  CRMSNAP-FILE.
01  CRMSNAP-RECORD.
    05  CRS-KEY.
        10  CRS-TAX-ID          PIC X(11).
        10  CRS-ACCOUNT         PIC 9(10).
    05  CRS-CRM-ID              PIC 9(9).
    05  CRS-IMAGE               PIC X(150).
    05  CRS-SENT-DATE           PIC X(8).
    05  FILLER                  PIC X(12).

*> The extract itself. Every record starts with its type; signed
*> amounts carry a leading separate sign for the vendor's loader.
FD  CRM-EXTRACT-FILE.
01  CRM-HEADER-RECORD.
    05  CRH-RECORD-TYPE         PIC X(1).
    05  CRH-FILE-ID             PIC X(10).
    05  CRH-EXTRACT-DATE        PIC X(8).
    05  CRH-EXTRACT-TIME        PIC X(6).
    05  CRH-EXTRACT-MODE        PIC X(1).
    05  FILLER                  PIC X(124).
01  CRM-CUSTOMER-RECORD.
    05  CRC-RECORD-TYPE         PIC X(1).
    05  CRC-CRM-ID              PIC 9(9).
    05  CRC-TAX-ID-MASKED       PIC X(11).
    05  CRC-FIRST-NAME          PIC X(20).
    05  CRC-LAST-NAME           PIC X(20).
    05  CRC-ADDRESS             PIC X(50).
    05  CRC-PHONE               PIC X(15).
    05  CRC-SINCE-DATE          PIC X(8).
    05  CRC-DELIVERY-PREF       PIC X(1).
    05  CRC-DECEASED-FLAG       PIC X(1).
    05  CRC-RETURNED-MAIL-FLAG  PIC X(1).
    05  CRC-ACCOUNT-COUNT       PIC 9(3).
    05  FILLER                  PIC X(10).
01  CRM-ACCOUNT-RECORD.
    05  CRA-RECORD-TYPE         PIC X(1).
    05  CRA-CRM-ID              PIC 9(9).
    05  CRA-ACCOUNT-NUMBER      PIC 9(10).
    05  CRA-ACCOUNT-TYPE        PIC X(1).
    05  CRA-ACCOUNT-STATUS      PIC X(1).
    05  CRA-BALANCE             PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
    05  CRA-CURRENCY            PIC X(3).
    05  CRA-OPEN-DATE           PIC X(8).
    05  CRA-BRANCH              PIC X(4).
    05  CRA-LAST-ACTIVITY-DATE  PIC X(8).
    05  CRA-PRODUCT-CODE        PIC X(4).
    05  FILLER                  PIC X(85).
01  CRM-TRAILER-RECORD.
    05  CRT-RECORD-TYPE         PIC X(1).
    05  CRT-CUSTOMER-COUNT      PIC 9(9).
    05  CRT-ACCOUNT-COUNT       PIC 9(9).
    05  CRT-RECORD-COUNT        PIC 9(9).
    05  CRT-BALANCE-HASH        PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
    05  CRT-ACCOUNT-HASH        PIC 9(18).
    05  FILLER                  PIC X(86).

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

01  WS-CUST-FILE-STATUS         PIC X(2).
    88  CUST-FILE-SUCCESS       VALUE '00'.
    88  CUST-FILE-AT-END        VALUE '10'.
01  WS-CRMWORK-FILE-STATUS      PIC X(2).
    88  CRMWORK-FILE-SUCCESS    VALUE '00'.
    88  CRMWORK-FILE-AT-END     VALUE '10'.
01  WS-CRMSNAP-FILE-STATUS      PIC X(2).
    88  CRMSNAP-FILE-SUCCESS    VALUE '00'.
01  WS-CRM-FILE-STATUS          PIC X(2).
    88  CRM-FILE-SUCCESS        VALUE '00'.
01  WS-EXTRACT-FILE-NAME        PIC X(40).

*> Tonight's mode: F every customer, C changed customers only, N
*> nothing (the weekend).
01  WS-RUN-FIELDS.
    05  WS-PARM-TEXT            PIC X(10).
    05  WS-EXTRACT-MODE         PIC X(1).
        88  MODE-FULL-REFRESH   VALUE 'F'.
        88  MODE-CHANGES-ONLY   VALUE 'C'.
        88  MODE-NO-EXTRACT     VALUE 'N'.
    05  WS-DAY-OF-WEEK          PIC 9(1).
    05  WS-NEXT-CRM-ID          PIC 9(9).

*> The customer in hand: its CRM ID, whether it is new to the
*> vendor or differs from what was last sent, and its record image.
01  WS-CUSTOMER-FIELDS.
    05  WS-CUST-CRM-ID          PIC 9(9).
    05  WS-CUST-NEW-FLAG        PIC X(1).
        88  CUSTOMER-IS-NEW     VALUE 'Y'.
    05  WS-CUST-CHANGED-FLAG    PIC X(1).
        88  CUSTOMER-CHANGED    VALUE 'Y'.
    05  WS-CUST-ACCOUNT-COUNT   PIC 9(3).
    05  WS-CUSTOMER-IMAGE       PIC X(150).
    05  WS-ACCOUNT-IMAGE        PIC X(150).
    05  WS-MASKED-TAX-ID        PIC X(11).
    05  WS-MASK-LENGTH          PIC 9(2).
    05  WS-MASK-I               PIC 9(2).

*> Trailer figures for the records actually written.
01  WS-TRAILER-FIELDS.
    05  WS-CUSTOMERS-SENT       PIC 9(9) VALUE ZERO.
    05  WS-ACCOUNTS-SENT        PIC 9(9) VALUE ZERO.
    05  WS-RECORDS-WRITTEN      PIC 9(9) VALUE ZERO.
    05  WS-BALANCE-HASH         PIC S9(15)V99 VALUE ZERO.
    05  WS-ACCOUNT-HASH         PIC 9(18) VALUE ZERO.

01  WS-COUNTERS.
    05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-MATCHED     PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-UNMATCHED   PIC 9(7) VALUE ZERO.
    05  WS-NO-TAX-ID            PIC 9(7) VALUE ZERO.
    05  WS-CUSTOMERS-READ       PIC 9(7) VALUE ZERO.
    05  WS-CUSTOMERS-UNCHANGED  PIC 9(7) VALUE ZERO.
    05  WS-CUSTOMERS-NEW        PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    IF NOT MODE-NO-EXTRACT
        PERFORM BUILD-ACCOUNT-WORK-FILE
        PERFORM EXTRACT-ALL-CUSTOMERS
        PERFORM WRITE-EXTRACT-TRAILER
    END-IF
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          CRM CUSTOMER RELATIONSHIP EXTRACT'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    DISPLAY 'Business Date: ' WS-CURRENT-DATE
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    MOVE FUNCTION UPPER-CASE(WS-PARM-TEXT) TO WS-PARM-TEXT

    *> Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a Monday,
    *> so MOD 7 gives Monday=1 .. Saturday=6, Sunday=0.
    COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CURRENT-DATE)), 7)
    EVALUATE TRUE
        WHEN WS-PARM-TEXT = 'FULL'
            SET MODE-FULL-REFRESH TO TRUE
        WHEN WS-PARM-TEXT = 'CHANGES'
            SET MODE-CHANGES-ONLY TO TRUE
        WHEN WS-CURRENT-DATE(7:2) = '01'
            SET MODE-FULL-REFRESH TO TRUE
        WHEN WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
            SET MODE-NO-EXTRACT TO TRUE
        WHEN OTHER
            SET MODE-CHANGES-ONLY TO TRUE
    END-EVALUATE

    EVALUATE TRUE
        WHEN MODE-FULL-REFRESH
            DISPLAY 'Mode: FULL REFRESH (every customer)'
        WHEN MODE-CHANGES-ONLY
            DISPLAY 'Mode: CHANGES (customers changed since last sent)'
        WHEN OTHER
            DISPLAY 'Mode: NONE -- no extract at the weekend; changes'
                    ' go with Monday''s file.'
    END-EVALUATE
    IF NOT MODE-NO-EXTRACT
        PERFORM OPEN-EXTRACT-FILES
    END-IF.

OPEN-EXTRACT-FILES.
    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CUSTOMER-FILE
    IF NOT CUST-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open CUSTOMER-FILE. Status: '
                WS-CUST-FILE-STATUS
        CLOSE ACCOUNT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CRMWORK-FILE
    CLOSE CRMWORK-FILE
    OPEN I-O CRMWORK-FILE
    IF NOT CRMWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open CRMWORK-FILE. Status: '
                WS-CRMWORK-FILE-STATUS
        CLOSE ACCOUNT-FILE
        CLOSE CUSTOMER-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CRMSNAP-FILE
    IF NOT CRMSNAP-FILE-SUCCESS
        OPEN OUTPUT CRMSNAP-FILE
        CLOSE CRMSNAP-FILE
        OPEN I-O CRMSNAP-FILE
    END-IF
    IF NOT CRMSNAP-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open CRMSNAP-FILE. Status: '
                WS-CRMSNAP-FILE-STATUS
        CLOSE ACCOUNT-FILE
        CLOSE CUSTOMER-FILE
        CLOSE CRMWORK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO CRS-TAX-ID
    MOVE ZERO TO CRS-ACCOUNT
    READ CRMSNAP-FILE
    IF CRMSNAP-FILE-SUCCESS
        MOVE CRS-CRM-ID TO WS-NEXT-CRM-ID
    ELSE
        MOVE 1 TO WS-NEXT-CRM-ID
    END-IF

    MOVE SPACES TO WS-EXTRACT-FILE-NAME
    STRING 'data/crm_' WS-CURRENT-DATE '.dat'
        DELIMITED BY SIZE INTO WS-EXTRACT-FILE-NAME
    OPEN OUTPUT CRM-EXTRACT-FILE
    IF NOT CRM-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ' WS-EXTRACT-FILE-NAME
                '. Status: ' WS-CRM-FILE-STATUS
        CLOSE ACCOUNT-FILE
        CLOSE CUSTOMER-FILE
        CLOSE CRMWORK-FILE
        CLOSE CRMSNAP-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO CRM-HEADER-RECORD
    MOVE 'H' TO CRH-RECORD-TYPE
    MOVE 'BANKCRM' TO CRH-FILE-ID
    MOVE WS-CURRENT-DATE TO CRH-EXTRACT-DATE
    MOVE WS-CURRENT-TIME(1:6) TO CRH-EXTRACT-TIME
    MOVE WS-EXTRACT-MODE TO CRH-EXTRACT-MODE
    WRITE CRM-HEADER-RECORD
    ADD 1 TO WS-RECORDS-WRITTEN.

*> Files every account under its holder's tax ID.
BUILD-ACCOUNT-WORK-FILE.
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END
        ADD 1 TO WS-ACCOUNTS-READ
        IF HOLDER-TAX-ID = SPACES
            ADD 1 TO WS-NO-TAX-ID
        ELSE
            MOVE SPACES TO CRMWORK-RECORD
            MOVE HOLDER-TAX-ID TO CXW-TAX-ID
            MOVE ACCOUNT-NUMBER TO CXW-ACCOUNT
            MOVE ACCOUNT-TYPE TO CXW-ACCOUNT-TYPE
            MOVE ACCOUNT-STATUS TO CXW-ACCOUNT-STATUS
            MOVE ACCOUNT-BALANCE TO CXW-BALANCE
            MOVE CURRENCY-CODE TO CXW-CURRENCY
            MOVE ACCOUNT-OPEN-DATE TO CXW-OPEN-DATE
            MOVE BRANCH-CODE TO CXW-BRANCH
            MOVE LAST-TRANSACTION-DATE TO CXW-LAST-ACTIVITY
            MOVE PRODUCT-CODE TO CXW-PRODUCT-CODE
            WRITE CRMWORK-RECORD
        END-IF
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    DISPLAY 'Accounts read:             ' WS-ACCOUNTS-READ.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-FILE-STATUS
    END-READ.

EXTRACT-ALL-CUSTOMERS.
    PERFORM READ-NEXT-CUSTOMER
    PERFORM UNTIL CUST-FILE-AT-END
        ADD 1 TO WS-CUSTOMERS-READ
        PERFORM EXTRACT-ONE-CUSTOMER
        PERFORM READ-NEXT-CUSTOMER
    END-PERFORM
    COMPUTE WS-ACCOUNTS-UNMATCHED =
        WS-ACCOUNTS-READ - WS-NO-TAX-ID - WS-ACCOUNTS-MATCHED.

READ-NEXT-CUSTOMER.
    READ CUSTOMER-FILE NEXT RECORD AT END
        MOVE '10' TO WS-CUST-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-CUST-FILE-STATUS
    END-READ.

*> A customer goes out on a full refresh, or when it is new to the
*> vendor, or when its customer record or any account's record
*> differs from the image last sent.
EXTRACT-ONE-CUSTOMER.
    MOVE 'N' TO WS-CUST-NEW-FLAG
    MOVE 'N' TO WS-CUST-CHANGED-FLAG
    MOVE SPACES TO WS-CUSTOMER-IMAGE
    MOVE CUST-TAX-ID TO CRS-TAX-ID
    MOVE ZERO TO CRS-ACCOUNT
    READ CRMSNAP-FILE
    IF CRMSNAP-FILE-SUCCESS
        MOVE CRS-CRM-ID TO WS-CUST-CRM-ID
        MOVE CRS-IMAGE TO WS-CUSTOMER-IMAGE
    ELSE
        PERFORM ASSIGN-CRM-ID
    END-IF
    PERFORM COMPARE-CUSTOMER-ACCOUNTS
    PERFORM BUILD-CUSTOMER-IMAGE
    IF CRM-CUSTOMER-RECORD NOT = WS-CUSTOMER-IMAGE
        MOVE 'Y' TO WS-CUST-CHANGED-FLAG
        MOVE CRM-CUSTOMER-RECORD TO WS-CUSTOMER-IMAGE
    END-IF
    IF MODE-FULL-REFRESH OR CUSTOMER-CHANGED
        PERFORM SEND-CUSTOMER
    ELSE
        ADD 1 TO WS-CUSTOMERS-UNCHANGED
    END-IF.

*> A customer new to the vendor takes the next CRM customer ID; the
*> control record is updated at once so an interrupted run never
*> hands the same ID out twice.
ASSIGN-CRM-ID.
    MOVE 'Y' TO WS-CUST-NEW-FLAG
    MOVE 'Y' TO WS-CUST-CHANGED-FLAG
    ADD 1 TO WS-CUSTOMERS-NEW
    MOVE WS-NEXT-CRM-ID TO WS-CUST-CRM-ID
    ADD 1 TO WS-NEXT-CRM-ID
    MOVE SPACES TO CRMSNAP-RECORD
    MOVE SPACES TO CRS-TAX-ID
    MOVE ZERO TO CRS-ACCOUNT
    MOVE WS-NEXT-CRM-ID TO CRS-CRM-ID
    MOVE WS-CURRENT-DATE TO CRS-SENT-DATE
    PERFORM STORE-SNAPSHOT-ROW.

*> Counts the customer's accounts and checks each against the image
*> last sent.
COMPARE-CUSTOMER-ACCOUNTS.
    MOVE ZERO TO WS-CUST-ACCOUNT-COUNT
    PERFORM START-CUSTOMER-ACCOUNTS
    PERFORM UNTIL CRMWORK-FILE-AT-END
        ADD 1 TO WS-CUST-ACCOUNT-COUNT
        ADD 1 TO WS-ACCOUNTS-MATCHED
        PERFORM BUILD-ACCOUNT-IMAGE
        MOVE CUST-TAX-ID TO CRS-TAX-ID
        MOVE CXW-ACCOUNT TO CRS-ACCOUNT
        READ CRMSNAP-FILE
        IF NOT CRMSNAP-FILE-SUCCESS
                OR CRS-IMAGE NOT = WS-ACCOUNT-IMAGE
            MOVE 'Y' TO WS-CUST-CHANGED-FLAG
        END-IF
        PERFORM READ-NEXT-CUSTOMER-ACCOUNT
    END-PERFORM.

START-CUSTOMER-ACCOUNTS.
    MOVE CUST-TAX-ID TO CXW-TAX-ID
    MOVE ZERO TO CXW-ACCOUNT
    START CRMWORK-FILE KEY IS >= CXW-KEY
        INVALID KEY
            MOVE '10' TO WS-CRMWORK-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-CUSTOMER-ACCOUNT
    END-START.

READ-NEXT-CUSTOMER-ACCOUNT.
    READ CRMWORK-FILE NEXT RECORD AT END
        MOVE '10' TO WS-CRMWORK-FILE-STATUS
    NOT AT END
        IF CXW-TAX-ID = CUST-TAX-ID
            MOVE '00' TO WS-CRMWORK-FILE-STATUS
        ELSE
            MOVE '10' TO WS-CRMWORK-FILE-STATUS
        END-IF
    END-READ.

BUILD-CUSTOMER-IMAGE.
    MOVE SPACES TO CRM-CUSTOMER-RECORD
    MOVE 'C' TO CRC-RECORD-TYPE
    MOVE WS-CUST-CRM-ID TO CRC-CRM-ID
    PERFORM MASK-TAX-ID
    MOVE WS-MASKED-TAX-ID TO CRC-TAX-ID-MASKED
    MOVE CUST-FIRST-NAME TO CRC-FIRST-NAME
    MOVE CUST-LAST-NAME TO CRC-LAST-NAME
    MOVE CUST-ADDRESS TO CRC-ADDRESS
    MOVE CUST-PHONE TO CRC-PHONE
    MOVE CUST-SINCE-DATE TO CRC-SINCE-DATE
    MOVE CUST-DELIVERY-PREF TO CRC-DELIVERY-PREF
    IF CUST-IS-LIVING
        MOVE 'N' TO CRC-DECEASED-FLAG
    ELSE
        MOVE 'Y' TO CRC-DECEASED-FLAG
    END-IF
    IF CUST-MAIL-RETURNED
        MOVE 'Y' TO CRC-RETURNED-MAIL-FLAG
    ELSE
        MOVE 'N' TO CRC-RETURNED-MAIL-FLAG
    END-IF
    MOVE WS-CUST-ACCOUNT-COUNT TO CRC-ACCOUNT-COUNT.

*> Every character but the last four becomes X; the punctuation of
*> a formatted tax ID stays where it is.
MASK-TAX-ID.
    MOVE CUST-TAX-ID TO WS-MASKED-TAX-ID
    MOVE FUNCTION LENGTH(FUNCTION TRIM(CUST-TAX-ID TRAILING))
        TO WS-MASK-LENGTH
    PERFORM VARYING WS-MASK-I FROM 1 BY 1
            UNTIL WS-MASK-I + 4 > WS-MASK-LENGTH
        IF WS-MASKED-TAX-ID(WS-MASK-I:1) NOT = '-'
            MOVE 'X' TO WS-MASKED-TAX-ID(WS-MASK-I:1)
        END-IF
    END-PERFORM.

BUILD-ACCOUNT-IMAGE.
    MOVE SPACES TO CRM-ACCOUNT-RECORD
    MOVE 'A' TO CRA-RECORD-TYPE
    MOVE WS-CUST-CRM-ID TO CRA-CRM-ID
    MOVE CXW-ACCOUNT TO CRA-ACCOUNT-NUMBER
    MOVE CXW-ACCOUNT-TYPE TO CRA-ACCOUNT-TYPE
    MOVE CXW-ACCOUNT-STATUS TO CRA-ACCOUNT-STATUS
    MOVE CXW-BALANCE TO CRA-BALANCE
    MOVE CXW-CURRENCY TO CRA-CURRENCY
    MOVE CXW-OPEN-DATE TO CRA-OPEN-DATE
    MOVE CXW-BRANCH TO CRA-BRANCH
    MOVE CXW-LAST-ACTIVITY TO CRA-LAST-ACTIVITY-DATE
    MOVE CXW-PRODUCT-CODE TO CRA-PRODUCT-CODE
    MOVE CRM-ACCOUNT-RECORD TO WS-ACCOUNT-IMAGE.

*> Writes the customer and its accounts to the extract and records
*> each image as sent.
SEND-CUSTOMER.
    MOVE WS-CUSTOMER-IMAGE TO CRM-CUSTOMER-RECORD
    WRITE CRM-CUSTOMER-RECORD
    ADD 1 TO WS-RECORDS-WRITTEN
    ADD 1 TO WS-CUSTOMERS-SENT
    MOVE SPACES TO CRMSNAP-RECORD
    MOVE CUST-TAX-ID TO CRS-TAX-ID
    MOVE ZERO TO CRS-ACCOUNT
    MOVE WS-CUST-CRM-ID TO CRS-CRM-ID
    MOVE WS-CUSTOMER-IMAGE TO CRS-IMAGE
    MOVE WS-CURRENT-DATE TO CRS-SENT-DATE
    PERFORM STORE-SNAPSHOT-ROW

    PERFORM START-CUSTOMER-ACCOUNTS
    PERFORM UNTIL CRMWORK-FILE-AT-END
        PERFORM BUILD-ACCOUNT-IMAGE
        WRITE CRM-ACCOUNT-RECORD
        ADD 1 TO WS-RECORDS-WRITTEN
        ADD 1 TO WS-ACCOUNTS-SENT
        ADD CXW-BALANCE TO WS-BALANCE-HASH
        ADD CXW-ACCOUNT TO WS-ACCOUNT-HASH
        MOVE SPACES TO CRMSNAP-RECORD
        MOVE CUST-TAX-ID TO CRS-TAX-ID
        MOVE CXW-ACCOUNT TO CRS-ACCOUNT
        MOVE WS-CUST-CRM-ID TO CRS-CRM-ID
        MOVE WS-ACCOUNT-IMAGE TO CRS-IMAGE
        MOVE WS-CURRENT-DATE TO CRS-SENT-DATE
        PERFORM STORE-SNAPSHOT-ROW
        PERFORM READ-NEXT-CUSTOMER-ACCOUNT
    END-PERFORM.

STORE-SNAPSHOT-ROW.
    WRITE CRMSNAP-RECORD
        INVALID KEY
            REWRITE CRMSNAP-RECORD
                INVALID KEY
                    DISPLAY 'WARNING: cannot store CRM snapshot for '
                            CRS-TAX-ID ' ' CRS-ACCOUNT '. Status: '
                            WS-CRMSNAP-FILE-STATUS
            END-REWRITE
    END-WRITE.

WRITE-EXTRACT-TRAILER.
    ADD 1 TO WS-RECORDS-WRITTEN
    MOVE SPACES TO CRM-TRAILER-RECORD
    MOVE 'T' TO CRT-RECORD-TYPE
    MOVE WS-CUSTOMERS-SENT TO CRT-CUSTOMER-COUNT
    MOVE WS-ACCOUNTS-SENT TO CRT-ACCOUNT-COUNT
    MOVE WS-RECORDS-WRITTEN TO CRT-RECORD-COUNT
    MOVE WS-BALANCE-HASH TO CRT-BALANCE-HASH
    MOVE WS-ACCOUNT-HASH TO CRT-ACCOUNT-HASH
    WRITE CRM-TRAILER-RECORD.

CLEANUP-BATCH.
    IF NOT MODE-NO-EXTRACT
        CLOSE ACCOUNT-FILE
        CLOSE CUSTOMER-FILE
        CLOSE CRMWORK-FILE
        CLOSE CRMSNAP-FILE
        CLOSE CRM-EXTRACT-FILE
        DISPLAY 'Customers read:            ' WS-CUSTOMERS-READ
        DISPLAY 'Customers sent:            ' WS-CUSTOMERS-SENT
        DISPLAY '  new to the vendor:       ' WS-CUSTOMERS-NEW
        DISPLAY 'Customers unchanged:       ' WS-CUSTOMERS-UNCHANGED
        DISPLAY 'Accounts sent:             ' WS-ACCOUNTS-SENT
        DISPLAY 'Accounts without tax ID:   ' WS-NO-TAX-ID
        DISPLAY 'Accounts with no customer: ' WS-ACCOUNTS-UNMATCHED
        DISPLAY 'Extract: ' WS-EXTRACT-FILE-NAME
    END-IF
    MOVE WS-CUSTOMERS-READ TO WS-RST-READ
    MOVE WS-CUSTOMERS-SENT TO WS-RST-POSTED
    COMPUTE WS-RST-REJECTED = WS-NO-TAX-ID + WS-ACCOUNTS-UNMATCHED
    MOVE WS-CUSTOMERS-UNCHANGED TO WS-RST-SKIPPED
    MOVE WS-BALANCE-HASH TO WS-RST-CONTROL-AMOUNT
    PERFORM WRITE-RUN-STATISTICS
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
        MOVE 'CRMEXTR' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

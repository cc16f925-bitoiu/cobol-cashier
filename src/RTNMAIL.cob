IDENTIFICATION DIVISION.
PROGRAM-ID. RTNMAIL.

*> Nightly returned-mail intake. The mailroom keys every statement,
*> notice or letter the post office sends back undeliverable onto
*> data/retmail.dat -- the account the piece was mailed for (or the
*> customer's tax ID when it was a customer-level mailing), the date
*> it came back and the carrier's reason. Each return sets the
*> returned-mail flag on the customer master, so from tonight on
*> STMTGEN and NOTICEGN put that customer's mail on the hold-mail
*> listing instead of the print run, and the change is audited.
*>
*> A customer already flagged keeps the date of the first return --
*> that is the date DORMANT measures from. A return that cannot be
*> matched to a customer is listed as rejected for the mailroom to
*> research. The flag is cleared only by an address change through
*> BANKLED's account maintenance (or by the teller there).
*>
*> Once the whole file has been worked it is renamed aside to
*> data/retmail_YYYYMMDD.done, so tomorrow night's run does not set
*> the flag again on a customer whose address was corrected today;
*> no file means nothing came back, and the job ends quietly.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RETMAIL-FILE ASSIGN TO 'data/retmail.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RETMAIL-FILE-STATUS.

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

    SELECT AUDIT-FILE ASSIGN TO 'data/audit.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT RETMAIL-REPORT-FILE ASSIGN TO WS-RTM-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RTM-RPT-STATUS.

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
*> One returned piece per line. RTM-ACCOUNT is the account the piece
*> was mailed for; a zero account means RTM-TAX-ID names the
*> customer directly. A blank or invalid return date is taken as
*> today's.
FD  RETMAIL-FILE.
01  RETMAIL-RECORD.
    05  RTM-ACCOUNT             PIC 9(10).
    05  RTM-TAX-ID              PIC X(11).
    05  RTM-RETURN-DATE         PIC X(8).
    05  RTM-REASON              PIC X(20).
    05  FILLER                  PIC X(10).

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

*> Customer master (CIF), same layout BANKLED maintains; this job
*> sets the returned-mail flag and date.
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

*> Audit trail for non-financial changes, same layout BANKLED writes.
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

FD  RETMAIL-REPORT-FILE.
01  RETMAIL-REPORT-LINE         PIC X(132).

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

01  WS-RETMAIL-FILE-STATUS      PIC X(2).
    88  RETMAIL-FILE-SUCCESS    VALUE '00'.
    88  RETMAIL-FILE-AT-END     VALUE '10'.
01  WS-CUST-FILE-STATUS         PIC X(2).
    88  CUST-FILE-SUCCESS       VALUE '00'.
    88  CUST-RECORD-LOCKED      VALUE '90' THRU '99'.
01  WS-AUDIT-FILE-STATUS        PIC X(2).
    88  AUDIT-FILE-SUCCESS      VALUE '00'.
01  WS-RTM-RPT-STATUS           PIC X(2).
    88  RTM-RPT-SUCCESS         VALUE '00'.
01  WS-RTM-RPT-NAME             PIC X(40).
01  WS-RTM-DONE-NAME            PIC X(40).
01  WS-RENAME-RESULT            PIC S9(9) COMP-5 VALUE ZERO.

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

01  WS-LOCK-FIELDS.
    05  WS-LOCK-RETRY-COUNT     PIC 9(2) VALUE ZERO.
    05  WS-LOCK-MAX-RETRIES     PIC 9(2) VALUE 5.

*> One return being worked: the customer it resolved to, the date the
*> flag takes, and what happened to it for the listing.
01  WS-RETURN-FIELDS.
    05  WS-RTM-TAX-ID           PIC X(11).
    05  WS-RTM-DATE             PIC X(8).
    05  WS-RTM-DATE-NUM         PIC 9(8).
    05  WS-RTM-OUTCOME          PIC X(30).
    05  WS-TELLER-ID            PIC X(10) VALUE 'RTNMAIL'.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM READ-NEXT-RETURN
    PERFORM UNTIL RETMAIL-FILE-AT-END
        ADD 1 TO WS-RST-READ
        PERFORM APPLY-ONE-RETURN
        PERFORM READ-NEXT-RETURN
    END-PERFORM
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          RETURNED MAIL INTAKE'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    OPEN INPUT BUSDATE-FILE
    IF BUSDATE-FILE-SUCCESS
        READ BUSDATE-FILE
        IF BUSDATE-FILE-SUCCESS
                AND BUS-CURRENT-DATE IS NUMERIC
            MOVE BUS-CURRENT-DATE TO WS-BUSINESS-DATE
            MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
        END-IF
        CLOSE BUSDATE-FILE
    END-IF
    DISPLAY 'Business Date: ' WS-CURRENT-DATE

    OPEN INPUT RETMAIL-FILE
    IF NOT RETMAIL-FILE-SUCCESS
        DISPLAY 'No returned mail on file -- nothing to do.'
        PERFORM WRITE-RUN-STATISTICS
        STOP RUN
    END-IF

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: '
                WS-FILE-STATUS
        CLOSE RETMAIL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CUSTOMER-FILE
    IF NOT CUST-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open CUSTOMER-FILE. Status: '
                WS-CUST-FILE-STATUS
        CLOSE RETMAIL-FILE
        CLOSE ACCOUNT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    STRING 'data/retmail_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-RTM-RPT-NAME
    OPEN OUTPUT RETMAIL-REPORT-FILE
    IF RTM-RPT-SUCCESS
        MOVE SPACES TO RETMAIL-REPORT-LINE
        STRING 'RETURNED MAIL INTAKE -- BUSINESS DATE ' WS-CURRENT-DATE
            DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
        WRITE RETMAIL-REPORT-LINE
        MOVE 'ACCOUNT    TAX ID      RETURNED REASON              OUTCOME'
            TO RETMAIL-REPORT-LINE
        WRITE RETMAIL-REPORT-LINE
    ELSE
        DISPLAY 'WARNING: cannot open ' WS-RTM-RPT-NAME
                ' -- returns are applied but not listed. Status: '
                WS-RTM-RPT-STATUS
    END-IF.

READ-NEXT-RETURN.
    READ RETMAIL-FILE AT END
        MOVE '10' TO WS-RETMAIL-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-RETMAIL-FILE-STATUS
    END-READ.

*> Resolves the return to its customer -- through the account's
*> holder when an account is given -- then sets the flag. A flag
*> already standing is left with its original date.
APPLY-ONE-RETURN.
    MOVE SPACES TO WS-RTM-TAX-ID
    MOVE SPACES TO WS-RTM-OUTCOME
    IF RTM-ACCOUNT IS NUMERIC AND RTM-ACCOUNT NOT = ZERO
        MOVE RTM-ACCOUNT TO ACCOUNT-NUMBER
        READ ACCOUNT-FILE
        IF FILE-SUCCESS
            MOVE HOLDER-TAX-ID TO WS-RTM-TAX-ID
        ELSE
            MOVE 'REJECTED - NO SUCH ACCOUNT' TO WS-RTM-OUTCOME
        END-IF
    ELSE
        MOVE ZERO TO RTM-ACCOUNT
        MOVE RTM-TAX-ID TO WS-RTM-TAX-ID
    END-IF
    IF WS-RTM-OUTCOME = SPACES AND WS-RTM-TAX-ID = SPACES
        MOVE 'REJECTED - NO CUSTOMER GIVEN' TO WS-RTM-OUTCOME
    END-IF

    MOVE RTM-RETURN-DATE TO WS-RTM-DATE
    IF WS-RTM-DATE IS NUMERIC
        MOVE WS-RTM-DATE TO WS-RTM-DATE-NUM
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-RTM-DATE-NUM) NOT = ZERO
                OR WS-RTM-DATE > WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE TO WS-RTM-DATE
        END-IF
    ELSE
        MOVE WS-CURRENT-DATE TO WS-RTM-DATE
    END-IF

    IF WS-RTM-OUTCOME = SPACES
        PERFORM FLAG-CUSTOMER-MAIL-RETURNED
    END-IF
    IF WS-RTM-OUTCOME(1:8) = 'REJECTED'
        ADD 1 TO WS-RST-REJECTED
    END-IF
    PERFORM LIST-ONE-RETURN.

FLAG-CUSTOMER-MAIL-RETURNED.
    MOVE WS-RTM-TAX-ID TO CUST-TAX-ID
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ CUSTOMER-FILE WITH LOCK
    PERFORM UNTIL NOT CUST-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ CUSTOMER-FILE WITH LOCK
    END-PERFORM
    EVALUATE TRUE
        WHEN CUST-RECORD-LOCKED
            MOVE 'REJECTED - CUSTOMER IN USE' TO WS-RTM-OUTCOME
        WHEN NOT CUST-FILE-SUCCESS
            MOVE 'REJECTED - NO SUCH CUSTOMER' TO WS-RTM-OUTCOME
        WHEN CUST-MAIL-RETURNED
            ADD 1 TO WS-RST-SKIPPED
            MOVE SPACES TO WS-RTM-OUTCOME
            STRING 'ALREADY HELD SINCE ' CUST-RETURNED-MAIL-DATE
                DELIMITED BY SIZE INTO WS-RTM-OUTCOME
            UNLOCK CUSTOMER-FILE
        WHEN OTHER
            MOVE 'Y' TO CUST-RETURNED-MAIL-FLAG
            MOVE WS-RTM-DATE TO CUST-RETURNED-MAIL-DATE
            REWRITE CUSTOMER-RECORD
            IF CUST-FILE-SUCCESS
                ADD 1 TO WS-RST-POSTED
                MOVE 'FLAGGED - MAIL NOW HELD' TO WS-RTM-OUTCOME
                PERFORM WRITE-RETURNED-MAIL-AUDIT
            ELSE
                MOVE SPACES TO WS-RTM-OUTCOME
                STRING 'REJECTED - REWRITE STATUS ' WS-CUST-FILE-STATUS
                    DELIMITED BY SIZE INTO WS-RTM-OUTCOME
            END-IF
            UNLOCK CUSTOMER-FILE
    END-EVALUATE.

*> Customer-level change: the account the piece was mailed for when
*> there was one, zero otherwise, with the tax ID in the new value.
WRITE-RETURNED-MAIL-AUDIT.
    OPEN EXTEND AUDIT-FILE
    IF NOT AUDIT-FILE-SUCCESS
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE WS-CURRENT-DATE TO AUD-DATE
    MOVE WS-CURRENT-TIME TO AUD-TIME
    MOVE WS-TELLER-ID TO AUD-TELLER-ID
    MOVE RTM-ACCOUNT TO AUD-ACCOUNT-NUMBER
    MOVE 'RETURNED-MAIL' TO AUD-FIELD-NAME
    MOVE 'N' TO AUD-OLD-VALUE
    MOVE SPACES TO AUD-NEW-VALUE
    STRING 'Y ' CUST-TAX-ID ' ' WS-RTM-DATE ' ' RTM-REASON
        DELIMITED BY SIZE INTO AUD-NEW-VALUE
    WRITE AUDIT-RECORD
    CLOSE AUDIT-FILE.

LIST-ONE-RETURN.
    IF RTM-RPT-SUCCESS
        MOVE SPACES TO RETMAIL-REPORT-LINE
        STRING RTM-ACCOUNT ' ' WS-RTM-TAX-ID ' ' WS-RTM-DATE ' '
               RTM-REASON ' ' WS-RTM-OUTCOME
            DELIMITED BY SIZE INTO RETMAIL-REPORT-LINE
        WRITE RETMAIL-REPORT-LINE
    END-IF.

*> The worked file is renamed aside only when every line was read; a
*> run that stopped short leaves it in place to be worked again.
CLEANUP-BATCH.
    CLOSE RETMAIL-FILE
    CLOSE ACCOUNT-FILE
    CLOSE CUSTOMER-FILE
    IF RTM-RPT-SUCCESS
        CLOSE RETMAIL-REPORT-FILE
    END-IF
    STRING 'data/retmail_' WS-CURRENT-DATE '.done'
        DELIMITED BY SIZE INTO WS-RTM-DONE-NAME
    CALL 'CBL_RENAME_FILE' USING 'data/retmail.dat' WS-RTM-DONE-NAME
        RETURNING WS-RENAME-RESULT
    IF WS-RENAME-RESULT NOT = ZERO
        DISPLAY 'WARNING: cannot rename data/retmail.dat to '
                WS-RTM-DONE-NAME ' -- move it aside before the next run.'
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Returns read:             ' WS-RST-READ
    DISPLAY 'Customers flagged:        ' WS-RST-POSTED
    DISPLAY 'Already held:             ' WS-RST-SKIPPED
    DISPLAY 'Rejected:                 ' WS-RST-REJECTED
    DISPLAY 'Listing: ' WS-RTM-RPT-NAME
    DISPLAY '==================================================================='.

*> Appends this run's standard statistics record, same open-extend
*> shape the CTR log uses.
WRITE-RUN-STATISTICS.
    OPEN EXTEND RUNSTATS-FILE
    IF NOT RUNSTATS-FILE-SUCCESS
        OPEN OUTPUT RUNSTATS-FILE
    END-IF
    IF RUNSTATS-FILE-SUCCESS
        MOVE 'RTNMAIL' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

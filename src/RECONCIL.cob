*> transactions and stays fast as trans.dat grows. With no baseline on
*> file the replay starts from zero, exactly as it always did.
*>
*> Nothing is held in memory per account. The postings to replay are
*> sorted by account into a work file, then matched against the
*> account master and the baseline, both read in account-number
*> order, so the run grows in step with the files and has no account
*> ceiling. The exceptions are sorted by branch for the report.
*>
*> A clean run (zero exceptions) rolls the baseline forward to the
*> current business date, staged to a .new file and renamed into
*> place so a crash mid-write can only cost the baseline (forcing
*> one slow from-zero replay), never corrupt it.
*> ARCHTRAN refuses to purge transactions the baseline has not rolled
*> in yet.
*>
        RECORD KEY IS NEW-SNAP-ACCOUNT-NUMBER
        FILE STATUS IS WS-NEWSNAP-FILE-STATUS.

*> Tonight's replay postings, one signed amount per account touched,
*> sorted into account-number order for the match.
    SELECT POSTING-SORT-FILE ASSIGN TO 'data/reconcil.srt'.

    SELECT POSTING-WORK-FILE ASSIGN TO 'data/reconcil.wrk'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-POSTWORK-FILE-STATUS.

    SELECT EXCEPTION-SORT-FILE ASSIGN TO 'data/reconcilx.srt'.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
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
    05  NEW-SNAP-CUTOFF-DATE    PIC X(8).
    05  FILLER                  PIC X(10).

*> One replay posting: the account it lands on and its signed effect
*> on the balance (deposits and credits positive, debits negative).
SD  POSTING-SORT-FILE.
01  POSTING-SORT-RECORD.
    05  PSR-ACCOUNT-NUMBER      PIC 9(10).
    05  PSR-AMOUNT              PIC S9(13)V99.

FD  POSTING-WORK-FILE.
01  POSTING-WORK-RECORD.
    05  PWK-ACCOUNT-NUMBER      PIC 9(10).
    05  PWK-AMOUNT              PIC S9(13)V99.

*> One out-of-balance account, ordered by branch then account for
*> the exception report.
SD  EXCEPTION-SORT-FILE.
01  EXCEPTION-SORT-RECORD.
    05  XSR-BRANCH              PIC X(4).
    05  XSR-ACCOUNT-NUMBER      PIC 9(10).
    05  XSR-HOLDER-NAME         PIC X(41).
    05  XSR-LIVE-BALANCE        PIC S9(13)V99.
    05  XSR-REPLAY-BALANCE      PIC S9(13)V99.

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. Stamps the rolled-forward baseline cutoff, so a
*> run delayed past midnight still snapshots under its proper day.
    88  SNAP-FILE-SUCCESS       VALUE '00'.
01  WS-NEWSNAP-FILE-STATUS      PIC X(2).
    88  NEWSNAP-FILE-SUCCESS    VALUE '00'.
01  WS-POSTWORK-FILE-STATUS     PIC X(2).
    88  POSTWORK-FILE-SUCCESS   VALUE '00'.
    88  POSTWORK-AT-END         VALUE '10'.
01  WS-BUSDATE-FILE-STATUS      PIC X(2).
    88  BUSDATE-FILE-SUCCESS    VALUE '00'.
01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
    05  WS-SNAP-CUTOFF-DATE     PIC X(8) VALUE SPACES.
    05  WS-BASELINE-FLAG        PIC X(1) VALUE 'N'.
        88  BASELINE-IN-USE     VALUE 'Y'.
    05  WS-SNAP-END-FLAG        PIC X(1) VALUE 'N'.
        88  SNAP-AT-END         VALUE 'Y'.
    05  WS-RENAME-RESULT        PIC S9(9) COMP-5.
    05  WS-DELETE-RESULT        PIC S9(9) COMP-5.

*> The account in hand during the match.
01  WS-MATCH-FIELDS.
    05  WS-ACCT-COUNT           PIC 9(9) VALUE ZERO.
    05  WS-ACCT-BRANCH          PIC X(4).
    05  WS-ACCT-HOLDER-NAME     PIC X(41).
    05  WS-ACCT-REPLAY-BALANCE  PIC S9(13)V99.
    05  WS-SNAP-WRITE-COUNT     PIC 9(9) VALUE ZERO.

*> The exception report's per-branch control break.
01  WS-XBR-CONTROLS.
    05  WS-XBR-CODE             PIC X(4) VALUE SPACES.
    05  WS-XBR-LINE-COUNT       PIC 9(5).
    05  WS-XSORT-END-FLAG       PIC X(1) VALUE 'N'.
        88  XSORT-AT-END        VALUE 'Y'.

01  WS-REPORT-FIELDS.
    05  WS-LIVE-DISPLAY         PIC -(12)9.99.
PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-REPORT
    PERFORM SORT-REPLAY-POSTINGS
    PERFORM RECONCILE-ACCOUNTS
    PERFORM ROLL-BASELINE-FORWARD
    PERFORM CLEANUP-REPORT
    STOP RUN.
        CLOSE BUSDATE-FILE
    END-IF

    PERFORM LOAD-BASELINE-CONTROL.

*> The control record under account zero names the cutoff the whole
*> snapshot was taken as of. No file (or no control record) means no
*> baseline: the replay starts from zero for every account. The file
*> is left open positioned after the control record, for the match
*> to read on from in account order.
LOAD-BASELINE-CONTROL.
    OPEN INPUT BALSNAP-FILE
    IF SNAP-FILE-SUCCESS
        DISPLAY 'No baseline on file -- replaying from zero.'
    END-IF.

*> Every posting dated after the cutoff, reduced to account and
*> signed amount and sorted into account order.
SORT-REPLAY-POSTINGS.
    SORT POSTING-SORT-FILE
        ON ASCENDING KEY PSR-ACCOUNT-NUMBER
        INPUT PROCEDURE IS RELEASE-REPLAY-POSTINGS
        GIVING POSTING-WORK-FILE.

RELEASE-REPLAY-POSTINGS.
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        PERFORM READ-TRANSACTION-RECORD
        PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
            PERFORM SELECT-TRANSACTION-FOR-REPLAY
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
        CLOSE TRANSACTION-FILE

*> Postings on or before the baseline cutoff are already inside the
*> seeded balances; replaying them twice would double-count.
SELECT-TRANSACTION-FOR-REPLAY.
    IF BASELINE-IN-USE AND TRANS-DATE <= WS-SNAP-CUTOFF-DATE
        CONTINUE
    ELSE
        PERFORM RELEASE-POSTING
    END-IF.

RELEASE-POSTING.
    MOVE FROM-ACCOUNT TO PSR-ACCOUNT-NUMBER
    EVALUATE TRANS-TYPE
        WHEN 'D'
        WHEN 'N'
            MOVE TRANS-AMOUNT TO PSR-AMOUNT
            RELEASE POSTING-SORT-RECORD
        WHEN 'W'
        WHEN 'T'
        WHEN 'F'
            COMPUTE PSR-AMOUNT = ZERO - TRANS-AMOUNT
            RELEASE POSTING-SORT-RECORD
        WHEN 'I'
            MOVE TO-ACCOUNT TO PSR-ACCOUNT-NUMBER
            MOVE TRANS-AMOUNT TO PSR-AMOUNT
            RELEASE POSTING-SORT-RECORD
        WHEN 'R'
            IF TO-ACCOUNT NOT = ZERO
                MOVE TO-ACCOUNT TO PSR-ACCOUNT-NUMBER
                MOVE TRANS-AMOUNT TO PSR-AMOUNT
            ELSE
                COMPUTE PSR-AMOUNT = ZERO - TRANS-AMOUNT
            END-IF
            RELEASE POSTING-SORT-RECORD
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The match feeds the out-of-balance accounts straight into the
*> branch sort the report is printed from.
RECONCILE-ACCOUNTS.
    SORT EXCEPTION-SORT-FILE
        ON ASCENDING KEY XSR-BRANCH XSR-ACCOUNT-NUMBER
        INPUT PROCEDURE IS MATCH-ACCOUNTS
        OUTPUT PROCEDURE IS PRINT-EXCEPTION-REPORT.

*> Account master, baseline and sorted postings are all in account
*> order: each account takes its baseline balance (none means it was
*> opened after the cutoff, and starts from zero) plus its postings.
*> Baseline records and postings for accounts no longer on the
*> master are passed over, as they always were.
MATCH-ACCOUNTS.
    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT POSTING-WORK-FILE
    IF NOT POSTWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open the posting work file. Status: '
                WS-POSTWORK-FILE-STATUS
        STOP RUN
    END-IF
    IF BASELINE-IN-USE
        PERFORM READ-NEXT-SNAPSHOT
    ELSE
        SET SNAP-AT-END TO TRUE
    END-IF
    PERFORM READ-NEXT-POSTING
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END
        PERFORM MATCH-ONE-ACCOUNT
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    CLOSE ACCOUNT-FILE
    CLOSE POSTING-WORK-FILE
    IF BASELINE-IN-USE
        CLOSE BALSNAP-FILE
    END-IF.

MATCH-ONE-ACCOUNT.
    ADD 1 TO WS-ACCT-COUNT
    ADD ACCOUNT-BALANCE TO WS-RST-CONTROL-AMOUNT
    MOVE ZERO TO WS-ACCT-REPLAY-BALANCE
    PERFORM UNTIL SNAP-AT-END
            OR SNAP-ACCOUNT-NUMBER >= ACCOUNT-NUMBER
        PERFORM READ-NEXT-SNAPSHOT
    END-PERFORM
    IF NOT SNAP-AT-END AND SNAP-ACCOUNT-NUMBER = ACCOUNT-NUMBER
        MOVE SNAP-BALANCE TO WS-ACCT-REPLAY-BALANCE
    END-IF
    PERFORM UNTIL POSTWORK-AT-END
            OR PWK-ACCOUNT-NUMBER > ACCOUNT-NUMBER
        IF PWK-ACCOUNT-NUMBER = ACCOUNT-NUMBER
            ADD PWK-AMOUNT TO WS-ACCT-REPLAY-BALANCE
        END-IF
        PERFORM READ-NEXT-POSTING
    END-PERFORM
    IF ACCOUNT-BALANCE NOT = WS-ACCT-REPLAY-BALANCE
        PERFORM RELEASE-EXCEPTION
    END-IF.

RELEASE-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    IF BRANCH-CODE = SPACES
        MOVE '0001' TO XSR-BRANCH
    ELSE
        MOVE BRANCH-CODE TO XSR-BRANCH
    END-IF
    MOVE ACCOUNT-NUMBER TO XSR-ACCOUNT-NUMBER
    MOVE SPACES TO XSR-HOLDER-NAME
    STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           HOLDER-LAST-NAME DELIMITED BY SPACE
           INTO XSR-HOLDER-NAME
    MOVE ACCOUNT-BALANCE TO XSR-LIVE-BALANCE
    MOVE WS-ACCT-REPLAY-BALANCE TO XSR-REPLAY-BALANCE
    RELEASE EXCEPTION-SORT-RECORD.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

READ-NEXT-SNAPSHOT.
    READ BALSNAP-FILE NEXT RECORD AT END
        SET SNAP-AT-END TO TRUE
    END-READ.

READ-NEXT-POSTING.
    READ POSTING-WORK-FILE AT END
        MOVE '10' TO WS-POSTWORK-FILE-STATUS
    END-READ.

*> Exceptions come out grouped by branch, each branch's section on
*> its own, so each manager owns their own discrepancies instead of
*> fishing through one mixed list.
PRINT-EXCEPTION-REPORT.
    DISPLAY ' '
    DISPLAY 'Accounts Checked: ' WS-ACCT-COUNT
    DISPLAY ' '
    DISPLAY 'Exceptions (replayed total <> live balance):'

    PERFORM RETURN-NEXT-EXCEPTION
    PERFORM UNTIL XSORT-AT-END
        IF XSR-BRANCH NOT = WS-XBR-CODE
            PERFORM END-BRANCH-EXCEPTIONS
            PERFORM START-BRANCH-EXCEPTIONS
        END-IF
        ADD 1 TO WS-XBR-LINE-COUNT
        MOVE XSR-LIVE-BALANCE TO WS-LIVE-DISPLAY
        MOVE XSR-REPLAY-BALANCE TO WS-REPLAY-DISPLAY
        DISPLAY XSR-ACCOUNT-NUMBER ' '
                XSR-HOLDER-NAME(1:25)
                WS-LIVE-DISPLAY ' ' WS-REPLAY-DISPLAY
        PERFORM RETURN-NEXT-EXCEPTION
    END-PERFORM
    PERFORM END-BRANCH-EXCEPTIONS

    DISPLAY '-------------------------------------------------------------------'
    IF WS-EXCEPTION-COUNT = ZERO
    END-IF
    DISPLAY '==================================================================='.

RETURN-NEXT-EXCEPTION.
    RETURN EXCEPTION-SORT-FILE AT END
        SET XSORT-AT-END TO TRUE
    END-RETURN.

START-BRANCH-EXCEPTIONS.
    MOVE XSR-BRANCH TO WS-XBR-CODE
    MOVE ZERO TO WS-XBR-LINE-COUNT
    DISPLAY '-------------------------------------------------------------------'
    DISPLAY 'BRANCH ' WS-XBR-CODE
    DISPLAY 'Account     Holder                     Live Balance   Replayed'.

END-BRANCH-EXCEPTIONS.
    IF WS-XBR-CODE NOT = SPACES
        DISPLAY 'Branch ' WS-XBR-CODE ' exceptions: '
                WS-XBR-LINE-COUNT
    END-IF.

*> A clean proof is the only safe moment to advance the baseline:
*> every live balance was just shown to equal baseline + replay, so
*> the live balances ARE the correct snapshot as of today. A second
*> pass of the account master writes it, staged to .new and renamed
*> into place; if the rename fails the worst case is no baseline at
*> all, which only costs the next run a from-zero replay.
ROLL-BASELINE-FORWARD.
    IF WS-EXCEPTION-COUNT = ZERO
        OPEN OUTPUT NEW-BALSNAP-FILE
        IF NOT NEWSNAP-FILE-SUCCESS
            DISPLAY 'WARNING: Cannot stage new baseline. Status: '
                    WS-NEWSNAP-FILE-STATUS
        ELSE
            OPEN INPUT ACCOUNT-FILE
            PERFORM READ-NEXT-ACCOUNT
            PERFORM UNTIL FILE-AT-END
                MOVE ACCOUNT-NUMBER TO NEW-SNAP-ACCOUNT-NUMBER
                MOVE ACCOUNT-BALANCE TO NEW-SNAP-BALANCE
                MOVE WS-CURRENT-DATE TO NEW-SNAP-CUTOFF-DATE
                WRITE NEW-BALSNAP-RECORD
                ADD 1 TO WS-SNAP-WRITE-COUNT
                PERFORM READ-NEXT-ACCOUNT
            END-PERFORM
            CLOSE ACCOUNT-FILE

            MOVE ZERO TO NEW-SNAP-ACCOUNT-NUMBER
            MOVE WS-SNAP-WRITE-COUNT TO NEW-SNAP-BALANCE
            MOVE WS-CURRENT-DATE TO NEW-SNAP-CUTOFF-DATE
            WRITE NEW-BALSNAP-RECORD
            CLOSE NEW-BALSNAP-FILE

            CALL 'CBL_DELETE_FILE' USING 'data/balsnap.dat'
            END-IF
        END-IF
    ELSE
        DISPLAY 'Baseline NOT rolled forward -- resolve the'
                ' exceptions first.'
    END-IF.

CLEANUP-REPORT.

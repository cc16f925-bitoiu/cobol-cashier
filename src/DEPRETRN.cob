IDENTIFICATION DIVISION.
PROGRAM-ID. DEPRETRN.

*> Batch import of returned deposited items -- checks our customers
*> deposited that the paying bank has sent back unpaid. Before this
*> job the teller keyed a withdrawal for each one, which put a cash
*> movement through their drawer that never happened (TELLBAL could
*> not balance) and could be refused by the account's daily
*> withdrawal limit. Each item here is charged back against the
*> depositor's account as a 'W' posted by BATCH, described
*> 'RETURNED DEPOSIT ITEM <check/trace>', outside the teller limits.
*>
*> The file is framed exactly like ACHIMPRT's: an 'H' header with
*> the returning bank's batch ID, 'D' details, and a 'T' trailer the
*> details must re-add to before anything posts. A completed batch
*> goes on the processed-batch register under source 'DEPRTN', and a
*> crashed run resumes with RESTART from the per-record checkpoint.
*>
*> The chargeback is not optional -- the paying bank has already
*> taken the money back -- so it posts even when it overdraws the
*> account, or the account has debits blocked or is estate-frozen.
*> Such a posting is flagged: its description carries ' OD' or
*> ' BLOCKED', and it is listed on the day's review report. Only an
*> account that cannot carry the debit at all (not found, closed,
*> a loan, or held by a teller session throughout the retries) is
*> rejected, and that too lands on the report for the branch to
*> recover by hand.
*>
*> Each posted item also draws the deposited-item-returned fee
*> (bankparm DEP-RETURN-FEE) and a 'K' customer notice. An account
*> whose chargebacks within DEP-RETURN-LOOKBACK days reach
*> DEP-RETURN-REPEAT-COUNT goes on the review report as a repeat
*> depositor, so the branch can reconsider the holds it places on
*> that customer's deposits. The report is
*> data/deposit_returns_YYYYMMDD.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT IMPORT-FILE ASSIGN TO 'data/deposit_returns_import.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-IMPORT-FILE-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO 'data/depretrn_ckpt.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.

    SELECT CTR-FILE ASSIGN TO 'data/ctr.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CTR-FILE-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PARM-ID
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

    SELECT BATCHREG-FILE ASSIGN TO 'data/batchreg.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BREG-KEY
        FILE STATUS IS WS-BATCHREG-FILE-STATUS.

    SELECT NOTICE-FILE ASSIGN TO 'data/notices.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-NOTICE-FILE-STATUS.

    SELECT REVIEW-REPORT-FILE ASSIGN TO WS-REVIEW-RPT-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-REVIEW-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER          PIC 9(10).
    05  ACCOUNT-TYPE            PIC X(1).
    05  ACCOUNT-STATUS          PIC X(1).
        88  ACTIVE-ACCOUNT      VALUE 'A'.
        88  INACTIVE-ACCOUNT    VALUE 'I'.
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
*> increment CTL-NEXT-TRANS-ID under a record lock instead of each
*> keeping its own in-memory copy that only gets reconciled at exit.
FD  COUNTER-FILE.
01  COUNTER-RECORD.
    05  CTL-KEY                 PIC X(1).
    05  CTL-NEXT-ACCOUNT-NUM    PIC 9(10).
    05  CTL-NEXT-TRANS-ID       PIC 9(12).


*> Returned-item file, built by the clearing feed upstream from the
*> paying banks' returns: one 'H' header (the returning bank's batch
*> ID and routing number), one 'D' record per returned check (the
*> depositing account, the amount, the check or item trace number,
*> the date it was deposited with us, and the return reason the
*> paying bank gave), one 'T' trailer (batch ID again, item count,
*> total amount). Same framing and control area as ACHIMPRT's import
*> so VERIFY-BATCH-CONTROLS reads the same.
FD  IMPORT-FILE.
01  IMPORT-RECORD.
    05  IMP-RECORD-TYPE         PIC X(1).
        88  IMP-HEADER          VALUE 'H'.
        88  IMP-DETAIL          VALUE 'D'.
        88  IMP-TRAILER         VALUE 'T'.
    05  IMP-CONTROL-AREA.
        10  IMP-BATCH-ID        PIC X(15).
        10  IMP-ITEM-COUNT      PIC 9(7).
        10  IMP-TOTAL-AMOUNT    PIC 9(13)V99.
        10  FILLER              PIC X(27).
    05  IMP-HEADER-FIELDS REDEFINES IMP-CONTROL-AREA.
        10  FILLER              PIC X(15).
        10  IMP-RETURNING-BANK  PIC X(9).
        10  FILLER              PIC X(40).
    05  IMP-DETAIL-FIELDS REDEFINES IMP-CONTROL-AREA.
        10  IMPORT-ACCOUNT-NUMBER PIC 9(10).
        10  IMPORT-AMOUNT       PIC 9(11)V99.
        10  IMPORT-TRACE-NUMBER PIC X(15).
        10  IMPORT-DEPOSIT-DATE PIC X(8).
        10  IMPORT-RETURN-REASON PIC X(2).
        10  FILLER              PIC X(16).
    05  FILLER                  PIC X(10).

*> Restart checkpoint, records consumed -- same scheme as ACHIMPRT.
FD  CHECKPOINT-FILE.
01  CHECKPOINT-RECORD.
    05  CKPT-RECORDS-READ       PIC 9(7).

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

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock for
*> posting and selection dates, so a run delayed past midnight still
*> posts under its proper day and last night's processing can be
*> re-run as-of. A missing file means the clock is the business date.
FD  BUSDATE-FILE.
01  BUSDATE-RECORD.
    05  BUS-CURRENT-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> Processed-batch register, shared with ACHIMPRT and DEBITIMP (the
*> source field keeps the feeds' batch IDs from colliding).
FD  BATCHREG-FILE.
01  BATCHREG-RECORD.
    05  BREG-KEY.
        10  BREG-SOURCE         PIC X(8).
        10  BREG-BATCH-ID       PIC X(15).
    05  BREG-POSTED-DATE        PIC X(8).
    05  BREG-ITEM-COUNT         PIC 9(7).
    05  BREG-TOTAL-AMOUNT       PIC 9(13)V99.
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

*> The day's review report the branch works from: every chargeback
*> that was forced through an overdraft or a block, every item that
*> could not be charged back, and every repeat-return depositor.
FD  REVIEW-REPORT-FILE.
01  REVIEW-REPORT-LINE          PIC X(132).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-BUSDATE-FILE-STATUS      PIC X(2).
    88  BUSDATE-FILE-SUCCESS    VALUE '00'.
01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
01  WS-BUSDATE-CHECKED-FLAG     PIC X(1) VALUE 'N'.
    88  BUSDATE-CHECKED         VALUE 'Y'.

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
01  WS-IMPORT-FILE-STATUS       PIC X(2).
01  WS-CTR-FILE-STATUS          PIC X(2).
    88  CTR-FILE-SUCCESS        VALUE '00'.
01  WS-CTR-THRESHOLD            PIC 9(11)V99 VALUE 10000.00.
01  WS-NEXT-TRANS-ID            PIC 9(12) VALUE 1.
01  WS-HIGH-ACCOUNT-NUM          PIC 9(10) VALUE ZERO.
01  WS-HIGH-TRANS-ID            PIC 9(12) VALUE ZERO.

*> Account-number check-digit controls, same scheme BANKLED issues
*> numbers under: numbers at or above the floor carry a mod-10 (Luhn)
*> check digit in their last position; numbers below it predate the
*> scheme and stay exempt.
01  WS-CHKDGT-FIELDS.
    05  WS-CHECK-DIGIT-FLOOR    PIC 9(10) VALUE 2000000000.
    05  WS-CHKDGT-ACCOUNT       PIC 9(10).
    05  WS-CHKDGT-STRING        PIC X(10).
    05  WS-CHKDGT-I             PIC 9(2).
    05  WS-CHKDGT-DIGIT         PIC 9(2).
    05  WS-CHKDGT-SUM           PIC 9(4).
    05  WS-CHKDGT-EXPECTED      PIC 9(1).
    05  WS-CHKDGT-OK-FLAG       PIC X(1).
        88  ACCOUNT-NUMBER-VALID VALUE 'Y'.

01  WS-AMOUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
01  WS-BALANCE-DISPLAY          PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.

*> Record-locking retry controls, same as ACHIMPRT: an account a
*> teller session holds is retried WS-LOCK-MAX-RETRIES times before
*> the item is rejected onto the review report.
01  WS-LOCK-FIELDS.
    05  WS-LOCK-RETRY-COUNT      PIC 9(2) VALUE ZERO.
    05  WS-LOCK-MAX-RETRIES      PIC 9(2) VALUE 5.
    05  WS-TRANS-WRITE-RETRY-COUNT PIC 9(2) VALUE ZERO.

01  WS-CKPT-FIELDS.
    05  WS-CKPT-FILE-STATUS     PIC X(2).
    05  WS-RESTART-PARM         PIC X(10).
    05  WS-CKPT-RECORDS-READ    PIC 9(7) VALUE ZERO.
    05  WS-CKPT-DELETE-RESULT   PIC S9(9) COMP-5.

*> Batch-control verification state, same as ACHIMPRT's.
01  WS-BATCHREG-FILE-STATUS     PIC X(2).
    88  BATCHREG-FILE-SUCCESS   VALUE '00'.
01  WS-BATCH-FIELDS.
    05  WS-BATCH-SOURCE         PIC X(8) VALUE 'DEPRTN'.
    05  WS-BATCH-ID             PIC X(15).
    05  WS-RETURNING-BANK       PIC X(9).
    05  WS-BATCH-OK-FLAG        PIC X(1).
        88  BATCH-CONTROLS-GOOD VALUE 'Y'.
    05  WS-TRAILER-SEEN-FLAG    PIC X(1).
        88  TRAILER-SEEN        VALUE 'Y'.
    05  WS-BATCH-DETAIL-COUNT   PIC 9(7).
    05  WS-BATCH-DETAIL-TOTAL   PIC 9(13)V99.
    05  WS-TRAILER-ITEM-COUNT   PIC 9(7).
    05  WS-TRAILER-TOTAL        PIC 9(13)V99.
    05  WS-BATCH-ERROR-TEXT     PIC X(50).
    05  WS-BATCH-TOTAL-DISPLAY  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-NOTICE-FILE-STATUS       PIC X(2).
    88  NOTICE-FILE-SUCCESS     VALUE '00'.
01  WS-NOTICE-FIELDS.
    05  WS-NOTICE-ACCOUNT       PIC 9(10).
    05  WS-NOTICE-EVENT-CODE    PIC X(1).
    05  WS-NOTICE-AMOUNT        PIC S9(13)V99.
    05  WS-NOTICE-EVENT-DATE    PIC X(8).
    05  WS-NOTICE-REFERENCE     PIC X(15) VALUE SPACES.

*> Fee and repeat-return controls, compiled defaults that
*> LOAD-BANK-PARAMETERS overrides from DEP-RETURN-FEE,
*> DEP-RETURN-LOOKBACK (days) and DEP-RETURN-REPEAT-COUNT. Earlier
*> chargebacks are counted through TRANSACTION-FILE's FROM-ACCOUNT
*> key by the fixed description this job stamps, the same
*> description-keyed convention NSFDECN counts its fees by.
01  WS-RETURN-CONTROLS.
    05  WS-DEP-RETURN-FEE       PIC 9(7)V99 VALUE 15.00.
    05  WS-LOOKBACK-DAYS        PIC 9(3) VALUE 90.
    05  WS-REPEAT-THRESHOLD     PIC 9(3) VALUE 2.
    05  WS-LOOKBACK-START-DATE  PIC X(8).
    05  WS-LOOKBACK-DATE-NUM    PIC 9(8).
    05  WS-RETURNS-IN-WINDOW    PIC 9(3).
    05  WS-FEE-AMOUNT           PIC S9(13)V99.

*> The item in hand. The posting flag records why a chargeback had
*> to be forced: 'O' it overdrew the account, 'B' debits were
*> blocked or the account estate-frozen (a block wins when both
*> apply -- it is the one the branch must act on).
01  WS-ITEM-FIELDS.
    05  WS-ITEM-DISPOSITION     PIC X(20).
    05  WS-ITEM-FORCE-FLAG      PIC X(1).
        88  ITEM-NOT-FORCED     VALUE SPACE.
        88  ITEM-OVERDREW       VALUE 'O'.
        88  ITEM-BLOCKED        VALUE 'B'.
    05  WS-REPEAT-FLAG          PIC X(1).
        88  REPEAT-DEPOSITOR    VALUE 'Y'.

01  WS-REVIEW-RPT-STATUS        PIC X(2).
    88  REVIEW-RPT-SUCCESS      VALUE '00'.
01  WS-REVIEW-RPT-NAME          PIC X(40).
01  WS-REVIEW-RPT-OPEN-FLAG     PIC X(1) VALUE 'N'.
    88  REVIEW-RPT-OPENED       VALUE 'Y'.

01  WS-RUN-COUNTS.
    05  WS-ITEMS-APPLIED        PIC 9(7) VALUE ZERO.
    05  WS-ITEMS-REJECTED       PIC 9(7) VALUE ZERO.
    05  WS-ITEMS-FORCED         PIC 9(7) VALUE ZERO.
    05  WS-FEES-POSTED          PIC 9(7) VALUE ZERO.
    05  WS-REPEAT-ACCOUNTS      PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-CHARGED-BACK   PIC 9(13)V99 VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM APPLY-IMPORT-FILE
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          RETURNED DEPOSITED ITEMS IMPORT'
    DISPLAY '==================================================================='

    OPEN I-O ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        STOP RUN
    END-IF

    OPEN INPUT IMPORT-FILE
    IF WS-IMPORT-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: Unable to open returned-item file. Status: '
                WS-IMPORT-FILE-STATUS
        CLOSE ACCOUNT-FILE
        STOP RUN
    END-IF

    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS
    PERFORM COMPUTE-LOOKBACK-START
    PERFORM VERIFY-BATCH-CONTROLS
    IF NOT BATCH-CONTROLS-GOOD
        DISPLAY 'REFUSED: ' WS-BATCH-ERROR-TEXT
        DISPLAY 'Nothing was posted.'
        CLOSE ACCOUNT-FILE
        CLOSE IMPORT-FILE
        CLOSE COUNTER-FILE
        STOP RUN
    END-IF
    PERFORM CHECK-BATCH-REGISTER
    PERFORM LOAD-CHECKPOINT.

*> First day of the repeat-return window: the run date less the
*> lookback, so a window of 90 counts the 90 days up to and
*> including today.
COMPUTE-LOOKBACK-START.
    MOVE WS-CURRENT-DATE TO WS-LOOKBACK-DATE-NUM
    COMPUTE WS-LOOKBACK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-LOOKBACK-DATE-NUM)
        - WS-LOOKBACK-DAYS + 1)
    MOVE WS-LOOKBACK-DATE-NUM TO WS-LOOKBACK-START-DATE.

*> The whole file is proved before anything posts, exactly as
*> ACHIMPRT proves its import: the 'H' header first, every detail
*> re-added, and the one 'T' trailer last and re-adding exactly.
VERIFY-BATCH-CONTROLS.
    MOVE 'N' TO WS-BATCH-OK-FLAG
    MOVE 'N' TO WS-TRAILER-SEEN-FLAG
    MOVE SPACES TO WS-BATCH-ID
    MOVE SPACES TO WS-RETURNING-BANK
    MOVE SPACES TO WS-BATCH-ERROR-TEXT
    MOVE ZERO TO WS-BATCH-DETAIL-COUNT
    MOVE ZERO TO WS-BATCH-DETAIL-TOTAL

    PERFORM READ-IMPORT-RECORD
    EVALUATE TRUE
        WHEN WS-IMPORT-FILE-STATUS = '10'
            MOVE 'returned-item file is empty' TO WS-BATCH-ERROR-TEXT
        WHEN NOT IMP-HEADER
            MOVE 'returned-item file has no batch header'
                TO WS-BATCH-ERROR-TEXT
        WHEN OTHER
            MOVE IMP-BATCH-ID TO WS-BATCH-ID
            MOVE IMP-RETURNING-BANK TO WS-RETURNING-BANK
            MOVE 'Y' TO WS-BATCH-OK-FLAG
            PERFORM READ-IMPORT-RECORD
            PERFORM VERIFY-ONE-CONTROL-RECORD
                UNTIL WS-IMPORT-FILE-STATUS = '10'
                OR NOT BATCH-CONTROLS-GOOD
            IF BATCH-CONTROLS-GOOD AND NOT TRAILER-SEEN
                MOVE 'N' TO WS-BATCH-OK-FLAG
                MOVE 'returned-item file has no batch trailer'
                    TO WS-BATCH-ERROR-TEXT
            END-IF
    END-EVALUATE

    IF BATCH-CONTROLS-GOOD
        IF WS-BATCH-DETAIL-COUNT NOT = WS-TRAILER-ITEM-COUNT
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'detail count does not balance to the trailer'
                TO WS-BATCH-ERROR-TEXT
        END-IF
        IF WS-BATCH-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'detail total does not balance to the trailer'
                TO WS-BATCH-ERROR-TEXT
        END-IF
    END-IF

    IF BATCH-CONTROLS-GOOD
        MOVE WS-BATCH-DETAIL-TOTAL TO WS-BATCH-TOTAL-DISPLAY
        DISPLAY 'Batch ' WS-BATCH-ID ' from ' WS-RETURNING-BANK ': '
                WS-BATCH-DETAIL-COUNT ' item(s), $'
                WS-BATCH-TOTAL-DISPLAY ' -- controls balance'
    END-IF

    CLOSE IMPORT-FILE
    OPEN INPUT IMPORT-FILE.

VERIFY-ONE-CONTROL-RECORD.
    EVALUATE TRUE
        WHEN TRAILER-SEEN
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'records found after the batch trailer'
                TO WS-BATCH-ERROR-TEXT
        WHEN IMP-DETAIL
            ADD 1 TO WS-BATCH-DETAIL-COUNT
            ADD IMPORT-AMOUNT TO WS-BATCH-DETAIL-TOTAL
        WHEN IMP-TRAILER
            SET TRAILER-SEEN TO TRUE
            MOVE IMP-ITEM-COUNT TO WS-TRAILER-ITEM-COUNT
            MOVE IMP-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
            IF IMP-BATCH-ID NOT = WS-BATCH-ID
                MOVE 'N' TO WS-BATCH-OK-FLAG
                MOVE 'trailer batch ID differs from the header'
                    TO WS-BATCH-ERROR-TEXT
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'unrecognized record type in returned-item file'
                TO WS-BATCH-ERROR-TEXT
    END-EVALUATE
    IF BATCH-CONTROLS-GOOD
        PERFORM READ-IMPORT-RECORD
    END-IF.

*> The double-posting guard: a batch ID this feed has already posted
*> to completion is refused outright. The register entry is only
*> written once the whole batch has posted, so a crashed run can
*> still be resumed with RESTART.
CHECK-BATCH-REGISTER.
    OPEN I-O BATCHREG-FILE
    IF NOT BATCHREG-FILE-SUCCESS
        OPEN OUTPUT BATCHREG-FILE
        CLOSE BATCHREG-FILE
        OPEN I-O BATCHREG-FILE
    END-IF
    MOVE WS-BATCH-SOURCE TO BREG-SOURCE
    MOVE WS-BATCH-ID TO BREG-BATCH-ID
    READ BATCHREG-FILE
    IF BATCHREG-FILE-SUCCESS
        DISPLAY 'REFUSED: batch ' WS-BATCH-ID
                ' was already posted on ' BREG-POSTED-DATE
        DISPLAY 'Nothing was posted.'
        CLOSE BATCHREG-FILE
        CLOSE ACCOUNT-FILE
        CLOSE IMPORT-FILE
        CLOSE COUNTER-FILE
        STOP RUN
    END-IF
    CLOSE BATCHREG-FILE.

REGISTER-POSTED-BATCH.
    OPEN I-O BATCHREG-FILE
    IF BATCHREG-FILE-SUCCESS
        MOVE WS-BATCH-SOURCE TO BREG-SOURCE
        MOVE WS-BATCH-ID TO BREG-BATCH-ID
        MOVE WS-CURRENT-DATE TO BREG-POSTED-DATE
        MOVE WS-BATCH-DETAIL-COUNT TO BREG-ITEM-COUNT
        MOVE WS-BATCH-DETAIL-TOTAL TO BREG-TOTAL-AMOUNT
        WRITE BATCHREG-RECORD
        CLOSE BATCHREG-FILE
    ELSE
        DISPLAY 'WARNING: could not record batch ' WS-BATCH-ID
                ' on the processed-batch register. Status: '
                WS-BATCHREG-FILE-STATUS
    END-IF.

*> Leaves COUNTER-FILE open for the rest of the run so GET-NEXT-TRANS-ID
*> can fetch-and-increment CTL-NEXT-TRANS-ID under a record lock as each
*> import item is posted, instead of keeping an in-memory copy that only
*> reconciles at exit (the old load-once/save-at-exit shape let a
*> concurrent teller session or another batch job hand out the same
*> TRANS-ID). If the control record is missing (first run, or it was
*> lost), derive both counters from the high keys already on
*> ACCOUNT-FILE and TRANSACTION-FILE and create the control record from
*> that, same fallback BANKLED uses.
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

*> Fallback used only when data/counters.dat cannot be opened. Computes
*> a best-effort CTL-NEXT-ACCOUNT-NUM from ACCOUNT-FILE's high key (this
*> job never hands out account numbers itself, but a lost control file
*> should not leave BANKLED's next CREATE-ACCOUNT-MODULE starting over
*> from zero) and WS-NEXT-TRANS-ID from TRANSACTION-FILE's high key.
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

*> A RESTART command-line parameter resumes after the last checkpointed
*> record instead of reprocessing the whole import file.
LOAD-CHECKPOINT.
    ACCEPT WS-RESTART-PARM FROM COMMAND-LINE
    IF WS-RESTART-PARM = 'RESTART'
        OPEN INPUT CHECKPOINT-FILE
        IF WS-CKPT-FILE-STATUS = '00'
            READ CHECKPOINT-FILE
            IF WS-CKPT-FILE-STATUS = '00'
                MOVE CKPT-RECORDS-READ TO WS-CKPT-RECORDS-READ
                DISPLAY 'Restarting after ' WS-CKPT-RECORDS-READ
                        ' previously processed import record(s)'
            END-IF
            CLOSE CHECKPOINT-FILE
        END-IF
    END-IF.

*> The posting pass. Header and trailer records are consumed (and
*> checkpointed, so a RESTART's skip count stays aligned with records
*> actually read) but only details post -- the framing was already
*> proved by VERIFY-BATCH-CONTROLS.
APPLY-IMPORT-FILE.
    PERFORM SKIP-CHECKPOINTED-RECORDS
    PERFORM READ-IMPORT-RECORD
    PERFORM UNTIL WS-IMPORT-FILE-STATUS = '10'
        IF IMP-DETAIL
            MOVE IMPORT-ACCOUNT-NUMBER TO WS-CHKDGT-ACCOUNT
            PERFORM VERIFY-ACCOUNT-CHECK-DIGIT
            IF ACCOUNT-NUMBER-VALID
                PERFORM APPLY-RETURNED-ITEM
            ELSE
                MOVE 'REJECTED CHECK DIGIT' TO WS-ITEM-DISPOSITION
                PERFORM REJECT-RETURNED-ITEM
            END-IF
        END-IF
        PERFORM TRACK-CHECKPOINT-PROGRESS
        PERFORM READ-IMPORT-RECORD
    END-PERFORM
    PERFORM REGISTER-POSTED-BATCH
    PERFORM DELETE-CHECKPOINT.

*> The mod-10 (Luhn) check over the leading nine digits of
*> WS-CHKDGT-ACCOUNT, same arithmetic BANKLED issues numbers with.
COMPUTE-ACCOUNT-CHECK-DIGIT.
    MOVE WS-CHKDGT-ACCOUNT TO WS-CHKDGT-STRING
    MOVE ZERO TO WS-CHKDGT-SUM
    PERFORM VARYING WS-CHKDGT-I FROM 1 BY 1
            UNTIL WS-CHKDGT-I > 9
        COMPUTE WS-CHKDGT-DIGIT =
            FUNCTION NUMVAL(WS-CHKDGT-STRING(WS-CHKDGT-I:1))
        IF FUNCTION MOD(10 - WS-CHKDGT-I, 2) = 1
            COMPUTE WS-CHKDGT-DIGIT = WS-CHKDGT-DIGIT * 2
            IF WS-CHKDGT-DIGIT > 9
                SUBTRACT 9 FROM WS-CHKDGT-DIGIT
            END-IF
        END-IF
        ADD WS-CHKDGT-DIGIT TO WS-CHKDGT-SUM
    END-PERFORM
    COMPUTE WS-CHKDGT-EXPECTED =
        FUNCTION MOD(10 - FUNCTION MOD(WS-CHKDGT-SUM, 10), 10).

*> Verifies WS-CHKDGT-ACCOUNT. Numbers below the floor predate the
*> scheme and always pass.
VERIFY-ACCOUNT-CHECK-DIGIT.
    IF WS-CHKDGT-ACCOUNT < WS-CHECK-DIGIT-FLOOR
        MOVE 'Y' TO WS-CHKDGT-OK-FLAG
    ELSE
        PERFORM COMPUTE-ACCOUNT-CHECK-DIGIT
        IF FUNCTION MOD(WS-CHKDGT-ACCOUNT, 10) = WS-CHKDGT-EXPECTED
            MOVE 'Y' TO WS-CHKDGT-OK-FLAG
        ELSE
            MOVE 'N' TO WS-CHKDGT-OK-FLAG
        END-IF
    END-IF.

SKIP-CHECKPOINTED-RECORDS.
    IF WS-CKPT-RECORDS-READ > ZERO
        PERFORM READ-IMPORT-RECORD WS-CKPT-RECORDS-READ TIMES
    END-IF.

*> Persists the checkpoint after every record this run has finished
*> with, same as ACHIMPRT: POST-CHARGEBACK has no other idempotency
*> guard, so a RESTART must never re-read an item that already posted.
TRACK-CHECKPOINT-PROGRESS.
    ADD 1 TO WS-CKPT-RECORDS-READ
    PERFORM WRITE-CHECKPOINT.

WRITE-CHECKPOINT.
    MOVE WS-CKPT-RECORDS-READ TO CKPT-RECORDS-READ
    OPEN OUTPUT CHECKPOINT-FILE
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE.

DELETE-CHECKPOINT.
    CALL 'CBL_DELETE_FILE' USING 'data/depretrn_ckpt.dat'
        RETURNING WS-CKPT-DELETE-RESULT.

READ-IMPORT-RECORD.
    READ IMPORT-FILE AT END
        MOVE '10' TO WS-IMPORT-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-IMPORT-FILE-STATUS
    END-READ.

*> A returned item is charged back whatever the account's funds or
*> debit block say -- the paying bank has already reclaimed the
*> money. Only an account that cannot carry the debit at all is
*> rejected: missing, closed, or a loan.
APPLY-RETURNED-ITEM.
    MOVE IMPORT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM

    EVALUATE TRUE
        WHEN FILE-RECORD-LOCKED
            MOVE 'REJECTED LOCKED' TO WS-ITEM-DISPOSITION
            PERFORM REJECT-RETURNED-ITEM
        WHEN NOT FILE-SUCCESS
            MOVE 'REJECTED NOT FOUND' TO WS-ITEM-DISPOSITION
            PERFORM REJECT-RETURNED-ITEM
        WHEN NOT ACTIVE-ACCOUNT
            PERFORM RELEASE-ACCOUNT-LOCK
            MOVE 'REJECTED CLOSED' TO WS-ITEM-DISPOSITION
            PERFORM REJECT-RETURNED-ITEM
        WHEN ACCOUNT-TYPE = 'L'
            PERFORM RELEASE-ACCOUNT-LOCK
            MOVE 'REJECTED LOAN ACCT' TO WS-ITEM-DISPOSITION
            PERFORM REJECT-RETURNED-ITEM
        WHEN OTHER
            PERFORM POST-CHARGEBACK
            PERFORM RELEASE-ACCOUNT-LOCK
    END-EVALUATE.

*> Releases a record this session locked via READ ... WITH LOCK. Safe
*> to call even when nothing is currently locked.
RELEASE-ACCOUNT-LOCK.
    UNLOCK ACCOUNT-FILE.

*> An item that could not be charged back. Nothing posts; the branch
*> recovers it by hand from the review report.
REJECT-RETURNED-ITEM.
    ADD 1 TO WS-ITEMS-REJECTED
    MOVE SPACE TO WS-ITEM-FORCE-FLAG
    MOVE 'N' TO WS-REPEAT-FLAG
    MOVE ZERO TO WS-RETURNS-IN-WINDOW
    MOVE ZERO TO WS-FEE-AMOUNT
    DISPLAY WS-ITEM-DISPOSITION ' ' IMPORT-ACCOUNT-NUMBER
            ' trace ' IMPORT-TRACE-NUMBER
    PERFORM WRITE-REVIEW-REPORT-LINE.

*> Debits the returned item. Any hold still placed on the account is
*> reduced by the item first -- it was most likely protecting this
*> very deposit, and leaving it in place would count the lost funds
*> twice against AVAILABLE-BALANCE. The fee and the 'K' notice
*> follow; the repeat-return count includes tonight's item.
POST-CHARGEBACK.
    MOVE SPACE TO WS-ITEM-FORCE-FLAG
    IF DEBITS-BLOCKED OR ESTATE-FROZEN
        SET ITEM-BLOCKED TO TRUE
    END-IF

    IF HOLD-RELEASE-DATE NOT = SPACES
            AND HOLD-RELEASE-DATE <= WS-CURRENT-DATE
        MOVE ZERO TO HOLD-AMOUNT
        MOVE SPACES TO HOLD-RELEASE-DATE
    END-IF
    IF HOLD-AMOUNT > ZERO
        IF HOLD-AMOUNT > IMPORT-AMOUNT
            SUBTRACT IMPORT-AMOUNT FROM HOLD-AMOUNT
        ELSE
            MOVE ZERO TO HOLD-AMOUNT
            MOVE SPACES TO HOLD-RELEASE-DATE
        END-IF
    END-IF

    SUBTRACT IMPORT-AMOUNT FROM ACCOUNT-BALANCE
    COMPUTE AVAILABLE-BALANCE =
        ACCOUNT-BALANCE - HOLD-AMOUNT - LEGAL-HOLD-AMOUNT
    IF ACCOUNT-BALANCE < ZERO AND ITEM-NOT-FORCED
        SET ITEM-OVERDREW TO TRUE
    END-IF
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE

    REWRITE ACCOUNT-RECORD
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                ' status ' WS-FILE-STATUS
        MOVE 'REJECTED REWRITE' TO WS-ITEM-DISPOSITION
        PERFORM REJECT-RETURNED-ITEM
    ELSE
        PERFORM LOG-CHARGEBACK-TRANSACTION
        ADD 1 TO WS-ITEMS-APPLIED
        ADD IMPORT-AMOUNT TO WS-TOTAL-CHARGED-BACK
        EVALUATE TRUE
            WHEN ITEM-BLOCKED
                MOVE 'POSTED DEBITS BLOCKED' TO WS-ITEM-DISPOSITION
                ADD 1 TO WS-ITEMS-FORCED
            WHEN ITEM-OVERDREW
                MOVE 'POSTED OVERDRAWN' TO WS-ITEM-DISPOSITION
                ADD 1 TO WS-ITEMS-FORCED
            WHEN OTHER
                MOVE 'POSTED' TO WS-ITEM-DISPOSITION
        END-EVALUATE

        PERFORM ASSESS-RETURN-FEE
        MOVE ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
        MOVE 'K' TO WS-NOTICE-EVENT-CODE
        MOVE IMPORT-AMOUNT TO WS-NOTICE-AMOUNT
        MOVE IMPORT-DEPOSIT-DATE TO WS-NOTICE-EVENT-DATE
        MOVE IMPORT-TRACE-NUMBER TO WS-NOTICE-REFERENCE
        PERFORM WRITE-CUSTOMER-NOTICE

        PERFORM COUNT-RETURNS-IN-WINDOW
        MOVE 'N' TO WS-REPEAT-FLAG
        IF WS-RETURNS-IN-WINDOW >= WS-REPEAT-THRESHOLD
            SET REPEAT-DEPOSITOR TO TRUE
            ADD 1 TO WS-REPEAT-ACCOUNTS
        END-IF

        MOVE IMPORT-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
        DISPLAY WS-ITEM-DISPOSITION ' ' ACCOUNT-NUMBER
                ' -$' WS-AMOUNT-DISPLAY
                ' trace ' IMPORT-TRACE-NUMBER
                ' new balance $' WS-BALANCE-DISPLAY
        IF ITEM-OVERDREW OR ITEM-BLOCKED OR REPEAT-DEPOSITOR
            PERFORM WRITE-REVIEW-REPORT-LINE
        END-IF
    END-IF.

*> The deposited-item-returned fee. Charged in full even into
*> overdraft: the customer brought the bad item to us, and the
*> chargeback beside it has already taken the account where it is.
*> A fee of zero on the parameter file switches it off.
ASSESS-RETURN-FEE.
    MOVE ZERO TO WS-FEE-AMOUNT
    IF WS-DEP-RETURN-FEE > ZERO
        MOVE WS-DEP-RETURN-FEE TO WS-FEE-AMOUNT
        SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
        SUBTRACT WS-FEE-AMOUNT FROM AVAILABLE-BALANCE
        REWRITE ACCOUNT-RECORD
        IF FILE-SUCCESS
            PERFORM LOG-RETURN-FEE-TRANSACTION
            ADD 1 TO WS-FEES-POSTED
        ELSE
            DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                    ' for returned-item fee, status ' WS-FILE-STATUS
            ADD WS-FEE-AMOUNT TO ACCOUNT-BALANCE
            ADD WS-FEE-AMOUNT TO AVAILABLE-BALANCE
            MOVE ZERO TO WS-FEE-AMOUNT
        END-IF
    END-IF.

*> Counts this account's chargebacks dated inside the lookback
*> window, by the fixed description LOG-CHARGEBACK-TRANSACTION
*> stamps.
COUNT-RETURNS-IN-WINDOW.
    MOVE ZERO TO WS-RETURNS-IN-WINDOW
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        MOVE IMPORT-ACCOUNT-NUMBER TO FROM-ACCOUNT
        START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
        IF WS-TRANS-FILE-STATUS = '00'
            PERFORM READ-NEXT-TRANSACTION
            PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                    OR FROM-ACCOUNT NOT = IMPORT-ACCOUNT-NUMBER
                IF TRANS-TYPE = 'W'
                        AND TRANS-DATE >= WS-LOOKBACK-START-DATE
                        AND TRANS-DESCRIPTION(1:21)
                            = 'RETURNED DEPOSIT ITEM'
                    ADD 1 TO WS-RETURNS-IN-WINDOW
                END-IF
                PERFORM READ-NEXT-TRANSACTION
            END-PERFORM
        END-IF
        CLOSE TRANSACTION-FILE
    END-IF.

READ-NEXT-TRANSACTION.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-TRANS-FILE-STATUS
    END-READ.

*> The chargeback itself. A forced posting says so on the history
*> and statement line, so whoever looks at the account next sees
*> why it went overdrawn or moved while blocked.
LOG-CHARGEBACK-TRANSACTION.
    MOVE 'W' TO TRANS-TYPE
    MOVE IMPORT-AMOUNT TO TRANS-AMOUNT
    MOVE SPACES TO TRANS-DESCRIPTION
    EVALUATE TRUE
        WHEN ITEM-BLOCKED
            STRING 'RETURNED DEPOSIT ITEM ' IMPORT-TRACE-NUMBER
                   ' BLOCKED'
                DELIMITED BY SIZE INTO TRANS-DESCRIPTION
        WHEN ITEM-OVERDREW
            STRING 'RETURNED DEPOSIT ITEM ' IMPORT-TRACE-NUMBER
                   ' OD'
                DELIMITED BY SIZE INTO TRANS-DESCRIPTION
        WHEN OTHER
            STRING 'RETURNED DEPOSIT ITEM ' IMPORT-TRACE-NUMBER
                DELIMITED BY SIZE INTO TRANS-DESCRIPTION
    END-EVALUATE
    PERFORM WRITE-ITEM-TRANSACTION.

LOG-RETURN-FEE-TRANSACTION.
    MOVE 'F' TO TRANS-TYPE
    MOVE WS-FEE-AMOUNT TO TRANS-AMOUNT
    MOVE SPACES TO TRANS-DESCRIPTION
    STRING 'DEPOSITED ITEM RETURN FEE ' IMPORT-TRACE-NUMBER
        DELIMITED BY SIZE INTO TRANS-DESCRIPTION
    PERFORM WRITE-ITEM-TRANSACTION.

*> Common tail of the two postings above: the caller has staged
*> type, amount and description.
WRITE-ITEM-TRANSACTION.
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
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
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
*> transaction log for regulatory reporting, same as BANKLED's
*> CHECK-LARGE-TRANSACTION. Relies on ACCOUNT-RECORD still holding the
*> account this TRANSACTION-RECORD was just posted against.
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


*> One line per item the branch must look at, opened on the first
*> such item so a clean batch leaves no empty report behind. The
*> last column names repeat depositors and how many chargebacks the
*> window holds, tonight's included.
WRITE-REVIEW-REPORT-LINE.
    IF NOT REVIEW-RPT-OPENED
        STRING 'data/deposit_returns_' WS-CURRENT-DATE '.txt'
            DELIMITED BY SIZE INTO WS-REVIEW-RPT-NAME
        OPEN EXTEND REVIEW-REPORT-FILE
        IF NOT REVIEW-RPT-SUCCESS
            OPEN OUTPUT REVIEW-REPORT-FILE
        END-IF
        IF REVIEW-RPT-SUCCESS
            SET REVIEW-RPT-OPENED TO TRUE
            MOVE SPACES TO REVIEW-REPORT-LINE
            STRING 'RETURNED DEPOSITED ITEMS REVIEW ' WS-CURRENT-DATE
                   '  BATCH ' WS-BATCH-ID
                   '  FROM ' WS-RETURNING-BANK
                DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            STRING 'Account    Amount          Item trace      '
                   'Deposited Rsn Disposition          '
                   'Returns in window'
                DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
        ELSE
            DISPLAY 'WARNING: cannot open review report. Status: '
                    WS-REVIEW-RPT-STATUS
        END-IF
    END-IF
    IF REVIEW-RPT-OPENED
        MOVE IMPORT-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO REVIEW-REPORT-LINE
        IF REPEAT-DEPOSITOR
            STRING IMPORT-ACCOUNT-NUMBER ' $' WS-AMOUNT-DISPLAY ' '
                   IMPORT-TRACE-NUMBER ' ' IMPORT-DEPOSIT-DATE '  '
                   IMPORT-RETURN-REASON '  ' WS-ITEM-DISPOSITION ' '
                   WS-RETURNS-IN-WINDOW ' -- REVIEW HOLDS'
                DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
        ELSE
            STRING IMPORT-ACCOUNT-NUMBER ' $' WS-AMOUNT-DISPLAY ' '
                   IMPORT-TRACE-NUMBER ' ' IMPORT-DEPOSIT-DATE '  '
                   IMPORT-RETURN-REASON '  ' WS-ITEM-DISPOSITION
                DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
        END-IF
        WRITE REVIEW-REPORT-LINE
    END-IF.

*> Drops one event on the customer notice queue. Caller stages the
*> account, event code ('K' deposited item returned), the item
*> amount, the date it was deposited and the item's trace as
*> reference; NOTICEGN formats the letters.
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
*> returned-item fee, the repeat-return window and threshold, and
*> the CTR threshold.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'DEP-RETURN-FEE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-DEP-RETURN-FEE
        END-IF
        MOVE 'DEP-RETURN-LOOKBACK' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND AND WS-PARM-FOUND-VALUE > ZERO
            MOVE WS-PARM-FOUND-VALUE TO WS-LOOKBACK-DAYS
        END-IF
        MOVE 'DEP-RETURN-REPEAT-COUNT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND AND WS-PARM-FOUND-VALUE > ZERO
            MOVE WS-PARM-FOUND-VALUE TO WS-REPEAT-THRESHOLD
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
*> the last qualifying one wins -- that is how a rate keyed ahead of
*> the 1st takes over on the 1st without a redeploy.
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
    IF REVIEW-RPT-OPENED
        CLOSE REVIEW-REPORT-FILE
    END-IF
    CLOSE ACCOUNT-FILE
    CLOSE IMPORT-FILE
    CLOSE COUNTER-FILE
    MOVE WS-TOTAL-CHARGED-BACK TO WS-AMOUNT-DISPLAY
    DISPLAY ' '
    DISPLAY 'Items charged back:        ' WS-ITEMS-APPLIED
            '  total $' WS-AMOUNT-DISPLAY
    DISPLAY '  of which forced (OD/blocked): ' WS-ITEMS-FORCED
    DISPLAY 'Items rejected:            ' WS-ITEMS-REJECTED
    DISPLAY 'Returned-item fees posted: ' WS-FEES-POSTED
    DISPLAY 'Repeat-return depositors:  ' WS-REPEAT-ACCOUNTS
    IF REVIEW-RPT-OPENED
        DISPLAY 'Review report: ' WS-REVIEW-RPT-NAME
    END-IF
    DISPLAY '==================================================================='.

*> Fetches the next transaction ID under a lock on COUNTER-FILE's one
*> control record, same as BANKLED's GET-NEXT-TRANS-ID, so concurrent
*> teller sessions and batch jobs posting at the same time each get a
*> unique ID instead of racing a load-once/save-at-exit copy of the
*> counter. Leaves the fetched value in WS-NEXT-TRANS-ID; the persisted
*> counter is already advanced past it by the time this returns.
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

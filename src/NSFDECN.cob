IDENTIFICATION DIVISION.
PROGRAM-ID. NSFDECN.

*> Nightly overdraft decision run. DEBITIMP no longer returns an
*> inclearing item the account cannot cover; it parks the item on
*> the overdraft decision queue (data/nsfqueue.dat) with a return
*> deadline of the next business day, and an officer marks each one
*> pay or return from BANKLED's Overdraft Decisions screen after
*> looking at the account's balance, history and relationship. This
*> job carries the decisions out:
*>
*>   pay     -- the item posts as a 'W' against the account, taking
*>              it into overdraft, and the overdraft item fee posts
*>              as an 'F' when the account is left overdrawn. The
*>              customer is lettered ('D' notice). An account that
*>              was closed, blocked or estate-frozen since the
*>              decision cannot be paid against and is returned
*>              instead, with the reason code that now applies.
*>   return  -- the item goes to data/debit_returns.dat as reason 03
*>              for the clearing house and the NSF returned-item fee
*>              is charged exactly as DEBITIMP used to charge it
*>              (capped per day, never driving the account
*>              negative), with the 'R' notice.
*>
*> An item still pending on or after its deadline is returned by
*> default the same way and flagged as defaulted on the queue, so an
*> officer who never gets to it cannot leave the bank past the
*> clearing house's return window. The two fees share the NSF-FEE-
*> DAY-CAP: one bad morning stacks no more fees on an account than
*> it did before the queue existed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NSFQUEUE-FILE ASSIGN TO 'data/nsfqueue.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NSQ-KEY
        ALTERNATE RECORD KEY IS NSQ-ACCOUNT WITH DUPLICATES
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-NSFQUEUE-FILE-STATUS.

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

    SELECT RETURNS-FILE ASSIGN TO 'data/debit_returns.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RETURNS-FILE-STATUS.

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
*> Overdraft decision queue, one record per insufficient-funds item
*> awaiting (or given) an officer's pay/return decision. Keyed by
*> presentment date, account and trace, with an alternate key on the
*> account for the officer screen's relationship look. DEBITIMP adds
*> items pending; BANKLED records the decision; NSFDECN posts or
*> returns them and closes them out as paid or returned.
FD  NSFQUEUE-FILE.
01  NSFQUEUE-RECORD.
    05  NSQ-KEY.
        10  NSQ-PRESENTED-DATE  PIC X(8).
        10  NSQ-ACCOUNT         PIC 9(10).
        10  NSQ-TRACE-NUMBER    PIC X(15).
    05  NSQ-AMOUNT              PIC 9(11)V99.
    05  NSQ-DEADLINE-DATE       PIC X(8).
    05  NSQ-AVAILABLE-AT-ENTRY  PIC S9(13)V99.
    05  NSQ-STATUS              PIC X(1).
        88  NSQ-PENDING         VALUE 'P'.
        88  NSQ-PAY-DECIDED     VALUE 'A'.
        88  NSQ-RETURN-DECIDED  VALUE 'R'.
        88  NSQ-PAID            VALUE 'C'.
        88  NSQ-RETURNED        VALUE 'X'.
    05  NSQ-DECIDED-BY          PIC X(10).
    05  NSQ-DECIDED-DATE        PIC X(8).
    05  NSQ-DEFAULTED-FLAG      PIC X(1).
        88  NSQ-DEFAULTED       VALUE 'Y'.
    05  NSQ-SETTLED-DATE        PIC X(8).
    05  NSQ-FEE-AMOUNT          PIC 9(7)V99.
    05  FILLER                  PIC X(20).

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

*> The clearing-house returns file DEBITIMP writes its other
*> dishonored items to; the NSF returns are appended here, same
*> layout, reason 03.
FD  RETURNS-FILE.
01  RETURN-RECORD.
    05  RTN-ACCOUNT-NUMBER      PIC 9(10).
    05  RTN-AMOUNT              PIC 9(11)V99.
    05  RTN-TRACE-NUMBER        PIC X(15).
    05  RTN-REASON-CODE         PIC X(2).
    05  RTN-DATE                PIC X(8).
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

01  WS-NSFQUEUE-FILE-STATUS     PIC X(2).
    88  NSFQUEUE-FILE-SUCCESS   VALUE '00'.
    88  NSFQUEUE-RECORD-LOCKED  VALUE '90' THRU '99'.
01  WS-RETURNS-FILE-STATUS      PIC X(2).
    88  RETURNS-FILE-SUCCESS    VALUE '00'.

*> Record-locking retry controls, same as LEVYPROC: an account or
*> queue item a teller session holds is retried WS-LOCK-MAX-RETRIES
*> times and then left for tomorrow night's run.
01  WS-LOCK-FIELDS.
    05  WS-LOCK-RETRY-COUNT      PIC 9(2) VALUE ZERO.
    05  WS-LOCK-MAX-RETRIES      PIC 9(2) VALUE 5.
    05  WS-TRANS-WRITE-RETRY-COUNT PIC 9(2) VALUE ZERO.

*> Fee controls. The NSF returned-item fee, the overdraft paid-item
*> fee and the per-account-per-day cap both share are compiled
*> defaults LOAD-BANK-PARAMETERS overrides from the NSF-FEE,
*> OD-ITEM-FEE and NSF-FEE-DAY-CAP keys. The day's fees already on
*> file are counted through TRANSACTION-FILE's FROM-ACCOUNT key by
*> the fixed descriptions this job stamps, the same description-keyed
*> convention TELLBAL and GLEXTRCT rely on.
01  WS-FEE-FIELDS.
    05  WS-NSF-FEE              PIC 9(7)V99 VALUE 25.00.
    05  WS-OD-ITEM-FEE          PIC 9(7)V99 VALUE 30.00.
    05  WS-NSF-DAY-CAP          PIC 9(2) VALUE 3.
    05  WS-FEES-TODAY           PIC 9(3).
    05  WS-FEE-AMOUNT           PIC S9(13)V99.

*> The queue item in hand, saved off the queue record before the
*> account work reads other records over it.
01  WS-ITEM-FIELDS.
    05  WS-NSQ-KEY              PIC X(33).
    05  WS-NSQ-ACCOUNT          PIC 9(10).
    05  WS-NSQ-TRACE-NUMBER     PIC X(15).
    05  WS-NSQ-AMOUNT           PIC 9(11)V99.
    05  WS-NSQ-STATUS           PIC X(1).
    05  WS-RETURN-REASON        PIC X(2).
    05  WS-ITEM-LOCKED-FLAG     PIC X(1).
        88  ITEM-LOCKED         VALUE 'Y'.
    05  WS-ACCOUNT-LOCKED-FLAG  PIC X(1).
        88  ACCOUNT-LOCKED      VALUE 'Y'.
    05  WS-DEFAULT-RETURN-FLAG  PIC X(1).
        88  DEFAULT-RETURN      VALUE 'Y'.

01  WS-RUN-COUNTS.
    05  WS-ITEMS-PAID           PIC 9(7) VALUE ZERO.
    05  WS-ITEMS-RETURNED       PIC 9(7) VALUE ZERO.
    05  WS-ITEMS-DEFAULTED      PIC 9(7) VALUE ZERO.
    05  WS-ITEMS-STILL-PENDING  PIC 9(7) VALUE ZERO.
    05  WS-OD-FEES-POSTED       PIC 9(7) VALUE ZERO.
    05  WS-NSF-FEES-POSTED      PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-RETURNED       PIC S9(13)V99 VALUE ZERO.

01  WS-AMOUNT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-AMOUNT-DISPLAY-2          PIC ZZZ,ZZZ,ZZ9.99.
01  WS-BALANCE-DISPLAY           PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-TELLER-ID                 PIC X(10) VALUE 'BATCH'.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM PROCESS-DECISION-QUEUE
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          OVERDRAFT PAY / RETURN DECISIONS'
    DISPLAY '==================================================================='
    OPEN I-O NSFQUEUE-FILE
    IF NOT NSFQUEUE-FILE-SUCCESS
        DISPLAY 'No overdraft decision queue on file -- nothing to do.'
        PERFORM GET-CURRENT-DATE-TIME
        PERFORM WRITE-RUN-STATISTICS
        STOP RUN
    END-IF

    OPEN I-O ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: ' WS-FILE-STATUS
        CLOSE NSFQUEUE-FILE
        STOP RUN
    END-IF

    OPEN EXTEND RETURNS-FILE
    IF NOT RETURNS-FILE-SUCCESS
        OPEN OUTPUT RETURNS-FILE
    END-IF
    IF NOT RETURNS-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open returns file. Status: '
                WS-RETURNS-FILE-STATUS
        CLOSE NSFQUEUE-FILE
        CLOSE ACCOUNT-FILE
        STOP RUN
    END-IF

    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS
    MOVE WS-NSF-FEE TO WS-AMOUNT-DISPLAY
    MOVE WS-OD-ITEM-FEE TO WS-AMOUNT-DISPLAY-2
    DISPLAY 'Decision Date:   ' WS-CURRENT-DATE
    DISPLAY 'NSF Item Fee:   $' WS-AMOUNT-DISPLAY
    DISPLAY 'OD Item Fee:    $' WS-AMOUNT-DISPLAY-2
    DISPLAY 'Fees Per Day:    ' WS-NSF-DAY-CAP.

*> One pass over the queue in key order. Paid and returned items are
*> history and are passed over; a pending item inside its deadline
*> waits for the officer.
PROCESS-DECISION-QUEUE.
    MOVE LOW-VALUES TO NSQ-KEY
    START NSFQUEUE-FILE KEY NOT < NSQ-KEY
    IF NSFQUEUE-FILE-SUCCESS
        PERFORM READ-NEXT-QUEUE-ITEM
        PERFORM UNTIL NOT NSFQUEUE-FILE-SUCCESS
            ADD 1 TO WS-RST-READ
            MOVE NSQ-KEY TO WS-NSQ-KEY
            MOVE NSQ-ACCOUNT TO WS-NSQ-ACCOUNT
            MOVE NSQ-TRACE-NUMBER TO WS-NSQ-TRACE-NUMBER
            MOVE NSQ-AMOUNT TO WS-NSQ-AMOUNT
            MOVE NSQ-STATUS TO WS-NSQ-STATUS
            MOVE 'N' TO WS-DEFAULT-RETURN-FLAG
            EVALUATE TRUE
                WHEN NSQ-PAY-DECIDED
                    PERFORM PAY-DECIDED-ITEM
                WHEN NSQ-RETURN-DECIDED
                    PERFORM RETURN-DECIDED-ITEM
                WHEN NSQ-PENDING
                        AND NSQ-DEADLINE-DATE <= WS-CURRENT-DATE
                    SET DEFAULT-RETURN TO TRUE
                    PERFORM RETURN-DECIDED-ITEM
                WHEN NSQ-PENDING
                    ADD 1 TO WS-ITEMS-STILL-PENDING
                    ADD 1 TO WS-RST-SKIPPED
                WHEN OTHER
                    ADD 1 TO WS-RST-SKIPPED
            END-EVALUATE
            PERFORM RESUME-QUEUE-SCAN
        END-PERFORM
    END-IF.

READ-NEXT-QUEUE-ITEM.
    READ NSFQUEUE-FILE NEXT RECORD AT END
        MOVE '10' TO WS-NSFQUEUE-FILE-STATUS
    END-READ.

*> The keyed re-read under lock moves the file off the sequential
*> pass; this puts it back just past the item in hand and reads on.
RESUME-QUEUE-SCAN.
    MOVE WS-NSQ-KEY TO NSQ-KEY
    START NSFQUEUE-FILE KEY > NSQ-KEY
    IF NSFQUEUE-FILE-SUCCESS
        PERFORM READ-NEXT-QUEUE-ITEM
    END-IF.

*> Re-reads the item in hand under a record lock and checks nobody
*> changed the decision since the pass read it, so an officer still
*> on the screen and this job never both act on one item.
LOCK-CURRENT-ITEM.
    MOVE 'N' TO WS-ITEM-LOCKED-FLAG
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    MOVE WS-NSQ-KEY TO NSQ-KEY
    READ NSFQUEUE-FILE WITH LOCK
    PERFORM UNTIL NOT NSFQUEUE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        MOVE WS-NSQ-KEY TO NSQ-KEY
        READ NSFQUEUE-FILE WITH LOCK
    END-PERFORM
    IF NSFQUEUE-FILE-SUCCESS
        IF NSQ-STATUS = WS-NSQ-STATUS
            SET ITEM-LOCKED TO TRUE
        ELSE
            UNLOCK NSFQUEUE-FILE
        END-IF
    END-IF.

LOCK-ITEM-ACCOUNT.
    MOVE 'N' TO WS-ACCOUNT-LOCKED-FLAG
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    MOVE WS-NSQ-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        MOVE WS-NSQ-ACCOUNT TO ACCOUNT-NUMBER
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM
    IF FILE-SUCCESS
        SET ACCOUNT-LOCKED TO TRUE
    END-IF.

*> An officer said pay. The account is checked again as it stands
*> tonight -- a decision taken this morning does not survive the
*> account being closed, blocked by a legal order or frozen for an
*> estate since, and such an item goes back with the reason that now
*> applies rather than posting. An account held by a teller session
*> all night is left for tomorrow's run; the item stays pay-decided.
PAY-DECIDED-ITEM.
    MOVE ZERO TO WS-FEE-AMOUNT
    PERFORM LOCK-CURRENT-ITEM
    IF NOT ITEM-LOCKED
        DISPLAY 'SKIPPED  ' WS-NSQ-ACCOUNT ' trace ' WS-NSQ-TRACE-NUMBER
                ' (queue item in use)'
        ADD 1 TO WS-RST-SKIPPED
    ELSE
        PERFORM LOCK-ITEM-ACCOUNT
        EVALUATE TRUE
            WHEN FILE-RECORD-LOCKED
                DISPLAY 'SKIPPED  ' WS-NSQ-ACCOUNT
                        ' trace ' WS-NSQ-TRACE-NUMBER
                        ' (account in use)'
                ADD 1 TO WS-RST-SKIPPED
                UNLOCK NSFQUEUE-FILE
            WHEN NOT ACCOUNT-LOCKED
                MOVE '01' TO WS-RETURN-REASON
                PERFORM RETURN-ITEM-TO-CLEARING
                PERFORM CLOSE-RETURNED-ITEM
            WHEN NOT ACTIVE-ACCOUNT OR LOAN-ACCOUNT
                MOVE '02' TO WS-RETURN-REASON
                PERFORM RETURN-ITEM-TO-CLEARING
                PERFORM CLOSE-RETURNED-ITEM
                UNLOCK ACCOUNT-FILE
            WHEN DEBITS-BLOCKED OR ESTATE-FROZEN
                MOVE '05' TO WS-RETURN-REASON
                PERFORM RETURN-ITEM-TO-CLEARING
                PERFORM CLOSE-RETURNED-ITEM
                UNLOCK ACCOUNT-FILE
            WHEN OTHER
                PERFORM POST-PAID-ITEM
                UNLOCK ACCOUNT-FILE
        END-EVALUATE
    END-IF.

*> Posts the item into overdraft. The overdraft item fee follows only
*> when the account is actually left overdrawn -- a deposit that
*> landed since the item was queued may have covered it after all --
*> and only inside the day's fee cap.
POST-PAID-ITEM.
    SUBTRACT WS-NSQ-AMOUNT FROM ACCOUNT-BALANCE
    PERFORM COMPUTE-AVAILABLE-BALANCE
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    REWRITE ACCOUNT-RECORD
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                ' to pay trace ' WS-NSQ-TRACE-NUMBER
                ', status ' WS-FILE-STATUS
        ADD 1 TO WS-RST-SKIPPED
        UNLOCK NSFQUEUE-FILE
    ELSE
        PERFORM LOG-PAID-ITEM-TRANSACTION
        MOVE ZERO TO WS-FEE-AMOUNT
        IF AVAILABLE-BALANCE < ZERO AND WS-OD-ITEM-FEE > ZERO
            PERFORM COUNT-TODAYS-ITEM-FEES
            IF WS-FEES-TODAY < WS-NSF-DAY-CAP
                MOVE WS-OD-ITEM-FEE TO WS-FEE-AMOUNT
                SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
                SUBTRACT WS-FEE-AMOUNT FROM AVAILABLE-BALANCE
                REWRITE ACCOUNT-RECORD
                IF FILE-SUCCESS
                    PERFORM LOG-OD-FEE-TRANSACTION
                    ADD 1 TO WS-OD-FEES-POSTED
                ELSE
                    DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                            ' for overdraft fee, status ' WS-FILE-STATUS
                    MOVE ZERO TO WS-FEE-AMOUNT
                END-IF
            END-IF
        END-IF
        IF AVAILABLE-BALANCE < ZERO
            MOVE ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
            MOVE 'D' TO WS-NOTICE-EVENT-CODE
            MOVE WS-FEE-AMOUNT TO WS-NOTICE-AMOUNT
            MOVE WS-CURRENT-DATE TO WS-NOTICE-EVENT-DATE
            MOVE WS-NSQ-TRACE-NUMBER TO WS-NOTICE-REFERENCE
            PERFORM WRITE-CUSTOMER-NOTICE
        END-IF

        MOVE 'C' TO NSQ-STATUS
        MOVE WS-CURRENT-DATE TO NSQ-SETTLED-DATE
        MOVE WS-FEE-AMOUNT TO NSQ-FEE-AMOUNT
        REWRITE NSFQUEUE-RECORD
        UNLOCK NSFQUEUE-FILE
        ADD 1 TO WS-ITEMS-PAID
        ADD 1 TO WS-RST-POSTED
        ADD WS-NSQ-AMOUNT TO WS-RST-CONTROL-AMOUNT
        MOVE WS-NSQ-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
        DISPLAY 'PAID     ' ACCOUNT-NUMBER
                ' -$' WS-AMOUNT-DISPLAY
                ' trace ' WS-NSQ-TRACE-NUMBER
                ' new balance $' WS-BALANCE-DISPLAY
    END-IF.

*> An officer said return, or nobody decided by the deadline. The
*> item goes back as reason 03 whether or not the account can be
*> had tonight -- the return window does not wait -- but the fee is
*> only charged against an account this job holds the lock on.
RETURN-DECIDED-ITEM.
    PERFORM LOCK-CURRENT-ITEM
    IF NOT ITEM-LOCKED
        DISPLAY 'SKIPPED  ' WS-NSQ-ACCOUNT ' trace ' WS-NSQ-TRACE-NUMBER
                ' (queue item in use)'
        ADD 1 TO WS-RST-SKIPPED
    ELSE
        MOVE '03' TO WS-RETURN-REASON
        PERFORM RETURN-ITEM-TO-CLEARING
        PERFORM LOCK-ITEM-ACCOUNT
        MOVE ZERO TO WS-FEE-AMOUNT
        IF ACCOUNT-LOCKED
            PERFORM ASSESS-NSF-RETURN-FEE
            UNLOCK ACCOUNT-FILE
        ELSE
            DISPLAY 'WARNING: account ' WS-NSQ-ACCOUNT
                    ' unavailable -- no NSF fee for trace '
                    WS-NSQ-TRACE-NUMBER
        END-IF
        PERFORM CLOSE-RETURNED-ITEM
    END-IF.

RETURN-ITEM-TO-CLEARING.
    MOVE WS-NSQ-ACCOUNT TO RTN-ACCOUNT-NUMBER
    MOVE WS-NSQ-AMOUNT TO RTN-AMOUNT
    MOVE WS-NSQ-TRACE-NUMBER TO RTN-TRACE-NUMBER
    MOVE WS-RETURN-REASON TO RTN-REASON-CODE
    MOVE WS-CURRENT-DATE TO RTN-DATE
    WRITE RETURN-RECORD
    ADD 1 TO WS-ITEMS-RETURNED
    ADD 1 TO WS-RST-REJECTED
    ADD WS-NSQ-AMOUNT TO WS-TOTAL-RETURNED
    IF DEFAULT-RETURN
        ADD 1 TO WS-ITEMS-DEFAULTED
        DISPLAY 'RETURNED ' WS-NSQ-ACCOUNT
                ' trace ' WS-NSQ-TRACE-NUMBER
                ' reason ' WS-RETURN-REASON
                ' (undecided at deadline)'
    ELSE
        DISPLAY 'RETURNED ' WS-NSQ-ACCOUNT
                ' trace ' WS-NSQ-TRACE-NUMBER
                ' reason ' WS-RETURN-REASON
    END-IF.

*> Re-reads the item (the account work above may have moved the
*> record area on) and closes it out as returned.
CLOSE-RETURNED-ITEM.
    MOVE WS-NSQ-KEY TO NSQ-KEY
    READ NSFQUEUE-FILE
    IF NSFQUEUE-FILE-SUCCESS
        MOVE 'X' TO NSQ-STATUS
        MOVE WS-CURRENT-DATE TO NSQ-SETTLED-DATE
        MOVE WS-FEE-AMOUNT TO NSQ-FEE-AMOUNT
        IF DEFAULT-RETURN
            MOVE 'Y' TO NSQ-DEFAULTED-FLAG
            MOVE 'BATCH' TO NSQ-DECIDED-BY
            MOVE WS-CURRENT-DATE TO NSQ-DECIDED-DATE
        END-IF
        REWRITE NSFQUEUE-RECORD
    END-IF
    UNLOCK NSFQUEUE-FILE.

*> Releases an expired hold and recomputes AVAILABLE-BALANCE, same as
*> DEBITIMP does before deciding an item.
COMPUTE-AVAILABLE-BALANCE.
    IF HOLD-RELEASE-DATE NOT = SPACES
            AND HOLD-RELEASE-DATE <= WS-CURRENT-DATE
        MOVE ZERO TO HOLD-AMOUNT
        MOVE SPACES TO HOLD-RELEASE-DATE
    END-IF
    COMPUTE AVAILABLE-BALANCE =
        ACCOUNT-BALANCE - HOLD-AMOUNT - LEGAL-HOLD-AMOUNT.

*> Posts the returned-item handling fee for an item just returned for
*> insufficient funds. ACCOUNT-RECORD holds the locked account.
*> Capped per account per day and capped at what is in the account
*> rather than driving it negative, MAINTFEE's discipline. The fee
*> feeds an 'R' notice event so NOTICEGN letters the customer naming
*> the item and trace instead of them hearing it from the payee.
ASSESS-NSF-RETURN-FEE.
    IF WS-NSF-FEE > ZERO AND ACCOUNT-BALANCE > ZERO
        PERFORM COUNT-TODAYS-ITEM-FEES
        IF WS-FEES-TODAY < WS-NSF-DAY-CAP
            MOVE WS-NSF-FEE TO WS-FEE-AMOUNT
            IF WS-FEE-AMOUNT > ACCOUNT-BALANCE
                MOVE ACCOUNT-BALANCE TO WS-FEE-AMOUNT
            END-IF
            SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
            PERFORM COMPUTE-AVAILABLE-BALANCE
            MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
            REWRITE ACCOUNT-RECORD
            IF FILE-SUCCESS
                PERFORM LOG-NSF-FEE-TRANSACTION
                MOVE ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
                MOVE 'R' TO WS-NOTICE-EVENT-CODE
                MOVE WS-FEE-AMOUNT TO WS-NOTICE-AMOUNT
                MOVE WS-CURRENT-DATE TO WS-NOTICE-EVENT-DATE
                MOVE WS-NSQ-TRACE-NUMBER TO WS-NOTICE-REFERENCE
                PERFORM WRITE-CUSTOMER-NOTICE
                ADD 1 TO WS-NSF-FEES-POSTED
                MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
                DISPLAY 'NSF FEE  ' ACCOUNT-NUMBER
                        ' -$' WS-AMOUNT-DISPLAY
                        ' trace ' WS-NSQ-TRACE-NUMBER
            ELSE
                DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                        ' for NSF fee, status ' WS-FILE-STATUS
                MOVE ZERO TO WS-FEE-AMOUNT
            END-IF
        END-IF
    END-IF.

*> Counts the item fees -- returned or paid -- already posted to this
*> account today, by the fixed descriptions the two fee postings
*> stamp.
COUNT-TODAYS-ITEM-FEES.
    MOVE ZERO TO WS-FEES-TODAY
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        MOVE WS-NSQ-ACCOUNT TO FROM-ACCOUNT
        START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
        IF WS-TRANS-FILE-STATUS = '00'
            PERFORM READ-NEXT-TRANSACTION
            PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                    OR FROM-ACCOUNT NOT = WS-NSQ-ACCOUNT
                IF TRANS-TYPE = 'F'
                        AND TRANS-DATE = WS-CURRENT-DATE
                    IF TRANS-DESCRIPTION(1:21)
                            = 'NSF RETURNED ITEM FEE'
                            OR TRANS-DESCRIPTION(1:23)
                            = 'OVERDRAFT PAID ITEM FEE'
                        ADD 1 TO WS-FEES-TODAY
                    END-IF
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

*> The paid item itself, described the way DEBITIMP describes an
*> inclearing debit so statements and the GL read it the same.
LOG-PAID-ITEM-TRANSACTION.
    MOVE 'W' TO TRANS-TYPE
    MOVE WS-NSQ-AMOUNT TO TRANS-AMOUNT
    MOVE SPACES TO TRANS-DESCRIPTION
    STRING 'INCLEARING DEBIT ' WS-NSQ-TRACE-NUMBER ' OD PAID'
        DELIMITED BY SIZE INTO TRANS-DESCRIPTION
    PERFORM WRITE-ITEM-TRANSACTION.

LOG-OD-FEE-TRANSACTION.
    MOVE 'F' TO TRANS-TYPE
    MOVE WS-FEE-AMOUNT TO TRANS-AMOUNT
    MOVE SPACES TO TRANS-DESCRIPTION
    STRING 'OVERDRAFT PAID ITEM FEE ' WS-NSQ-TRACE-NUMBER
        DELIMITED BY SIZE INTO TRANS-DESCRIPTION
    PERFORM WRITE-ITEM-TRANSACTION.

LOG-NSF-FEE-TRANSACTION.
    MOVE 'F' TO TRANS-TYPE
    MOVE WS-FEE-AMOUNT TO TRANS-AMOUNT
    MOVE SPACES TO TRANS-DESCRIPTION
    STRING 'NSF RETURNED ITEM FEE ' WS-NSQ-TRACE-NUMBER
        DELIMITED BY SIZE INTO TRANS-DESCRIPTION
    PERFORM WRITE-ITEM-TRANSACTION.

*> Common tail of the three postings above: the caller has staged
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

*> Leaves COUNTER-FILE open for the rest of the run so
*> GET-NEXT-TRANS-ID can fetch-and-increment CTL-NEXT-TRANS-ID under
*> a record lock as each posting is logged. A missing control record
*> is derived from the high keys on file, same fallback MAINTFEE uses.
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
*> account, event code ('D' item paid into overdraft, 'R' item
*> returned unpaid), the fee amount, the date and the item's trace as
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
*> two item fees, the daily fee cap and the CTR threshold.
LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'NSF-FEE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-NSF-FEE
        END-IF
        MOVE 'OD-ITEM-FEE' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-OD-ITEM-FEE
        END-IF
        MOVE 'NSF-FEE-DAY-CAP' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-NSF-DAY-CAP
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
    CLOSE NSFQUEUE-FILE
    CLOSE ACCOUNT-FILE
    CLOSE RETURNS-FILE
    CLOSE COUNTER-FILE
    PERFORM WRITE-RUN-STATISTICS
    MOVE WS-RST-CONTROL-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE WS-TOTAL-RETURNED TO WS-AMOUNT-DISPLAY-2
    DISPLAY ' '
    DISPLAY 'Items paid into overdraft:     ' WS-ITEMS-PAID
            '  total paid     $' WS-AMOUNT-DISPLAY
    DISPLAY 'Items returned:                ' WS-ITEMS-RETURNED
            '  total returned $' WS-AMOUNT-DISPLAY-2
    DISPLAY '  of which undecided by deadline: ' WS-ITEMS-DEFAULTED
    DISPLAY 'Overdraft item fees posted:    ' WS-OD-FEES-POSTED
    DISPLAY 'NSF returned-item fees posted: ' WS-NSF-FEES-POSTED
    DISPLAY 'Items still awaiting decision: ' WS-ITEMS-STILL-PENDING
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
        MOVE 'NSFDECN' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

*>   07 unauthorized item (positive-pay mismatch)
*>   08 official bank check refused (not outstanding / wrong amount)
*>
*> An item the account cannot cover is not returned here. It goes on
*> the overdraft decision queue (data/nsfqueue.dat) with a return
*> deadline of the next business day, and an officer works it from
*> BANKLED's Overdraft Decisions screen -- pay it into overdraft or
*> return it. NSFDECN carries the decisions out that night and writes
*> the reason-03 returns here for the clearing house; an item still
*> undecided at its deadline is returned by default.
*>
*> An item drawn on account 0000000000 is a presentment of one of
*> OUR official bank checks, its serial in the trace field; it is
*> matched against the outstanding register BANKLED maintains and
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-POSPAY-RPT-STATUS.

    SELECT NSFQUEUE-FILE ASSIGN TO 'data/nsfqueue.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NSQ-KEY
        ALTERNATE RECORD KEY IS NSQ-ACCOUNT WITH DUPLICATES
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-NSFQUEUE-FILE-STATUS.

    SELECT BANKCAL-FILE ASSIGN TO 'data/bankcal.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BANKCAL-FILE-STATUS.

    SELECT NOTICE-FILE ASSIGN TO 'data/notices.dat'
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
FD  POSPAY-REPORT-FILE.
01  POSPAY-REPORT-LINE          PIC X(95).

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

*> Bank calendar: one record per holiday (a weekday the bank is
*> closed). Saturdays and Sundays are non-business by rule and are
*> not listed. A missing file means weekends alone decide.
FD  BANKCAL-FILE.
01  BANKCAL-RECORD.
    05  HOL-DATE                PIC X(8).
    05  HOL-DESCRIPTION         PIC X(30).
    05  FILLER                  PIC X(10).

*> Customer notice queue -- one record per event the customer only
*> discovers later. This job drops an 'R' (returned item) event per
*> NSF fee so NOTICEGN letters the customer naming the item, its
    05  WS-OFFCHK-SERIAL        PIC 9(10).
    05  WS-OFFCHK-PAID          PIC 9(5) VALUE ZERO.

*> Overdraft decision queue. Every insufficient-funds item is parked
*> here for an officer instead of being returned on the spot; its
*> return deadline is the next business day after presentment, the
*> clearing house's midnight deadline.
01  WS-NSFQUEUE-FILE-STATUS     PIC X(2).
    88  NSFQUEUE-FILE-SUCCESS   VALUE '00'.
01  WS-NSF-QUEUE-FIELDS.
    05  WS-ITEMS-QUEUED         PIC 9(7) VALUE ZERO.
    05  WS-NSF-QUEUED-FLAG      PIC X(1).
        88  NSF-ITEM-QUEUED     VALUE 'Y'.
    05  WS-NSF-AVAILABLE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-NSF-FIELDS.
    05  WS-NSF-FEE              PIC 9(7)V99 VALUE 25.00.
    05  WS-NSF-DAY-CAP          PIC 9(2) VALUE 3.
    05  WS-NSF-FEE-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-NSF-FEES-POSTED      PIC 9(5) VALUE ZERO.

01  WS-BANKCAL-FILE-STATUS      PIC X(2).
    88  BANKCAL-FILE-SUCCESS    VALUE '00'.
    88  BANKCAL-FILE-AT-END     VALUE '10'.
01  WS-HOLIDAY-TABLE.
    05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE ZERO.
    05  WS-HOLIDAY-MAX          PIC 9(3) VALUE 100.
    05  WS-HOLIDAY-DATE OCCURS 100 TIMES
                                PIC X(8).
01  WS-BUSDAY-FIELDS.
    05  WS-CANDIDATE-DATE       PIC X(8).
    05  WS-CANDIDATE-INT        PIC 9(8).
    05  WS-CANDIDATE-DOW        PIC 9(1).
    05  WS-HOLIDAY-I            PIC 9(3).
    05  WS-BUSINESS-DAY-FLAG    PIC X(1).
        88  IS-BUSINESS-DAY     VALUE 'Y'.

01  WS-ENROLL-TABLE.
    05  WS-ENROLL-ACCOUNT       PIC 9(10) OCCURS 100 TIMES.

    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS
    PERFORM LOAD-BANK-CALENDAR
    PERFORM VERIFY-BATCH-CONTROLS
    IF NOT BATCH-CONTROLS-GOOD
        DISPLAY 'REFUSED: ' WS-BATCH-ERROR-TEXT
                    IF DBT-AMOUNT <= AVAILABLE-BALANCE
                        PERFORM POST-DEBIT-ITEM
                    ELSE
                        PERFORM QUEUE-NSF-ITEM
                        PERFORM RELEASE-ACCOUNT-LOCK
                    END-IF
                END-IF

    CLOSE TRANSACTION-FILE.

*> Parks an item the account cannot cover on the overdraft decision
*> queue instead of returning it. ACCOUNT-RECORD still holds the
*> locked account; the available balance is kept on the item so the
*> officer sees what it bounced against. Should the queue refuse the
*> item (a duplicate presentment of the same trace today, or the file
*> unavailable) it is returned straight away as before, so nothing
*> drops between the two.
QUEUE-NSF-ITEM.
    MOVE 'N' TO WS-NSF-QUEUED-FLAG
    OPEN I-O NSFQUEUE-FILE
    IF NOT NSFQUEUE-FILE-SUCCESS
        OPEN OUTPUT NSFQUEUE-FILE
        CLOSE NSFQUEUE-FILE
        OPEN I-O NSFQUEUE-FILE
    END-IF
    IF NSFQUEUE-FILE-SUCCESS
        MOVE SPACES TO NSFQUEUE-RECORD
        MOVE WS-CURRENT-DATE TO NSQ-PRESENTED-DATE
        MOVE DBT-ACCOUNT-NUMBER TO NSQ-ACCOUNT
        MOVE DBT-TRACE-NUMBER TO NSQ-TRACE-NUMBER
        MOVE DBT-AMOUNT TO NSQ-AMOUNT
        MOVE AVAILABLE-BALANCE TO NSQ-AVAILABLE-AT-ENTRY
        PERFORM COMPUTE-NSF-DEADLINE
        MOVE WS-CANDIDATE-DATE TO NSQ-DEADLINE-DATE
        MOVE 'P' TO NSQ-STATUS
        MOVE 'N' TO NSQ-DEFAULTED-FLAG
        MOVE ZERO TO NSQ-FEE-AMOUNT
        WRITE NSFQUEUE-RECORD
        IF NSFQUEUE-FILE-SUCCESS
            SET NSF-ITEM-QUEUED TO TRUE
        END-IF
        CLOSE NSFQUEUE-FILE
    END-IF
    IF NSF-ITEM-QUEUED
        ADD 1 TO WS-ITEMS-QUEUED
        MOVE DBT-AMOUNT TO WS-AMOUNT-DISPLAY
        MOVE AVAILABLE-BALANCE TO WS-NSF-AVAILABLE-DISPLAY
        DISPLAY 'QUEUED   ' ACCOUNT-NUMBER
                ' -$' WS-AMOUNT-DISPLAY
                ' trace ' DBT-TRACE-NUMBER
                ' available $' WS-NSF-AVAILABLE-DISPLAY
                ' decide by ' WS-CANDIDATE-DATE
    ELSE
        DISPLAY 'WARNING: decision queue refused ' ACCOUNT-NUMBER
                ' trace ' DBT-TRACE-NUMBER
                ' status ' WS-NSFQUEUE-FILE-STATUS
                ' -- returned now'
        PERFORM WRITE-RETURN-ITEM-03
        PERFORM ASSESS-NSF-RETURN-FEE
    END-IF.

*> The return deadline is the first business day after presentment.
COMPUTE-NSF-DEADLINE.
    COMPUTE WS-CANDIDATE-INT = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CURRENT-DATE)) + 1)
    MOVE WS-CANDIDATE-INT TO WS-CANDIDATE-DATE
    PERFORM ROLL-TO-NEXT-BUSINESS-DAY.

*> Loads the holiday list once at startup; a missing calendar file
*> simply means no holidays are on record.
LOAD-BANK-CALENDAR.
    MOVE ZERO TO WS-HOLIDAY-COUNT
    OPEN INPUT BANKCAL-FILE
    IF BANKCAL-FILE-SUCCESS
        PERFORM READ-BANKCAL-RECORD
        PERFORM UNTIL BANKCAL-FILE-AT-END
                OR WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
            IF HOL-DATE IS NUMERIC
                ADD 1 TO WS-HOLIDAY-COUNT
                MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
            END-IF
            PERFORM READ-BANKCAL-RECORD
        END-PERFORM
        CLOSE BANKCAL-FILE
    END-IF.

READ-BANKCAL-RECORD.
    READ BANKCAL-FILE AT END
        MOVE '10' TO WS-BANKCAL-FILE-STATUS
    END-READ.

*> Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a Monday, so
*> MOD 7 gives Monday=1 .. Saturday=6, Sunday=0.
CHECK-BUSINESS-DAY.
    MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
    COMPUTE WS-CANDIDATE-DOW = FUNCTION MOD(
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CANDIDATE-DATE)), 7)
    IF WS-CANDIDATE-DOW = 6 OR WS-CANDIDATE-DOW = 0
        MOVE 'N' TO WS-BUSINESS-DAY-FLAG
    END-IF
    PERFORM VARYING WS-HOLIDAY-I FROM 1 BY 1
            UNTIL WS-HOLIDAY-I > WS-HOLIDAY-COUNT
        IF WS-HOLIDAY-DATE(WS-HOLIDAY-I) = WS-CANDIDATE-DATE
            MOVE 'N' TO WS-BUSINESS-DAY-FLAG
        END-IF
    END-PERFORM.

ROLL-TO-NEXT-BUSINESS-DAY.
    PERFORM CHECK-BUSINESS-DAY
    PERFORM UNTIL IS-BUSINESS-DAY
        COMPUTE WS-CANDIDATE-INT = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-CANDIDATE-DATE)) + 1)
        MOVE WS-CANDIDATE-INT TO WS-CANDIDATE-DATE
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM.

*> Posts the returned-item handling fee for an item just bounced for
*> insufficient funds because the decision queue would not take it;
*> items that reach the queue are charged by NSFDECN when returned.
*> ACCOUNT-RECORD still holds the locked account.
*> Capped per account per day -- fees this run has already posted are
*> on TRANSACTION-FILE by the time the next item for the account comes
*> through, so the count sees them too -- and capped at what is in the
    DISPLAY ' '
    DISPLAY 'Items applied:  ' WS-ITEMS-APPLIED
    DISPLAY 'Items returned: ' WS-ITEMS-RETURNED
    DISPLAY 'Items queued for overdraft decision: ' WS-ITEMS-QUEUED
    DISPLAY 'NSF fees posted: ' WS-NSF-FEES-POSTED
    DISPLAY 'Official checks paid: ' WS-OFFCHK-PAID
    IF WS-ENROLL-COUNT > ZERO

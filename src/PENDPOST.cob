        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-PENDPOST-FILE-STATUS.

    SELECT DEPITEM-FILE ASSIGN TO 'data/depitems.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DIT-KEY
        ALTERNATE RECORD KEY IS DIT-TRANS-ID WITH DUPLICATES
        FILE STATUS IS WS-DEPITEM-FILE-STATUS.

    SELECT CTR-FILE ASSIGN TO 'data/ctr.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-CTR-FILE-STATUS.

    SELECT PRODUCT-FILE ASSIGN TO 'data/products.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PRD-CODE
        FILE STATUS IS WS-PRODUCT-FILE-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
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
        88  PND-ON-HOLD         VALUE 'Y'.
    05  FILLER                  PIC X(9).

*> Deposit ticket lines, same layout BANKLED files them in. A
*> captured deposit's ticket sits under its account and capture date
*> and time with TRANS-ID zero until this job posts it.
FD  DEPITEM-FILE.
01  DEPITEM-RECORD.
    05  DIT-KEY.
        10  DIT-ACCOUNT         PIC 9(10).
        10  DIT-TICKET-DATE     PIC X(8).
        10  DIT-TICKET-TIME     PIC X(8).
        10  DIT-LINE-NUMBER     PIC 9(3).
    05  DIT-TRANS-ID            PIC 9(12).
    05  DIT-ITEM-TYPE           PIC X(1).
        88  DIT-CASH-LINE       VALUE 'C'.
        88  DIT-CHECK-LINE      VALUE 'K'.
    05  DIT-ROUTING-NUMBER      PIC X(9).
    05  DIT-CHECK-SERIAL        PIC X(15).
    05  DIT-AMOUNT              PIC 9(11)V99.
    05  DIT-HOLD-FLAG           PIC X(1).
        88  DIT-HELD            VALUE 'Y'.
    05  DIT-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(20).

*> Currency-transaction log for regulatory reporting. Holds one entry
*> per posting at or above WS-CTR-THRESHOLD, same layout BANKLED uses.
FD  CTR-FILE.
    05  CTR-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(5).

*> Product master: one record per product code, maintained from
*> BANKLED's Product Maintenance screen. Each product belongs to one
*> account type and carries its own rate tiers, maintenance fee and
*> minimum, daily caps, check-hold days and savings cycle limit. Any
*> term left blank (the X view is SPACES) is "not set" and the bank-wide
*> parameter applies instead -- a keyed zero is a real value, which
*> is how a youth savings product waives the fee outright.
FD  PRODUCT-FILE.
01  PRODUCT-RECORD.
    05  PRD-CODE                PIC X(4).
    05  PRD-NAME                PIC X(30).
    05  PRD-ACCOUNT-TYPE        PIC X(1).
    05  PRD-STATUS              PIC X(1).
        88  PRD-ACTIVE          VALUE 'A'.
        88  PRD-WITHDRAWN       VALUE 'W'.
    05  PRD-BASE-RATE           PIC 9V9(4).
    05  PRD-BASE-RATE-X REDEFINES PRD-BASE-RATE PIC X(5).
        88  PRD-BASE-RATE-UNSET VALUE SPACES.
    05  PRD-TIER2-BALANCE       PIC 9(13)V99.
    05  PRD-TIER2-BALANCE-X REDEFINES PRD-TIER2-BALANCE PIC X(15).
        88  PRD-TIER2-UNSET     VALUE SPACES.
    05  PRD-TIER2-RATE          PIC 9V9(4).
    05  PRD-TIER3-BALANCE       PIC 9(13)V99.
    05  PRD-TIER3-BALANCE-X REDEFINES PRD-TIER3-BALANCE PIC X(15).
        88  PRD-TIER3-UNSET     VALUE SPACES.
    05  PRD-TIER3-RATE          PIC 9V9(4).
    05  PRD-MAINT-FEE           PIC 9(7)V99.
    05  PRD-MAINT-FEE-X REDEFINES PRD-MAINT-FEE PIC X(9).
        88  PRD-MAINT-FEE-UNSET VALUE SPACES.
    05  PRD-MIN-BALANCE         PIC 9(11)V99.
    05  PRD-MIN-BALANCE-X REDEFINES PRD-MIN-BALANCE PIC X(13).
        88  PRD-MIN-BALANCE-UNSET VALUE SPACES.
    05  PRD-DAILY-WDL-LIMIT     PIC 9(11)V99.
    05  PRD-DAILY-WDL-LIMIT-X REDEFINES PRD-DAILY-WDL-LIMIT PIC X(13).
        88  PRD-DAILY-WDL-UNSET VALUE SPACES.
    05  PRD-DAILY-XFR-LIMIT     PIC 9(11)V99.
    05  PRD-DAILY-XFR-LIMIT-X REDEFINES PRD-DAILY-XFR-LIMIT PIC X(13).
        88  PRD-DAILY-XFR-UNSET VALUE SPACES.
    05  PRD-HOLD-DAYS           PIC 9(2).
    05  PRD-HOLD-DAYS-X REDEFINES PRD-HOLD-DAYS PIC X(2).
        88  PRD-HOLD-DAYS-UNSET VALUE SPACES.
    05  PRD-SAVINGS-WDL-LIMIT   PIC 9(2).
    05  PRD-SAVINGS-WDL-LIMIT-X REDEFINES PRD-SAVINGS-WDL-LIMIT
                                PIC X(2).
        88  PRD-SAVINGS-WDL-UNSET VALUE SPACES.
*> A business checking product priced by monthly account analysis
*> (ACCTANAL) instead of the flat maintenance fee.
    05  PRD-ANALYSIS-FLAG       PIC X(1).
        88  PRD-ACCOUNT-ANALYSIS VALUE 'Y'.
    05  FILLER                  PIC X(19).

*> Central bank-parameter file; this job reads CTR-THRESHOLD at
*> startup and falls back to the compiled default when absent.
FD  BANKPARM-FILE.
*> Check-hold controls, the same HOLD-DAYS parameter the teller
*> screens place holds with.
01  WS-HOLD-DAYS                PIC 9(2) VALUE 2.

*> The terms in force for the account ACCOUNT-RECORD holds, resolved
*> by LOAD-ACCOUNT-PRODUCT-TERMS: the bank-wide values above unless
*> the account's product sets its own.
01  WS-PRODUCT-FILE-STATUS      PIC X(2).
    88  PRODUCT-FILE-SUCCESS    VALUE '00'.
01  WS-PRODUCT-OPEN-FLAG        PIC X(1) VALUE 'N'.
    88  PRODUCT-FILE-OPEN       VALUE 'Y'.
01  WS-PRODUCT-TERMS.
    05  WS-EFF-HOLD-DAYS        PIC 9(2).
    05  WS-EFF-DAILY-WDL-LIMIT  PIC 9(11)V99.
    05  WS-EFF-DAILY-XFR-LIMIT  PIC 9(11)V99.
    05  WS-EFF-SAVINGS-WDL-LIMIT PIC 9(2).
01  WS-NOTICE-FILE-STATUS       PIC X(2).
    88  NOTICE-FILE-SUCCESS     VALUE '00'.
01  WS-NOTICE-FIELDS.
    05  WS-NOTICE-EVENT-DATE    PIC X(8).
    05  WS-NOTICE-REFERENCE     PIC X(15) VALUE SPACES.

*> The captured deposit's ticket, totalled before it posts: only the
*> check total is held, and only the cash total is tested against
*> the CTR threshold. A capture with no ticket on file (queued before
*> tickets were kept) posts as before -- the whole amount held when
*> flagged, the whole amount tested.
01  WS-DEPITEM-FILE-STATUS      PIC X(2).
    88  DEPITEM-FILE-SUCCESS    VALUE '00'.
01  WS-TICKET-FIELDS.
    05  WS-TICKET-FOUND-FLAG    PIC X(1) VALUE 'N'.
        88  TICKET-FOUND        VALUE 'Y'.
    05  WS-TICKET-CASH-AMOUNT   PIC 9(11)V99.
    05  WS-TICKET-CHECK-TOTAL   PIC 9(11)V99.
    05  WS-TICKET-HOLD-AMOUNT   PIC 9(11)V99.
    05  WS-CTR-TEST-AMOUNT      PIC S9(13)V99.

01  WS-POST-FIELDS.
    05  WS-OUTCOME-FLAG         PIC X(1).
        88  ITEM-POSTED-OK      VALUE 'P'.
    PERFORM LOAD-NEXT-TRANS-ID
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS
    PERFORM OPEN-PRODUCT-FILE
    PERFORM LOAD-BANK-CALENDAR
    PERFORM ADVANCE-TO-NEXT-BUSINESS-DATE
    DISPLAY 'Chain business date:   ' WS-CHAIN-DATE
    END-PERFORM
    IF FILE-SUCCESS AND ACTIVE-ACCOUNT AND NOT CREDITS-BLOCKED
            AND NOT LOAN-ACCOUNT
        PERFORM LOAD-PENDING-TICKET
        ADD PND-AMOUNT TO ACCOUNT-BALANCE
        IF PND-ON-HOLD AND WS-TICKET-HOLD-AMOUNT > ZERO
            *> The hold the teller flagged at capture, placed here
            *> exactly as PROCESS-DEPOSIT would have placed it.
            ADD WS-TICKET-HOLD-AMOUNT TO HOLD-AMOUNT
            PERFORM COMPUTE-PENDING-HOLD-RELEASE
        END-IF
        PERFORM COMPUTE-AVAILABLE-BALANCE
            MOVE PND-FROM-ACCOUNT TO WS-LOG-FROM
            MOVE ZERO TO WS-LOG-TO
            PERFORM LOG-PENDING-TRANSACTION
            MOVE 'N' TO WS-TICKET-FOUND-FLAG
            IF TRANS-FILE-SUCCESS
                PERFORM STAMP-PENDING-TICKET
            END-IF
            IF PND-ON-HOLD AND WS-TICKET-HOLD-AMOUNT > ZERO
                MOVE PND-FROM-ACCOUNT TO WS-NOTICE-ACCOUNT
                MOVE 'H' TO WS-NOTICE-EVENT-CODE
                MOVE WS-TICKET-HOLD-AMOUNT TO WS-NOTICE-AMOUNT
                MOVE HOLD-RELEASE-DATE TO WS-NOTICE-EVENT-DATE
                PERFORM WRITE-CUSTOMER-NOTICE
            END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> Totals the captured deposit's ticket lines, found under the
*> account and the capture date and time. Sets TICKET-FOUND (which
*> CHECK-LARGE-TRANSACTION reads) and the amount the teller's hold
*> flag applies to.
LOAD-PENDING-TICKET.
    MOVE 'N' TO WS-TICKET-FOUND-FLAG
    MOVE ZERO TO WS-TICKET-CASH-AMOUNT
    MOVE ZERO TO WS-TICKET-CHECK-TOTAL
    MOVE PND-AMOUNT TO WS-TICKET-HOLD-AMOUNT
    OPEN INPUT DEPITEM-FILE
    IF DEPITEM-FILE-SUCCESS
        MOVE PND-FROM-ACCOUNT TO DIT-ACCOUNT
        MOVE PND-CAPTURE-DATE TO DIT-TICKET-DATE
        MOVE PND-CAPTURE-TIME TO DIT-TICKET-TIME
        MOVE ZERO TO DIT-LINE-NUMBER
        START DEPITEM-FILE KEY NOT < DIT-KEY
        IF DEPITEM-FILE-SUCCESS
            PERFORM READ-NEXT-DEPITEM
            PERFORM UNTIL NOT DEPITEM-FILE-SUCCESS
                    OR DIT-ACCOUNT NOT = PND-FROM-ACCOUNT
                    OR DIT-TICKET-DATE NOT = PND-CAPTURE-DATE
                    OR DIT-TICKET-TIME NOT = PND-CAPTURE-TIME
                SET TICKET-FOUND TO TRUE
                IF DIT-CASH-LINE
                    ADD DIT-AMOUNT TO WS-TICKET-CASH-AMOUNT
                ELSE
                    ADD DIT-AMOUNT TO WS-TICKET-CHECK-TOTAL
                END-IF
                PERFORM READ-NEXT-DEPITEM
            END-PERFORM
        END-IF
        CLOSE DEPITEM-FILE
    END-IF
    IF TICKET-FOUND
        MOVE WS-TICKET-CHECK-TOTAL TO WS-TICKET-HOLD-AMOUNT
    END-IF.

READ-NEXT-DEPITEM.
    READ DEPITEM-FILE NEXT RECORD AT END
        MOVE '10' TO WS-DEPITEM-FILE-STATUS
    END-READ.

*> Stamps the TRANS-ID the captured deposit just posted under onto
*> each of its ticket lines, so they are found by the posting like a
*> ticket the teller posted live.
STAMP-PENDING-TICKET.
    OPEN I-O DEPITEM-FILE
    IF DEPITEM-FILE-SUCCESS
        MOVE PND-FROM-ACCOUNT TO DIT-ACCOUNT
        MOVE PND-CAPTURE-DATE TO DIT-TICKET-DATE
        MOVE PND-CAPTURE-TIME TO DIT-TICKET-TIME
        MOVE ZERO TO DIT-LINE-NUMBER
        START DEPITEM-FILE KEY NOT < DIT-KEY
        IF DEPITEM-FILE-SUCCESS
            PERFORM READ-NEXT-DEPITEM
            PERFORM UNTIL NOT DEPITEM-FILE-SUCCESS
                    OR DIT-ACCOUNT NOT = PND-FROM-ACCOUNT
                    OR DIT-TICKET-DATE NOT = PND-CAPTURE-DATE
                    OR DIT-TICKET-TIME NOT = PND-CAPTURE-TIME
                MOVE TRANS-ID TO DIT-TRANS-ID
                REWRITE DEPITEM-RECORD
                PERFORM READ-NEXT-DEPITEM
            END-PERFORM
        END-IF
        CLOSE DEPITEM-FILE
    END-IF.

POST-PENDING-WITHDRAWAL.
    MOVE PND-FROM-ACCOUNT TO ACCOUNT-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
            MOVE ZERO TO WS-LOG-TO
            PERFORM LOG-PENDING-TRANSACTION
            IF SAVINGS-ACCOUNT
                    AND CYCLE-WDL-COUNT > WS-EFF-SAVINGS-WDL-LIMIT
                PERFORM ASSESS-EXCESS-WITHDRAWAL-FEE
            END-IF
            MOVE 'P' TO WS-OUTCOME-FLAG

*> The daily-withdrawal cap against the loaded account, same
*> machinery the teller screens apply: the account's own limit, or
*> its product's (else the bank-wide) default when it carries none.
*> An item a supervisor approved at capture clears regardless -- the
*> second pair of eyes already looked.
CHECK-PENDING-WDL-LIMIT.
    MOVE 'Y' TO WS-LIMIT-OK-FLAG
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    IF DAILY-WDL-LIMIT > ZERO
        MOVE DAILY-WDL-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    ELSE
        MOVE WS-EFF-DAILY-WDL-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    END-IF
    IF WS-EFFECTIVE-DAY-LIMIT > ZERO
            AND DAY-WDL-USED + PND-AMOUNT > WS-EFFECTIVE-DAY-LIMIT

CHECK-PENDING-XFR-LIMIT.
    MOVE 'Y' TO WS-LIMIT-OK-FLAG
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    IF DAILY-XFR-LIMIT > ZERO
        MOVE DAILY-XFR-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    ELSE
        MOVE WS-EFF-DAILY-XFR-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    END-IF
    IF WS-EFFECTIVE-DAY-LIMIT > ZERO
            AND DAY-XFR-USED + PND-AMOUNT > WS-EFFECTIVE-DAY-LIMIT
                MOVE PND-TO-ACCOUNT TO WS-LOG-TO
                PERFORM LOG-PENDING-TRANSACTION
                IF SAVINGS-ACCOUNT
                        AND CYCLE-WDL-COUNT > WS-EFF-SAVINGS-WDL-LIMIT
                    PERFORM ASSESS-EXCESS-WITHDRAWAL-FEE
                END-IF
                PERFORM POST-PENDING-TRANSFER-CREDIT
*> then counts this debit, the same arithmetic BANKLED's teller
*> screens apply. The caller's REWRITE persists it with the posting.
BUMP-SAVINGS-CYCLE-COUNT.
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    IF CYCLE-WDL-MONTH NOT = WS-CURRENT-DATE(1:6)
        IF CYCLE-WDL-MONTH NOT = SPACES
            IF CYCLE-WDL-COUNT > WS-EFF-SAVINGS-WDL-LIMIT
                IF CYCLE-BREACH-STREAK < 9
                    ADD 1 TO CYCLE-BREACH-STREAK
                END-IF

    CLOSE TRANSACTION-FILE.

*> Extends HOLD-RELEASE-DATE to the account's hold days (its
*> product's, else WS-HOLD-DAYS) calendar days past the posting date,
*> rolled to a business day -- the same arithmetic BANKLED's
*> COMPUTE-HOLD-RELEASE-DATE applies at the counter.
COMPUTE-PENDING-HOLD-RELEASE.
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    COMPUTE WS-CANDIDATE-INT = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CURRENT-DATE)) + WS-EFF-HOLD-DAYS)
    MOVE WS-CANDIDATE-INT TO WS-CANDIDATE-DATE
    PERFORM ROLL-TO-NEXT-BUSINESS-DAY
    MOVE WS-CANDIDATE-DATE TO HOLD-RELEASE-DATE.

*> The product master is read-only here and stays open for the run;
*> without it every account simply runs on the bank-wide values.
OPEN-PRODUCT-FILE.
    MOVE 'N' TO WS-PRODUCT-OPEN-FLAG
    OPEN INPUT PRODUCT-FILE
    IF PRODUCT-FILE-SUCCESS
        SET PRODUCT-FILE-OPEN TO TRUE
    END-IF.

*> Resolves the terms in force for the account in ACCOUNT-RECORD,
*> the same precedence BANKLED's LOAD-ACCOUNT-PRODUCT-TERMS applies:
*> each term starts from the bank-wide parameter and the account's
*> product overrides whichever terms it sets.
LOAD-ACCOUNT-PRODUCT-TERMS.
    MOVE WS-HOLD-DAYS TO WS-EFF-HOLD-DAYS
    MOVE WS-DAILY-WDL-LIMIT TO WS-EFF-DAILY-WDL-LIMIT
    MOVE WS-DAILY-XFR-LIMIT TO WS-EFF-DAILY-XFR-LIMIT
    MOVE WS-SAVINGS-WDL-LIMIT TO WS-EFF-SAVINGS-WDL-LIMIT
    IF PRODUCT-CODE NOT = SPACES AND PRODUCT-FILE-OPEN
        MOVE PRODUCT-CODE TO PRD-CODE
        READ PRODUCT-FILE
        IF PRODUCT-FILE-SUCCESS
            IF NOT PRD-HOLD-DAYS-UNSET
                MOVE PRD-HOLD-DAYS TO WS-EFF-HOLD-DAYS
            END-IF
            IF NOT PRD-DAILY-WDL-UNSET
                MOVE PRD-DAILY-WDL-LIMIT TO WS-EFF-DAILY-WDL-LIMIT
            END-IF
            IF NOT PRD-DAILY-XFR-UNSET
                MOVE PRD-DAILY-XFR-LIMIT TO WS-EFF-DAILY-XFR-LIMIT
            END-IF
            IF NOT PRD-SAVINGS-WDL-UNSET
                MOVE PRD-SAVINGS-WDL-LIMIT TO WS-EFF-SAVINGS-WDL-LIMIT
            END-IF
        END-IF
    END-IF.

*> Drops one event on the customer notice queue, same open-extend
*> shape every other writer uses.
WRITE-CUSTOMER-NOTICE.
    CLOSE TRANSACTION-FILE.

*> Flags any posting at or above WS-CTR-THRESHOLD to the currency-
*> transaction log, same as BANKLED's CHECK-LARGE-TRANSACTION: a
*> deposit with a ticket is tested on its cash portion only.
CHECK-LARGE-TRANSACTION.
    MOVE TRANS-AMOUNT TO WS-CTR-TEST-AMOUNT
    IF TICKET-FOUND AND TRANS-TYPE = 'D'
        MOVE WS-TICKET-CASH-AMOUNT TO WS-CTR-TEST-AMOUNT
    END-IF
    IF WS-CTR-TEST-AMOUNT >= WS-CTR-THRESHOLD
        OPEN EXTEND CTR-FILE
        IF NOT CTR-FILE-SUCCESS
            OPEN OUTPUT CTR-FILE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
               INTO CTR-HOLDER-NAME
        MOVE WS-CTR-TEST-AMOUNT TO CTR-AMOUNT
        MOVE TELLER-ID TO CTR-TELLER-ID

        WRITE CTR-RECORD
    CLOSE ACCOUNT-FILE
    CLOSE PENDPOST-FILE
    CLOSE COUNTER-FILE
    IF PRODUCT-FILE-OPEN
        CLOSE PRODUCT-FILE
    END-IF
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Queue records read:   ' WS-RST-READ

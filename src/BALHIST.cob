*> the snapshot is the day's closing balance. A date already on the
*> file is not written twice -- a FORCE re-run of the chain leaves
*> the history exactly as the first pass cut it.
*>
*> Before the snapshot it corrects the history for any back-valued
*> postings (value date earlier than the posting date) recorded on
*> the value-date register since the last job that did so.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BALHIST-FILE-STATUS.

    SELECT VALDATE-FILE ASSIGN TO 'data/valdate.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VDT-TRANS-ID
        ALTERNATE RECORD KEY IS VDT-HIST-STATUS WITH DUPLICATES
        FILE STATUS IS WS-VALDATE-FILE-STATUS.

    SELECT VALADJ-FILE ASSIGN TO 'data/valadj.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VAJ-KEY
        FILE STATUS IS WS-VALADJ-FILE-STATUS.

*> The back-valued postings still to be applied, sorted into account
*> and value-date order on a keyed work file the history pass looks
*> each balance-day's account up on.
    SELECT VDT-SORT-FILE ASSIGN TO 'data/balhist_vdt.srt'.

    SELECT VDT-WORK-FILE ASSIGN TO 'data/balhist_vdt.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VWK-KEY
        FILE STATUS IS WS-VDTWORK-FILE-STATUS.

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

*> One account-day per record. MAINTFEE and INTACCRU aggregate a
*> whole month of these per account.
    05  BH-BALANCE              PIC S9(13)V99.
    05  FILLER                  PIC X(10).

*> Value-date register: one record per back-valued posting -- one
*> whose value date (the day it counts from for balances and
*> interest) is earlier than the TRANS-DATE it was posted on. A
*> posting with no record here is valued on its TRANS-DATE. VDT-
*> AMOUNT is the posting's signed effect on VDT-ACCOUNT's ledger
*> balance. VDT-HIST-STATUS 'P' means the balance history for the
*> days from the value date up to the posting date still has to be
*> corrected; whichever of BALHIST, INTACCRU and MAINTFEE runs first
*> corrects it and sets 'A'. The control record (TRANS-ID zero,
*> status 'C') carries the last month INTACCRU has paid interest
*> for: history days in that month or earlier are closed, and a
*> correction to a closed savings day is queued on the interest
*> adjustment file for the next accrual rather than lost.
FD  VALDATE-FILE.
01  VALDATE-RECORD.
    05  VDT-TRANS-ID            PIC 9(12).
    05  VDT-HIST-STATUS         PIC X(1).
        88  VDT-HIST-PENDING    VALUE 'P'.
        88  VDT-HIST-APPLIED    VALUE 'A'.
        88  VDT-CONTROL-RECORD  VALUE 'C'.
    05  VDT-DETAIL.
        10  VDT-ACCOUNT         PIC 9(10).
        10  VDT-POST-DATE       PIC X(8).
        10  VDT-VALUE-DATE      PIC X(8).
        10  VDT-AMOUNT          PIC S9(13)V99.
        10  VDT-DAYS-ADJUSTED   PIC 9(3).
        10  VDT-APPLIED-DATE    PIC X(8).
        10  VDT-APPLIED-BY      PIC X(8).
    05  VDT-CONTROL REDEFINES VDT-DETAIL.
        10  VDT-ACCRUED-MONTH   PIC X(6).
        10  FILLER              PIC X(54).
    05  FILLER                  PIC X(20).

*> Interest adjustment queue: one record per savings balance-day a
*> back-valued posting corrected after INTACCRU had already paid
*> that month's interest, with the day's balance before and after.
*> The interest already paid is never recalculated in place; the
*> next INTACCRU run prices the difference per account and month and
*> posts it as its own labelled 'N' adjustment, then marks the days
*> 'A' with that posting's TRANS-ID.
FD  VALADJ-FILE.
01  VALADJ-RECORD.
    05  VAJ-KEY.
        10  VAJ-ACCOUNT         PIC 9(10).
        10  VAJ-MONTH           PIC X(6).
        10  VAJ-HIST-DATE       PIC X(8).
        10  VAJ-TRANS-ID        PIC 9(12).
    05  VAJ-STATUS              PIC X(1).
        88  VAJ-PENDING         VALUE 'P'.
        88  VAJ-POSTED          VALUE 'A'.
    05  VAJ-OLD-BALANCE         PIC S9(13)V99.
    05  VAJ-NEW-BALANCE         PIC S9(13)V99.
    05  VAJ-ADJ-TRANS-ID        PIC 9(12).
    05  VAJ-POSTED-DATE         PIC X(8).
    05  FILLER                  PIC X(20).

*> One pending back-valued posting: the account, the days it covers
*> (value date up to, not including, the posting date) and its
*> signed amount.
SD  VDT-SORT-FILE.
01  VDT-SORT-RECORD.
    05  VSR-ACCOUNT             PIC 9(10).
    05  VSR-VALUE-DATE          PIC X(8).
    05  VSR-TRANS-ID            PIC 9(12).
    05  VSR-POST-DATE           PIC X(8).
    05  VSR-AMOUNT              PIC S9(13)V99.

*> The same, keyed by account and value date, with the count of
*> balance-days the history pass corrected for it.
FD  VDT-WORK-FILE.
01  VDT-WORK-RECORD.
    05  VWK-KEY.
        10  VWK-ACCOUNT         PIC 9(10).
        10  VWK-VALUE-DATE      PIC X(8).
        10  VWK-TRANS-ID        PIC 9(12).
    05  VWK-POST-DATE           PIC X(8).
    05  VWK-AMOUNT              PIC S9(13)V99.
    05  VWK-DAYS                PIC 9(3).

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock.
FD  BUSDATE-FILE.
        88  DATE-ALREADY-ON-FILE VALUE 'Y'.
    05  WS-RECORDS-WRITTEN      PIC 9(7) VALUE ZERO.

*> Back-valued posting correction. WS-CLOSED-THROUGH-MONTH is the
*> last month whose interest INTACCRU has paid (from the value-date
*> register's control record; before INTACCRU has ever recorded one,
*> WS-CLOSED-MONTH-LAG months before the business month).
01  WS-VALDATE-FILE-STATUS      PIC X(2).
    88  VALDATE-FILE-SUCCESS    VALUE '00'.
01  WS-VALADJ-FILE-STATUS       PIC X(2).
    88  VALADJ-FILE-SUCCESS     VALUE '00'.
01  WS-VDTWORK-FILE-STATUS      PIC X(2).
    88  VDTWORK-FILE-SUCCESS    VALUE '00'.
01  WS-VALUE-DATE-FIELDS.
    05  WS-VDT-JOB-NAME         PIC X(8) VALUE 'BALHIST'.
    05  WS-CLOSED-MONTH-LAG     PIC 9(1) VALUE 1.
    05  WS-CLOSED-THROUGH-MONTH PIC X(6).
    05  WS-CM-YEAR-NUM          PIC 9(4).
    05  WS-CM-MONTH-NUM         PIC 9(2).
    05  WS-VSORT-FLAG           PIC X(1) VALUE 'N'.
        88  VSORT-AT-END        VALUE 'Y'.
    05  WS-VDT-PENDING-COUNT    PIC 9(7) VALUE ZERO.
    05  WS-VDT-DAY-FLAG         PIC X(1).
        88  VDT-DAY-CORRECTED   VALUE 'Y'.
    05  WS-VDT-OLD-BALANCE      PIC S9(13)V99.
    05  WS-VDT-POSTINGS-APPLIED PIC 9(7) VALUE ZERO.
    05  WS-VDT-DAYS-CORRECTED   PIC 9(7) VALUE ZERO.
    05  WS-VDT-DAYS-QUEUED      PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    END-IF
    DISPLAY 'Business Date: ' WS-CURRENT-DATE

    PERFORM APPLY-VALUE-DATED-POSTINGS
    PERFORM CHECK-DATE-ALREADY-ON-FILE

    OPEN INPUT ACCOUNT-FILE
        MOVE '00' TO WS-BALHIST-FILE-STATUS
    END-READ.

*> Back-valued postings still waiting on their balance-history
*> correction: each one adds its signed amount to its account's
*> balance-days from the value date up to (not including) the day it
*> posted, so the averages and day-by-day interest built on the
*> history count the money from the day it really moved. BALHIST,
*> INTACCRU and MAINTFEE each run this before they use the history;
*> whichever runs first does the work. A corrected savings day in a
*> month already paid goes on the interest adjustment queue for the
*> next accrual instead of changing paid interest unseen.
APPLY-VALUE-DATED-POSTINGS.
    OPEN I-O VALDATE-FILE
    IF VALDATE-FILE-SUCCESS
        PERFORM LOAD-CLOSED-MONTH
        MOVE ZERO TO WS-VDT-PENDING-COUNT
        SORT VDT-SORT-FILE
            ON ASCENDING KEY VSR-ACCOUNT VSR-VALUE-DATE VSR-TRANS-ID
            INPUT PROCEDURE IS RELEASE-PENDING-POSTINGS
            OUTPUT PROCEDURE IS WRITE-PENDING-POSTINGS
        IF WS-VDT-PENDING-COUNT > ZERO
            OPEN I-O VDT-WORK-FILE
            IF NOT VDTWORK-FILE-SUCCESS
                DISPLAY 'ERROR: Unable to open the back-valued posting'
                        ' work file. Status: ' WS-VDTWORK-FILE-STATUS
                STOP RUN
            END-IF
            OPEN I-O VALADJ-FILE
            IF NOT VALADJ-FILE-SUCCESS
                OPEN OUTPUT VALADJ-FILE
                CLOSE VALADJ-FILE
                OPEN I-O VALADJ-FILE
            END-IF
            PERFORM CORRECT-BALANCE-HISTORY
            PERFORM MARK-POSTINGS-APPLIED
            CLOSE VALADJ-FILE
            CLOSE VDT-WORK-FILE
        END-IF
        CLOSE VALDATE-FILE
        IF WS-VDT-POSTINGS-APPLIED > ZERO
            DISPLAY 'Back-valued postings applied to history: '
                    WS-VDT-POSTINGS-APPLIED
            DISPLAY '  balance-days corrected:                '
                    WS-VDT-DAYS-CORRECTED
            DISPLAY '  paid-month days queued for adjustment: '
                    WS-VDT-DAYS-QUEUED
        END-IF
    END-IF.

*> Every register record still pending, read along the status key.
RELEASE-PENDING-POSTINGS.
    MOVE 'P' TO VDT-HIST-STATUS
    START VALDATE-FILE KEY = VDT-HIST-STATUS
    IF VALDATE-FILE-SUCCESS
        PERFORM READ-NEXT-VALDATE
        PERFORM UNTIL NOT VALDATE-FILE-SUCCESS
                OR NOT VDT-HIST-PENDING
            MOVE VDT-ACCOUNT TO VSR-ACCOUNT
            MOVE VDT-VALUE-DATE TO VSR-VALUE-DATE
            MOVE VDT-TRANS-ID TO VSR-TRANS-ID
            MOVE VDT-POST-DATE TO VSR-POST-DATE
            MOVE VDT-AMOUNT TO VSR-AMOUNT
            RELEASE VDT-SORT-RECORD
            PERFORM READ-NEXT-VALDATE
        END-PERFORM
    END-IF.

READ-NEXT-VALDATE.
    READ VALDATE-FILE NEXT RECORD AT END
        MOVE '10' TO WS-VALDATE-FILE-STATUS
    END-READ.

WRITE-PENDING-POSTINGS.
    OPEN OUTPUT VDT-WORK-FILE
    MOVE 'N' TO WS-VSORT-FLAG
    PERFORM RETURN-NEXT-PENDING-POSTING
    PERFORM UNTIL VSORT-AT-END
        MOVE VSR-ACCOUNT TO VWK-ACCOUNT
        MOVE VSR-VALUE-DATE TO VWK-VALUE-DATE
        MOVE VSR-TRANS-ID TO VWK-TRANS-ID
        MOVE VSR-POST-DATE TO VWK-POST-DATE
        MOVE VSR-AMOUNT TO VWK-AMOUNT
        MOVE ZERO TO VWK-DAYS
        WRITE VDT-WORK-RECORD
        ADD 1 TO WS-VDT-PENDING-COUNT
        PERFORM RETURN-NEXT-PENDING-POSTING
    END-PERFORM
    CLOSE VDT-WORK-FILE.

RETURN-NEXT-PENDING-POSTING.
    RETURN VDT-SORT-FILE AT END
        SET VSORT-AT-END TO TRUE
    END-RETURN.

LOAD-CLOSED-MONTH.
    MOVE ZERO TO VDT-TRANS-ID
    READ VALDATE-FILE
    IF VALDATE-FILE-SUCCESS AND VDT-CONTROL-RECORD
        MOVE VDT-ACCRUED-MONTH TO WS-CLOSED-THROUGH-MONTH
    ELSE
        MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) TO WS-CM-YEAR-NUM
        MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) TO WS-CM-MONTH-NUM
        PERFORM WS-CLOSED-MONTH-LAG TIMES
            IF WS-CM-MONTH-NUM = 1
                MOVE 12 TO WS-CM-MONTH-NUM
                SUBTRACT 1 FROM WS-CM-YEAR-NUM
            ELSE
                SUBTRACT 1 FROM WS-CM-MONTH-NUM
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-CLOSED-THROUGH-MONTH
        STRING WS-CM-YEAR-NUM WS-CM-MONTH-NUM
            DELIMITED BY SIZE INTO WS-CLOSED-THROUGH-MONTH
    END-IF.

*> The one pass of the history for every pending posting together. A
*> balance-day whose account has postings on the work file takes
*> each one whose value date falls on or before it and whose posting
*> date is still after it; the postings are in value-date order, so
*> the look-up stops at the first one valued later than the day. A
*> missing history file leaves nothing to correct.
CORRECT-BALANCE-HISTORY.
    OPEN I-O BALHIST-FILE
    IF BALHIST-FILE-SUCCESS
        PERFORM READ-BALHIST-RECORD
        PERFORM UNTIL BALHIST-FILE-AT-END
            PERFORM CORRECT-ONE-BALANCE-DAY
            PERFORM READ-BALHIST-RECORD
        END-PERFORM
        CLOSE BALHIST-FILE
    END-IF.

CORRECT-ONE-BALANCE-DAY.
    MOVE 'N' TO WS-VDT-DAY-FLAG
    MOVE BH-ACCOUNT-NUMBER TO VWK-ACCOUNT
    MOVE LOW-VALUES TO VWK-VALUE-DATE
    MOVE ZERO TO VWK-TRANS-ID
    START VDT-WORK-FILE KEY NOT < VWK-KEY
    IF VDTWORK-FILE-SUCCESS
        PERFORM READ-NEXT-VDT-WORK
        PERFORM UNTIL NOT VDTWORK-FILE-SUCCESS
                OR VWK-ACCOUNT NOT = BH-ACCOUNT-NUMBER
                OR VWK-VALUE-DATE > BH-BUSINESS-DATE
            IF BH-BUSINESS-DATE < VWK-POST-DATE
                MOVE BH-BALANCE TO WS-VDT-OLD-BALANCE
                ADD VWK-AMOUNT TO BH-BALANCE
                ADD 1 TO VWK-DAYS
                REWRITE VDT-WORK-RECORD
                SET VDT-DAY-CORRECTED TO TRUE
                ADD 1 TO WS-VDT-DAYS-CORRECTED
                IF BH-ACCOUNT-TYPE = 'S'
                        AND BH-BUSINESS-DATE(1:6)
                            <= WS-CLOSED-THROUGH-MONTH
                    PERFORM QUEUE-INTEREST-ADJUSTMENT
                END-IF
            END-IF
            PERFORM READ-NEXT-VDT-WORK
        END-PERFORM
    END-IF
    IF VDT-DAY-CORRECTED
        REWRITE BALHIST-RECORD
    END-IF.

READ-NEXT-VDT-WORK.
    READ VDT-WORK-FILE NEXT RECORD AT END
        MOVE '10' TO WS-VDTWORK-FILE-STATUS
    END-READ.

*> Marks each posting on the work file applied on the register, with
*> the days it corrected, as soon as the history pass is done, so the
*> next job to run this does not correct the same days twice.
MARK-POSTINGS-APPLIED.
    MOVE ZERO TO VWK-ACCOUNT
    MOVE LOW-VALUES TO VWK-VALUE-DATE
    MOVE ZERO TO VWK-TRANS-ID
    START VDT-WORK-FILE KEY NOT < VWK-KEY
    IF VDTWORK-FILE-SUCCESS
        PERFORM READ-NEXT-VDT-WORK
        PERFORM UNTIL NOT VDTWORK-FILE-SUCCESS
            MOVE VWK-TRANS-ID TO VDT-TRANS-ID
            READ VALDATE-FILE
            IF VALDATE-FILE-SUCCESS AND VDT-HIST-PENDING
                SET VDT-HIST-APPLIED TO TRUE
                MOVE VWK-DAYS TO VDT-DAYS-ADJUSTED
                MOVE WS-CURRENT-DATE TO VDT-APPLIED-DATE
                MOVE WS-VDT-JOB-NAME TO VDT-APPLIED-BY
                REWRITE VALDATE-RECORD
            END-IF
            IF VALDATE-FILE-SUCCESS
                ADD 1 TO WS-VDT-POSTINGS-APPLIED
            ELSE
                DISPLAY 'ERROR marking value-dated transaction '
                        VWK-TRANS-ID ' applied. Status: '
                        WS-VALDATE-FILE-STATUS
            END-IF
            PERFORM READ-NEXT-VDT-WORK
        END-PERFORM
    END-IF.

QUEUE-INTEREST-ADJUSTMENT.
    INITIALIZE VALADJ-RECORD
    MOVE BH-ACCOUNT-NUMBER TO VAJ-ACCOUNT
    MOVE BH-BUSINESS-DATE(1:6) TO VAJ-MONTH
    MOVE BH-BUSINESS-DATE TO VAJ-HIST-DATE
    MOVE VWK-TRANS-ID TO VAJ-TRANS-ID
    SET VAJ-PENDING TO TRUE
    MOVE WS-VDT-OLD-BALANCE TO VAJ-OLD-BALANCE
    MOVE BH-BALANCE TO VAJ-NEW-BALANCE
    WRITE VALADJ-RECORD
    IF VALADJ-FILE-SUCCESS
        ADD 1 TO WS-VDT-DAYS-QUEUED
    ELSE
        DISPLAY 'ERROR queueing interest adjustment for account '
                BH-ACCOUNT-NUMBER ' day ' BH-BUSINESS-DATE
                '. Status: ' WS-VALADJ-FILE-STATUS
    END-IF.

*> Every open account gets a balance-day, active or not -- a dormant
*> account still earns its average. Closed ('I') and escheated
*> accounts carry nothing worth averaging and are skipped.

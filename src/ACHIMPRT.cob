*> twice. The per-record checkpoint still protects a crashed run;
*> the register protects against an operator re-running a finished
*> one.
*>
*> The header also names the originator, and that name is screened
*> against the sanctions watch list before anything posts. A
*> possible match refuses the whole batch onto the compliance review
*> queue; the batch stays off the register, so once the hit is
*> cleared the same file simply runs again.
*>
*> A header flagged 'B' is a federal benefit batch (the feed sets it
*> from the ACH benefit-payment identifier). Its credits post as
*> 'ACH BENEFIT DEPOSIT' rather than the payroll description, and
*> that description is what LEVYPROC's two-month lookback counts as
*> protected funds when a levy or garnishment order is served.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SUS-RPT-STATUS.

    SELECT WATCHLIST-FILE ASSIGN TO 'data/watchlist.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-WATCHLIST-FILE-STATUS.

    SELECT SANCHIT-FILE ASSIGN TO 'data/sanchits.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCR-HIT-ID
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-SANCHIT-FILE-STATUS.

    SELECT VALDATE-FILE ASSIGN TO 'data/valdate.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VDT-TRANS-ID
        ALTERNATE RECORD KEY IS VDT-HIST-STATUS WITH DUPLICATES
        FILE STATUS IS WS-VALDATE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE.
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
    05  CTL-NEXT-TRANS-ID       PIC 9(12).

*> Batched import layout, built by the ACH/payroll feed upstream:
*> one 'H' header (originator batch ID, the originator's company ID
*> and name, and the benefit-batch flag), one 'D' record per credit
*> (account, amount, and the receiver name the originator has on
*> file), one 'T' trailer (batch ID again, item count, total
*> amount). The control, header and detail views share the byte
*> range via REDEFINES.
*> IMP-EFFECTIVE-DATE is filled on the header only: the batch's
*> settlement date. A batch the feed delivers late -- settled
*> yesterday, posted today -- values its credits on that date.
FD  IMPORT-FILE.
01  IMPORT-RECORD.
    05  IMP-RECORD-TYPE         PIC X(1).
        10  IMP-ITEM-COUNT      PIC 9(7).
        10  IMP-TOTAL-AMOUNT    PIC 9(13)V99.
        10  FILLER              PIC X(27).
    05  IMP-HEADER-FIELDS REDEFINES IMP-CONTROL-AREA.
        10  FILLER              PIC X(15).
        10  IMP-ORIGINATOR-ID   PIC X(10).
        10  IMP-ORIGINATOR-NAME PIC X(35).
        10  IMP-BENEFIT-FLAG    PIC X(1).
            88  IMP-BENEFIT-BATCH VALUE 'B'.
        10  FILLER              PIC X(3).
    05  IMP-DETAIL-FIELDS REDEFINES IMP-CONTROL-AREA.
        10  IMPORT-ACCOUNT-NUMBER PIC 9(10).
        10  IMPORT-AMOUNT       PIC 9(11)V99.
        10  IMPORT-RECEIVER-NAME PIC X(41).
    05  IMP-EFFECTIVE-DATE      PIC X(8).
    05  FILLER                  PIC X(2).

*> Restart checkpoint. IMPORT-FILE has no key of its own to resume a
*> START against (entries are not in ACCOUNT-NUMBER order and can
01  CHECKPOINT-RECORD.
    05  CKPT-RECORDS-READ       PIC 9(7).

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

*> Currency-transaction log for regulatory reporting. Holds one entry
*> per posting at or above WS-CTR-THRESHOLD, same layout BANKLED uses.
FD  CTR-FILE.
FD  SUSPENSE-REPORT-FILE.
01  SUSPENSE-REPORT-LINE        PIC X(132).

*> Sanctions watch list and review queue, same layouts BANKLED
*> screens customers and wire beneficiaries against.
FD  WATCHLIST-FILE.
01  WATCHLIST-RECORD.
    05  WL-RECORD-TYPE          PIC X(1).
        88  WL-HEADER           VALUE 'H'.
        88  WL-ENTRY            VALUE 'D'.
    05  WL-ENTRY-ID             PIC X(10).
    05  WL-LIST-CODE            PIC X(6).
    05  WL-LAST-NAME            PIC X(35).
    05  WL-FIRST-NAME           PIC X(20).
    05  WL-LIST-DATE            PIC X(8).
    05  FILLER                  PIC X(10).

FD  SANCHIT-FILE.
01  SANCHIT-RECORD.
    05  SCR-HIT-ID              PIC 9(7).
    05  SCR-HIT-DATE            PIC X(8).
    05  SCR-HIT-TIME            PIC X(8).
    05  SCR-SOURCE              PIC X(1).
    05  SCR-SUBJECT-KIND        PIC X(1).
    05  SCR-SUBJECT-REF         PIC X(17).
    05  SCR-SCREENED-NAME       PIC X(41).
    05  SCR-AMOUNT              PIC 9(11)V99.
    05  SCR-WL-ENTRY-ID         PIC X(10).
    05  SCR-WL-LIST-CODE        PIC X(6).
    05  SCR-WL-NAME             PIC X(56).
    05  SCR-STATUS              PIC X(1).
    05  SCR-RAISED-BY           PIC X(10).
    05  SCR-DECIDED-BY          PIC X(10).
    05  SCR-DECIDED-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

WORKING-STORAGE SECTION.
COPY COMMON.


01  WS-ITEMS-APPLIED            PIC 9(7) VALUE ZERO.
01  WS-ITEMS-REJECTED           PIC 9(7) VALUE ZERO.
*> Description stamped on the posted 'D' record. WS-BATCH-DESC is
*> the batch's own description, set from the header's benefit flag;
*> the suspense path overrides WS-IMPORT-DESC per item (naming the
*> intended account) and restores the batch description afterward.
01  WS-IMPORT-DESC              PIC X(50)
        VALUE 'ACH/PAYROLL DEPOSIT'.
01  WS-BATCH-DESC               PIC X(50)
        VALUE 'ACH/PAYROLL DEPOSIT'.

*> Value date for the batch's customer credits: the header's
*> settlement date when that is earlier than today and no more than
*> VALUE-DATE-MAX-DAYS back, otherwise blank (valued today).
01  WS-VALDATE-FILE-STATUS      PIC X(2).
    88  VALDATE-FILE-SUCCESS    VALUE '00'.
01  WS-VALUE-DATE-FIELDS.
    05  WS-BATCH-VALUE-DATE     PIC X(8) VALUE SPACES.
    05  WS-VALUE-DATE-MAX-DAYS  PIC 9(3) VALUE 30.
    05  WS-VALUE-DATE-AGE       PIC S9(7).
    05  WS-VALUE-DATED-COUNT    PIC 9(7) VALUE ZERO.
01  WS-BALANCE-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
01  WS-AMOUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.
    05  WS-HOLDER-NAME-SAVE     PIC X(41).
    05  WS-SUS-DISPOSITION      PIC X(10).

*> Originator sanctions screening. The originator's company ID is
*> the subject reference on the review queue, so a hit compliance
*> clears stays cleared for every later batch from that originator;
*> a header with no originator name (a feed that predates the field)
*> has nothing to screen and posts as it always did.
01  WS-WATCHLIST-FILE-STATUS    PIC X(2).
    88  WATCHLIST-FILE-SUCCESS  VALUE '00'.
    88  WATCHLIST-FILE-AT-END   VALUE '10'.
01  WS-SANCHIT-FILE-STATUS      PIC X(2).
    88  SANCHIT-FILE-SUCCESS    VALUE '00'.
01  WS-SCREEN-FIELDS.
    05  WS-ORIGINATOR-ID        PIC X(10).
    05  WS-ORIGINATOR-NAME      PIC X(35).
    05  WS-SCR-REF              PIC X(17).
    05  WS-SCR-NAME             PIC X(41).
    05  WS-SCR-RESULT-FLAG      PIC X(1).
        88  SCREEN-PASSED       VALUE 'P'.
        88  SCREEN-HELD         VALUE 'H'.
        88  SCREEN-CONFIRMED    VALUE 'F'.
    05  WS-SCR-PADDED-NAME      PIC X(43).
    05  WS-SCR-WL-PART          PIC X(35).
    05  WS-SCR-WL-WORK          PIC X(37).
    05  WS-SCR-WL-LEN           PIC 9(2).
    05  WS-SCR-TALLY            PIC 9(2).
    05  WS-SCR-ENTRY-HIT-FLAG   PIC X(1).
        88  WATCHLIST-ENTRY-HIT VALUE 'Y'.
    05  WS-SCR-PRIOR-FLAG       PIC X(1).
        88  PRIOR-HIT-FOUND     VALUE 'Y'.
    05  WS-SCR-PRIOR-STATUS     PIC X(1).
    05  WS-SCR-HIT-ID           PIC 9(7).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
        STOP RUN
    END-IF
    PERFORM CHECK-BATCH-REGISTER
    PERFORM SCREEN-BATCH-ORIGINATOR
    PERFORM LOAD-SUSPENSE-ACCOUNT
    PERFORM LOAD-CHECKPOINT.

    MOVE 'N' TO WS-BATCH-OK-FLAG
    MOVE 'N' TO WS-TRAILER-SEEN-FLAG
    MOVE SPACES TO WS-BATCH-ID
    MOVE SPACES TO WS-ORIGINATOR-ID
    MOVE SPACES TO WS-ORIGINATOR-NAME
    MOVE SPACES TO WS-BATCH-ERROR-TEXT
    MOVE ZERO TO WS-BATCH-DETAIL-COUNT
    MOVE ZERO TO WS-BATCH-DETAIL-TOTAL
                TO WS-BATCH-ERROR-TEXT
        WHEN OTHER
            MOVE IMP-BATCH-ID TO WS-BATCH-ID
            MOVE IMP-ORIGINATOR-ID TO WS-ORIGINATOR-ID
            MOVE IMP-ORIGINATOR-NAME TO WS-ORIGINATOR-NAME
            IF IMP-BENEFIT-BATCH
                MOVE 'ACH BENEFIT DEPOSIT' TO WS-BATCH-DESC
            ELSE
                MOVE 'ACH/PAYROLL DEPOSIT' TO WS-BATCH-DESC
            END-IF
            MOVE WS-BATCH-DESC TO WS-IMPORT-DESC
            PERFORM SET-BATCH-VALUE-DATE
            MOVE 'Y' TO WS-BATCH-OK-FLAG
            PERFORM READ-IMPORT-RECORD
            PERFORM VERIFY-ONE-CONTROL-RECORD
        PERFORM READ-IMPORT-RECORD
    END-IF.

*> A settlement date in the past back-values the batch; one further
*> back than the window, or not a date at all, is ignored and the
*> batch is valued today as it always was.
SET-BATCH-VALUE-DATE.
    MOVE SPACES TO WS-BATCH-VALUE-DATE
    IF IMP-EFFECTIVE-DATE IS NUMERIC
            AND IMP-EFFECTIVE-DATE < WS-CURRENT-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(IMP-EFFECTIVE-DATE)) = 0
            COMPUTE WS-VALUE-DATE-AGE =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-CURRENT-DATE))
              - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(IMP-EFFECTIVE-DATE))
            IF WS-VALUE-DATE-AGE <= WS-VALUE-DATE-MAX-DAYS
                MOVE IMP-EFFECTIVE-DATE TO WS-BATCH-VALUE-DATE
                DISPLAY 'Batch settled ' IMP-EFFECTIVE-DATE
                        ' -- credits are back-valued to that date'
            ELSE
                DISPLAY 'WARNING: settlement date ' IMP-EFFECTIVE-DATE
                        ' is outside the value-date window --'
                        ' credits are valued today'
            END-IF
        END-IF
    END-IF.

*> The double-posting guard: a batch ID this feed has already posted
*> to completion is refused outright. The register entry is only
*> written once the whole batch has posted, so a crashed run can
    END-IF
    CLOSE BATCHREG-FILE.

*> The originator is screened once, before the first credit posts.
*> A possible or confirmed match refuses the whole batch -- money
*> from a listed party must not reach any account -- and, like every
*> other refusal, leaves it off the register so it can run again
*> once compliance clears the hit.
SCREEN-BATCH-ORIGINATOR.
    SET SCREEN-PASSED TO TRUE
    IF WS-ORIGINATOR-NAME NOT = SPACES
        MOVE WS-ORIGINATOR-ID TO WS-SCR-REF
        MOVE WS-ORIGINATOR-NAME TO WS-SCR-NAME
        PERFORM SCREEN-AGAINST-WATCHLIST
    END-IF
    IF NOT SCREEN-PASSED
        IF SCREEN-CONFIRMED
            DISPLAY 'REFUSED: originator ' WS-ORIGINATOR-NAME
                    ' is a confirmed sanctions match.'
            DISPLAY 'Return the batch to the originating bank.'
        ELSE
            DISPLAY 'REFUSED: originator ' WS-ORIGINATOR-NAME
                    ' is held for sanctions review.'
            DISPLAY 'Re-run the batch once compliance clears the hit.'
        END-IF
        DISPLAY 'Nothing was posted.'
        CLOSE ACCOUNT-FILE
        CLOSE IMPORT-FILE
        CLOSE COUNTER-FILE
        STOP RUN
    END-IF.

*> Walks the whole watch list; every entry the originator's name
*> matches is looked up on the review queue -- a pairing compliance
*> cleared passes, a confirmed one refuses, an open one holds, and a
*> new one is queued and holds. No list on file means nothing to
*> screen against.
SCREEN-AGAINST-WATCHLIST.
    MOVE SPACES TO WS-SCR-PADDED-NAME
    STRING ' ' FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-NAME)) ' '
        DELIMITED BY SIZE INTO WS-SCR-PADDED-NAME
    INSPECT WS-SCR-PADDED-NAME REPLACING ALL ',' BY ' '
                                         ALL '.' BY ' '
                                         ALL '-' BY ' '

    OPEN INPUT WATCHLIST-FILE
    IF WATCHLIST-FILE-SUCCESS
        OPEN I-O SANCHIT-FILE
        IF NOT SANCHIT-FILE-SUCCESS
            OPEN OUTPUT SANCHIT-FILE
            CLOSE SANCHIT-FILE
            OPEN I-O SANCHIT-FILE
        END-IF
        PERFORM READ-NEXT-WATCHLIST
        PERFORM UNTIL WATCHLIST-FILE-AT-END
            IF WL-ENTRY
                PERFORM TEST-WATCHLIST-ENTRY
                IF WATCHLIST-ENTRY-HIT
                    PERFORM RECORD-WATCHLIST-MATCH
                END-IF
            END-IF
            PERFORM READ-NEXT-WATCHLIST
        END-PERFORM
        CLOSE SANCHIT-FILE
        CLOSE WATCHLIST-FILE
    END-IF.

READ-NEXT-WATCHLIST.
    READ WATCHLIST-FILE AT END
        MOVE '10' TO WS-WATCHLIST-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-WATCHLIST-FILE-STATUS
    END-READ.

*> Whole-word match: the listed surname or entity name, and the
*> listed given name when the entry carries one.
TEST-WATCHLIST-ENTRY.
    MOVE 'N' TO WS-SCR-ENTRY-HIT-FLAG
    IF WL-LAST-NAME NOT = SPACES
        MOVE WL-LAST-NAME TO WS-SCR-WL-PART
        PERFORM TEST-LISTED-NAME-PART
        IF WATCHLIST-ENTRY-HIT AND WL-FIRST-NAME NOT = SPACES
            MOVE WL-FIRST-NAME TO WS-SCR-WL-PART
            PERFORM TEST-LISTED-NAME-PART
        END-IF
    END-IF.

TEST-LISTED-NAME-PART.
    MOVE SPACES TO WS-SCR-WL-WORK
    STRING ' ' FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-WL-PART)) ' '
        DELIMITED BY SIZE INTO WS-SCR-WL-WORK
    INSPECT WS-SCR-WL-WORK REPLACING ALL ',' BY ' '
                                     ALL '.' BY ' '
                                     ALL '-' BY ' '
    COMPUTE WS-SCR-WL-LEN =
        FUNCTION LENGTH(FUNCTION TRIM(WS-SCR-WL-PART)) + 2
    MOVE ZERO TO WS-SCR-TALLY
    INSPECT WS-SCR-PADDED-NAME TALLYING WS-SCR-TALLY
        FOR ALL WS-SCR-WL-WORK(1:WS-SCR-WL-LEN)
    IF WS-SCR-TALLY > ZERO
        MOVE 'Y' TO WS-SCR-ENTRY-HIT-FLAG
    ELSE
        MOVE 'N' TO WS-SCR-ENTRY-HIT-FLAG
    END-IF.

RECORD-WATCHLIST-MATCH.
    PERFORM FIND-PRIOR-SANCTION-HIT
    EVALUATE TRUE
        WHEN PRIOR-HIT-FOUND AND WS-SCR-PRIOR-STATUS = 'C'
            CONTINUE
        WHEN PRIOR-HIT-FOUND AND WS-SCR-PRIOR-STATUS = 'F'
            SET SCREEN-CONFIRMED TO TRUE
            DISPLAY 'Confirmed sanctions match, hit ' WS-SCR-HIT-ID
        WHEN PRIOR-HIT-FOUND
            IF NOT SCREEN-CONFIRMED
                SET SCREEN-HELD TO TRUE
            END-IF
            DISPLAY 'Possible sanctions match still under review,'
                    ' hit ' WS-SCR-HIT-ID
        WHEN OTHER
            PERFORM QUEUE-SANCTION-HIT
            IF NOT SCREEN-CONFIRMED
                SET SCREEN-HELD TO TRUE
            END-IF
    END-EVALUATE.

FIND-PRIOR-SANCTION-HIT.
    MOVE 'N' TO WS-SCR-PRIOR-FLAG
    MOVE 1 TO SCR-HIT-ID
    START SANCHIT-FILE KEY NOT < SCR-HIT-ID
    IF SANCHIT-FILE-SUCCESS
        PERFORM READ-NEXT-SANCHIT
        PERFORM UNTIL WS-SANCHIT-FILE-STATUS NOT = '00'
                OR PRIOR-HIT-FOUND
            IF SCR-SUBJECT-KIND = 'O'
                    AND SCR-SUBJECT-REF = WS-SCR-REF
                    AND SCR-SCREENED-NAME = WS-SCR-NAME
                    AND SCR-WL-ENTRY-ID = WL-ENTRY-ID
                SET PRIOR-HIT-FOUND TO TRUE
                MOVE SCR-STATUS TO WS-SCR-PRIOR-STATUS
                MOVE SCR-HIT-ID TO WS-SCR-HIT-ID
            ELSE
                PERFORM READ-NEXT-SANCHIT
            END-IF
        END-PERFORM
    END-IF.

READ-NEXT-SANCHIT.
    READ SANCHIT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-SANCHIT-FILE-STATUS
    END-READ.

QUEUE-SANCTION-HIT.
    PERFORM GET-NEXT-SANCTION-HIT-ID
    MOVE WS-SCR-HIT-ID TO SCR-HIT-ID
    MOVE WS-CURRENT-DATE TO SCR-HIT-DATE
    MOVE WS-CURRENT-TIME TO SCR-HIT-TIME
    MOVE 'A' TO SCR-SOURCE
    MOVE 'O' TO SCR-SUBJECT-KIND
    MOVE WS-SCR-REF TO SCR-SUBJECT-REF
    MOVE WS-SCR-NAME TO SCR-SCREENED-NAME
    MOVE WS-BATCH-DETAIL-TOTAL TO SCR-AMOUNT
    MOVE WL-ENTRY-ID TO SCR-WL-ENTRY-ID
    MOVE WL-LIST-CODE TO SCR-WL-LIST-CODE
    MOVE SPACES TO SCR-WL-NAME
    STRING FUNCTION TRIM(WL-FIRST-NAME) ' '
           FUNCTION TRIM(WL-LAST-NAME)
        DELIMITED BY SIZE INTO SCR-WL-NAME
    MOVE 'O' TO SCR-STATUS
    MOVE WS-TELLER-ID TO SCR-RAISED-BY
    MOVE SPACES TO SCR-DECIDED-BY
    MOVE SPACES TO SCR-DECIDED-DATE
    WRITE SANCHIT-RECORD
    IF SANCHIT-FILE-SUCCESS
        DISPLAY 'Possible sanctions match queued for compliance'
                ' review, hit ' WS-SCR-HIT-ID
        DISPLAY '  Listed party: ' SCR-WL-NAME(1:41)
                ' (' WL-LIST-CODE ')'
    ELSE
        DISPLAY 'ERROR: Unable to queue sanctions hit. Status: '
                WS-SANCHIT-FILE-STATUS
    END-IF.

*> Next hit number from the hit-zero control record, the same
*> fetch-and-increment BANKLED uses.
GET-NEXT-SANCTION-HIT-ID.
    MOVE ZERO TO SCR-HIT-ID
    READ SANCHIT-FILE
    IF SANCHIT-FILE-SUCCESS
        MOVE SCR-AMOUNT TO WS-SCR-HIT-ID
        COMPUTE SCR-AMOUNT = SCR-AMOUNT + 1
        REWRITE SANCHIT-RECORD
    ELSE
        MOVE 1 TO WS-SCR-HIT-ID
        MOVE SPACES TO SANCHIT-RECORD
        MOVE ZERO TO SCR-HIT-ID
        MOVE 'NEXT-HIT CONTROL' TO SCR-SCREENED-NAME
        MOVE 2 TO SCR-AMOUNT
        WRITE SANCHIT-RECORD
    END-IF.

REGISTER-POSTED-BATCH.
    OPEN I-O BATCHREG-FILE
    IF BATCHREG-FILE-SUCCESS
            STRING 'ACH SUSPENSE FOR ' WS-INTENDED-ACCOUNT
                DELIMITED BY SIZE INTO WS-IMPORT-DESC
            PERFORM POST-IMPORT-DEPOSIT
            MOVE WS-BATCH-DESC TO WS-IMPORT-DESC
            MOVE 'N' TO WS-SUS-ROUTING-FLAG
            IF WS-ITEMS-SUSPENDED > WS-SUS-PRIOR-COUNT
                MOVE 'SUSPENSE' TO WS-SUS-DISPOSITION
    END-PERFORM
    IF TRANS-FILE-SUCCESS
        PERFORM CHECK-LARGE-TRANSACTION
        IF WS-BATCH-VALUE-DATE NOT = SPACES
                AND NOT SUSPENSE-POSTING-IN-FLIGHT
            PERFORM RECORD-VALUE-DATE
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE.

*> The credit just logged goes on the value-date register, pending
*> the nightly history correction. Items parked in suspense are not
*> customer money yet and are valued the day they are moved.
RECORD-VALUE-DATE.
    OPEN I-O VALDATE-FILE
    IF NOT VALDATE-FILE-SUCCESS
        OPEN OUTPUT VALDATE-FILE
        CLOSE VALDATE-FILE
        OPEN I-O VALDATE-FILE
    END-IF
    INITIALIZE VALDATE-RECORD
    MOVE TRANS-ID TO VDT-TRANS-ID
    SET VDT-HIST-PENDING TO TRUE
    MOVE ACCOUNT-NUMBER TO VDT-ACCOUNT
    MOVE TRANS-DATE TO VDT-POST-DATE
    MOVE WS-BATCH-VALUE-DATE TO VDT-VALUE-DATE
    MOVE TRANS-AMOUNT TO VDT-AMOUNT
    WRITE VALDATE-RECORD
    IF VALDATE-FILE-SUCCESS
        ADD 1 TO WS-VALUE-DATED-COUNT
    ELSE
        DISPLAY 'WARNING: value date not recorded for transaction '
                TRANS-ID ' -- status ' WS-VALDATE-FILE-STATUS
    END-IF
    CLOSE VALDATE-FILE.

*> Flags any posting at or above WS-CTR-THRESHOLD to the currency-
*> transaction log for regulatory reporting, same as BANKLED's
*> CHECK-LARGE-TRANSACTION. Relies on ACCOUNT-RECORD still holding the
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-CTR-THRESHOLD
        END-IF
        MOVE 'VALUE-DATE-MAX-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-VALUE-DATE-MAX-DAYS
        END-IF
        CLOSE BANKPARM-FILE
    END-IF.

    DISPLAY 'Items applied:  ' WS-ITEMS-APPLIED
    DISPLAY 'Items rejected: ' WS-ITEMS-REJECTED
    DISPLAY 'Items to suspense: ' WS-ITEMS-SUSPENDED
    IF WS-VALUE-DATED-COUNT > ZERO
        DISPLAY 'Items back-valued to ' WS-BATCH-VALUE-DATE ': '
                WS-VALUE-DATED-COUNT
    END-IF
    IF SUS-RPT-OPENED
        DISPLAY 'Suspense report: ' WS-SUS-RPT-NAME
    END-IF

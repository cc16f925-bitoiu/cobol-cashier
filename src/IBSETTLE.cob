IDENTIFICATION DIVISION.
PROGRAM-ID. IBSETTLE.

*> Nightly inter-branch due-to/due-from settlement. A teller can post
*> to an account another branch owns: the posting is stamped with the
*> account's branch in TRANS-BRANCH, so the GL books the cash at the
*> account's branch although it went through the teller's drawer at
*> the teller's own branch (TLR-BRANCH on the teller master). For
*> every such posting that moved drawer cash this job writes a
*> settlement pair -- a due-to leg at one branch and a due-from leg
*> at the other -- to data/ibsettle_YYYYMMDD.dat, which GLEXTRCT
*> picks up into the same night's journal:
*>
*>   cash in at the teller's branch (a deposit, a loan payment, a
*>   reversed withdrawal): the teller's branch is due to the
*>   account's branch, which is due from the teller's branch;
*>   cash out (a withdrawal, a reversed deposit): the teller's branch
*>   is due from the account's branch, which is due to it.
*>
*> What counts as drawer cash follows TELLBAL's drawer balancing
*> exactly: 'D' in, 'W' out (a loan payment 'W' in), the escrow leg
*> of a loan payment in, a reversal by its original, and the
*> description-keyed non-cash shapes (official checks, wires, ACH
*> origination, closeouts) left out. A cross-branch posting that
*> moved no cash -- a transfer, a fee -- is counted on the report
*> but needs no settlement: nothing went through the other drawer.
*> A teller on the master with a blank branch works from 0001, as at
*> BANKLED sign-on. Postings under the batch teller, or by a teller
*> not on the teller master, have no drawer branch and are left out.
*>
*> The report, data/ibsettle_YYYYMMDD.txt, lists every pair, then
*> each branch's net position against each counterparty branch and
*> its total; the bank-wide due-from and due-to totals must be equal,
*> so the net is always zero -- anything else is flagged.
*>
*> Runs after the posting jobs and before GLEXTRCT. Re-running a day
*> rewrites its settlement file. The business day is taken from the
*> command line as YYYYMMDD; with no parameter it is the business
*> date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-FILE ASSIGN TO 'data/trans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-ID
        ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
        ALTERNATE RECORD KEY IS TO-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT TELLER-FILE ASSIGN TO 'data/tellers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TLR-ID
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT SETTLE-FILE ASSIGN TO WS-SETTLE-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SETTLE-FILE-STATUS.

    SELECT SETTLE-SORT-FILE ASSIGN TO 'data/ibsettle.srt'.

    SELECT SETTLE-REPORT-FILE ASSIGN TO WS-SETTLE-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETTLE-RPT-STATUS.

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

*> Teller master, read here only for the branch each teller works
*> from -- the branch whose drawer the cash went through.
FD  TELLER-FILE.
01  TELLER-RECORD.
    05  TLR-ID                  PIC X(10).
    05  TLR-NAME                PIC X(30).
    05  TLR-ROLE                PIC X(1).
    05  TLR-PASSWORD            PIC X(10).
    05  TLR-POSTING-LIMIT       PIC 9(11)V99.
    05  TLR-ACTIVE-FLAG         PIC X(1).
    05  TLR-BRANCH              PIC X(4).
    05  FILLER                  PIC X(6).

*> The day's settlement legs, two per pair. IBS-BRANCH books the leg
*> against IBS-COUNTER-BRANCH: 'F' it is due from the counterparty,
*> 'T' it is due to it. The pair shares the posting's TRANS-ID;
*> IBS-CASH-DIRECTION is the drawer movement at the teller's branch
*> ('I' in, 'O' out).
FD  SETTLE-FILE.
01  SETTLE-RECORD.
    05  IBS-BUSINESS-DATE       PIC X(8).
    05  IBS-BRANCH              PIC X(4).
    05  IBS-COUNTER-BRANCH      PIC X(4).
    05  IBS-LEG                 PIC X(1).
        88  IBS-DUE-FROM        VALUE 'F'.
        88  IBS-DUE-TO          VALUE 'T'.
    05  IBS-AMOUNT              PIC 9(13)V99.
    05  IBS-TRANS-ID            PIC 9(12).
    05  IBS-TRANS-TYPE          PIC X(1).
    05  IBS-CASH-DIRECTION      PIC X(1).
    05  IBS-ACCOUNT-NUMBER      PIC 9(10).
    05  IBS-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(10).

*> The legs in branch / counterparty order for the position report.
SD  SETTLE-SORT-FILE.
01  SETTLE-SORT-RECORD.
    05  ISR-BUSINESS-DATE       PIC X(8).
    05  ISR-BRANCH              PIC X(4).
    05  ISR-COUNTER-BRANCH      PIC X(4).
    05  ISR-LEG                 PIC X(1).
    05  ISR-AMOUNT              PIC 9(13)V99.
    05  ISR-TRANS-ID            PIC 9(12).
    05  ISR-TRANS-TYPE          PIC X(1).
    05  ISR-CASH-DIRECTION      PIC X(1).
    05  ISR-ACCOUNT-NUMBER      PIC 9(10).
    05  ISR-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(10).

FD  SETTLE-REPORT-FILE.
01  SETTLE-REPORT-LINE          PIC X(132).

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

01  WS-TRANS-FILE-STATUS        PIC X(2).
01  WS-TELLER-FILE-STATUS       PIC X(2).
    88  TELLER-FILE-SUCCESS     VALUE '00'.
01  WS-TELLER-FILE-OPEN-FLAG    PIC X(1) VALUE 'N'.
    88  TELLER-FILE-OPEN        VALUE 'Y'.
01  WS-SETTLE-FILE-STATUS       PIC X(2).
    88  SETTLE-FILE-SUCCESS     VALUE '00'.
01  WS-SETTLE-RPT-STATUS        PIC X(2).
    88  SETTLE-RPT-SUCCESS      VALUE '00'.
01  WS-SORT-CONTROLS.
    05  WS-ISORT-END-FLAG       PIC X(1) VALUE 'N'.
        88  ISORT-AT-END        VALUE 'Y'.

01  WS-FILE-NAMES.
    05  WS-SETTLE-FILE-NAME     PIC X(40).
    05  WS-SETTLE-RPT-NAME      PIC X(40).

01  WS-RUN-FIELDS.
    05  WS-PARM-TEXT            PIC X(10).
    05  WS-SETTLE-DATE          PIC X(8).
    05  WS-BATCH-TELLER-ID      PIC X(10) VALUE 'BATCH'.

*> The posting in hand: the branch whose drawer the cash went
*> through, and the account's own branch (postings that predate
*> branch stamping fall to the default code).
01  WS-POSTING-FIELDS.
    05  WS-TELLER-BRANCH        PIC X(4).
    05  WS-ACCOUNT-BRANCH       PIC X(4).
    05  WS-TELLER-FOUND-FLAG    PIC X(1).
        88  TELLER-FOUND        VALUE 'Y'.

*> Some teller-keyed 'D'/'W' postings move no drawer cash at all --
*> the same description-keyed shapes TELLBAL leaves out of the
*> drawer.
01  WS-NON-CASH-FLAG            PIC X(1).
    88  NON-CASH-POSTING        VALUE 'Y'.

*> One pair, staged for WRITE-SETTLEMENT-PAIR.
01  WS-PAIR-FIELDS.
    05  WS-PAIR-TRANS-ID        PIC 9(12).
    05  WS-PAIR-TYPE            PIC X(1).
    05  WS-PAIR-ACCOUNT         PIC 9(10).
    05  WS-PAIR-TELLER          PIC X(10).
    05  WS-PAIR-TELLER-BRANCH   PIC X(4).
    05  WS-PAIR-ACCOUNT-BRANCH  PIC X(4).
    05  WS-PAIR-DIRECTION       PIC X(1).
        88  PAIR-CASH-IN        VALUE 'I'.
        88  PAIR-CASH-OUT       VALUE 'O'.
    05  WS-PAIR-AMOUNT          PIC 9(13)V99.

*> Cross-branch reversals wait until the pass is over: the original
*> is read by TRANS-ID, which would lose the sequential position.
01  WS-RV-CONTROLS.
    05  WS-RV-COUNT             PIC 9(3) VALUE ZERO.
    05  WS-RV-MAX               PIC 9(3) VALUE 500.
    05  WS-RV-IDX               PIC 9(3).
01  WS-RV-TABLE.
    05  WS-RV-ENTRY OCCURS 500 TIMES.
        10  WS-RV-TRANS-ID      PIC 9(12).
        10  WS-RV-ORIG-ID       PIC 9(12).
        10  WS-RV-ACCOUNT       PIC 9(10).
        10  WS-RV-TELLER-ID     PIC X(10).
        10  WS-RV-TELLER-BRANCH PIC X(4).
        10  WS-RV-ACCOUNT-BRANCH PIC X(4).
        10  WS-RV-AMOUNT        PIC 9(13)V99.

*> Position report control breaks.
01  WS-POSITION-FIELDS.
    05  WS-POS-BRANCH           PIC X(4) VALUE SPACES.
    05  WS-POS-COUNTER          PIC X(4) VALUE SPACES.
    05  WS-POS-DUE-FROM         PIC S9(15)V99 VALUE ZERO.
    05  WS-POS-DUE-TO           PIC S9(15)V99 VALUE ZERO.
    05  WS-BR-DUE-FROM          PIC S9(15)V99 VALUE ZERO.
    05  WS-BR-DUE-TO            PIC S9(15)V99 VALUE ZERO.
    05  WS-BANK-DUE-FROM        PIC S9(15)V99 VALUE ZERO.
    05  WS-BANK-DUE-TO          PIC S9(15)V99 VALUE ZERO.
    05  WS-BANK-NET             PIC S9(15)V99 VALUE ZERO.

01  WS-COUNTERS.
    05  WS-POSTINGS-READ        PIC 9(7) VALUE ZERO.
    05  WS-CROSS-BRANCH         PIC 9(7) VALUE ZERO.
    05  WS-PAIRS-WRITTEN        PIC 9(7) VALUE ZERO.
    05  WS-NON-CASH-SKIPPED     PIC 9(7) VALUE ZERO.
    05  WS-NO-TELLER-BRANCH     PIC 9(7) VALUE ZERO.
    05  WS-REVERSALS-DROPPED    PIC 9(7) VALUE ZERO.
    05  WS-SETTLED-AMOUNT       PIC S9(13)V99 VALUE ZERO.

01  WS-DISPLAY-FIELDS.
    05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT2-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-AMT3-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-CNT-DISPLAY          PIC ZZZ,ZZ9.
    05  WS-DIRECTION-TEXT       PIC X(4).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-SETTLEMENT
    PERFORM SCAN-DAYS-POSTINGS
    PERFORM RESOLVE-REVERSAL-PAIRS
    PERFORM PRINT-PAIR-TOTALS
    PERFORM PRINT-BRANCH-POSITIONS
    PERFORM CLEANUP-SETTLEMENT
    STOP RUN.

INITIALIZE-SETTLEMENT.
    DISPLAY '==================================================================='
    DISPLAY '          INTER-BRANCH DUE-TO / DUE-FROM SETTLEMENT'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    IF WS-PARM-TEXT(1:8) IS NUMERIC
        MOVE WS-PARM-TEXT(1:8) TO WS-SETTLE-DATE
    ELSE
        MOVE WS-CURRENT-DATE TO WS-SETTLE-DATE
    END-IF
    DISPLAY 'Business Day: ' WS-SETTLE-DATE

    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: Unable to open TRANSACTION-FILE. Status: '
                WS-TRANS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT TELLER-FILE
    IF TELLER-FILE-SUCCESS
        SET TELLER-FILE-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: cannot open TELLER-FILE. Status: '
                WS-TELLER-FILE-STATUS
        DISPLAY '         No teller branches -- nothing to settle.'
    END-IF

    MOVE SPACES TO WS-SETTLE-FILE-NAME
    STRING 'data/ibsettle_' WS-SETTLE-DATE '.dat'
        DELIMITED BY SIZE INTO WS-SETTLE-FILE-NAME
    OPEN OUTPUT SETTLE-FILE
    IF NOT SETTLE-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ' WS-SETTLE-FILE-NAME
                '. Status: ' WS-SETTLE-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO WS-SETTLE-RPT-NAME
    STRING 'data/ibsettle_' WS-SETTLE-DATE '.txt'
        DELIMITED BY SIZE INTO WS-SETTLE-RPT-NAME
    OPEN OUTPUT SETTLE-REPORT-FILE
    IF NOT SETTLE-RPT-SUCCESS
        DISPLAY 'ERROR: Unable to open ' WS-SETTLE-RPT-NAME
                '. Status: ' WS-SETTLE-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE ALL '=' TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE SPACES TO SETTLE-REPORT-LINE
    STRING 'INTER-BRANCH DUE-TO / DUE-FROM SETTLEMENT'
           '                    Business day: ' WS-SETTLE-DATE
        DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE ALL '=' TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE SPACES TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE 'SETTLEMENT PAIRS -- TELLER CASH FOR ANOTHER BRANCH''S ACCOUNTS'
        TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE SPACES TO SETTLE-REPORT-LINE
    STRING '  Trans ID      Type Account     Teller      Tlr br'
           '  Acct br  Cash              Amount'
        DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE ALL '-' TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE.

*> Full sequential pass over the day's postings. Only teller-keyed
*> postings whose teller works from another branch than the account
*> belongs to go any further.
SCAN-DAYS-POSTINGS.
    PERFORM READ-TRANSACTION-RECORD
    PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
        IF TRANS-DATE = WS-SETTLE-DATE
            ADD 1 TO WS-POSTINGS-READ
            IF TELLER-ID NOT = WS-BATCH-TELLER-ID
                    AND TELLER-ID NOT = SPACES
                PERFORM CHECK-POSTING-BRANCHES
            END-IF
        END-IF
        PERFORM READ-TRANSACTION-RECORD
    END-PERFORM.

READ-TRANSACTION-RECORD.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-TRANS-FILE-STATUS
    END-READ.

CHECK-POSTING-BRANCHES.
    PERFORM FIND-TELLER-BRANCH
    IF TRANS-BRANCH = SPACES
        MOVE '0001' TO WS-ACCOUNT-BRANCH
    ELSE
        MOVE TRANS-BRANCH TO WS-ACCOUNT-BRANCH
    END-IF
    EVALUATE TRUE
        WHEN WS-TELLER-BRANCH = SPACES
            ADD 1 TO WS-NO-TELLER-BRANCH
        WHEN WS-TELLER-BRANCH = WS-ACCOUNT-BRANCH
            CONTINUE
        WHEN OTHER
            ADD 1 TO WS-CROSS-BRANCH
            PERFORM CLASSIFY-CROSS-BRANCH-POSTING
    END-EVALUATE.

FIND-TELLER-BRANCH.
    MOVE SPACES TO WS-TELLER-BRANCH
    MOVE 'N' TO WS-TELLER-FOUND-FLAG
    IF TELLER-FILE-OPEN
        MOVE TELLER-ID TO TLR-ID
        READ TELLER-FILE KEY IS TLR-ID
        IF TELLER-FILE-SUCCESS
            SET TELLER-FOUND TO TRUE
            IF TLR-BRANCH = SPACES
                MOVE '0001' TO WS-TELLER-BRANCH
            ELSE
                MOVE TLR-BRANCH TO WS-TELLER-BRANCH
            END-IF
        END-IF
    END-IF.

*> Cash in or out of the teller's drawer, as TELLBAL balances it. A
*> reversal waits for its original.
CLASSIFY-CROSS-BRANCH-POSTING.
    PERFORM CHECK-NON-CASH-DESCRIPTION
    MOVE TRANS-ID TO WS-PAIR-TRANS-ID
    MOVE TRANS-TYPE TO WS-PAIR-TYPE
    IF FROM-ACCOUNT = ZERO
        MOVE TO-ACCOUNT TO WS-PAIR-ACCOUNT
    ELSE
        MOVE FROM-ACCOUNT TO WS-PAIR-ACCOUNT
    END-IF
    MOVE TELLER-ID TO WS-PAIR-TELLER
    MOVE WS-TELLER-BRANCH TO WS-PAIR-TELLER-BRANCH
    MOVE WS-ACCOUNT-BRANCH TO WS-PAIR-ACCOUNT-BRANCH
    MOVE TRANS-AMOUNT TO WS-PAIR-AMOUNT
    EVALUATE TRUE
        WHEN NON-CASH-POSTING
            ADD 1 TO WS-NON-CASH-SKIPPED
        WHEN TRANS-TYPE = 'D'
            SET PAIR-CASH-IN TO TRUE
            PERFORM WRITE-SETTLEMENT-PAIR
        WHEN TRANS-TYPE = 'W'
            IF TRANS-DESCRIPTION(1:12) = 'LOAN PAYMENT'
                SET PAIR-CASH-IN TO TRUE
            ELSE
                SET PAIR-CASH-OUT TO TRUE
            END-IF
            PERFORM WRITE-SETTLEMENT-PAIR
        WHEN TRANS-TYPE = 'E'
                AND TRANS-DESCRIPTION(1:12) = 'LOAN PAYMENT'
            SET PAIR-CASH-IN TO TRUE
            PERFORM WRITE-SETTLEMENT-PAIR
        WHEN TRANS-TYPE = 'R'
            IF WS-RV-COUNT < WS-RV-MAX
                ADD 1 TO WS-RV-COUNT
                MOVE TRANS-ID TO WS-RV-TRANS-ID(WS-RV-COUNT)
                MOVE REVERSAL-OF-TRANS-ID TO WS-RV-ORIG-ID(WS-RV-COUNT)
                MOVE WS-PAIR-ACCOUNT TO WS-RV-ACCOUNT(WS-RV-COUNT)
                MOVE TELLER-ID TO WS-RV-TELLER-ID(WS-RV-COUNT)
                MOVE WS-TELLER-BRANCH
                    TO WS-RV-TELLER-BRANCH(WS-RV-COUNT)
                MOVE WS-ACCOUNT-BRANCH
                    TO WS-RV-ACCOUNT-BRANCH(WS-RV-COUNT)
                MOVE TRANS-AMOUNT TO WS-RV-AMOUNT(WS-RV-COUNT)
            ELSE
                ADD 1 TO WS-REVERSALS-DROPPED
                DISPLAY 'WARNING: reversal table full -- '
                        'TRANS-ID ' TRANS-ID ' not settled'
            END-IF
        WHEN OTHER
            ADD 1 TO WS-NON-CASH-SKIPPED
    END-EVALUATE.

CHECK-NON-CASH-DESCRIPTION.
    MOVE 'N' TO WS-NON-CASH-FLAG
    EVALUATE TRUE
        WHEN TRANS-DESCRIPTION(1:14) = 'OFFICIAL CHECK'
            SET NON-CASH-POSTING TO TRUE
        WHEN TRANS-DESCRIPTION(1:18) = 'OUTBOUND WIRE HOLD'
            SET NON-CASH-POSTING TO TRUE
        WHEN TRANS-DESCRIPTION(1:14) = 'WIRE CANCELLED'
            SET NON-CASH-POSTING TO TRUE
        WHEN TRANS-DESCRIPTION(1:15) = 'ACH ORIGINATION'
            SET NON-CASH-POSTING TO TRUE
        WHEN TRANS-DESCRIPTION(1:16) = 'ACCOUNT CLOSEOUT'
            SET NON-CASH-POSTING TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A reversal of a deposit hands cash back out of the drawer; a
*> reversal of a withdrawal brings it back in (a loan payment the
*> other way round). Reversed transfers, reversals of batch or
*> non-cash originals, and originals archived off the live file
*> moved no drawer cash.
RESOLVE-REVERSAL-PAIRS.
    PERFORM VARYING WS-RV-IDX FROM 1 BY 1
            UNTIL WS-RV-IDX > WS-RV-COUNT
        MOVE WS-RV-ORIG-ID(WS-RV-IDX) TO TRANS-ID
        READ TRANSACTION-FILE
        MOVE 'Y' TO WS-NON-CASH-FLAG
        IF WS-TRANS-FILE-STATUS = '00'
                AND TELLER-ID NOT = WS-BATCH-TELLER-ID
            PERFORM CHECK-NON-CASH-DESCRIPTION
        END-IF
        MOVE WS-RV-TRANS-ID(WS-RV-IDX) TO WS-PAIR-TRANS-ID
        MOVE 'R' TO WS-PAIR-TYPE
        MOVE WS-RV-ACCOUNT(WS-RV-IDX) TO WS-PAIR-ACCOUNT
        MOVE WS-RV-TELLER-ID(WS-RV-IDX) TO WS-PAIR-TELLER
        MOVE WS-RV-TELLER-BRANCH(WS-RV-IDX) TO WS-PAIR-TELLER-BRANCH
        MOVE WS-RV-ACCOUNT-BRANCH(WS-RV-IDX)
            TO WS-PAIR-ACCOUNT-BRANCH
        MOVE WS-RV-AMOUNT(WS-RV-IDX) TO WS-PAIR-AMOUNT
        EVALUATE TRUE
            WHEN NON-CASH-POSTING
                ADD 1 TO WS-NON-CASH-SKIPPED
            WHEN TRANS-TYPE = 'D'
                SET PAIR-CASH-OUT TO TRUE
                PERFORM WRITE-SETTLEMENT-PAIR
            WHEN TRANS-TYPE = 'W'
                IF TRANS-DESCRIPTION(1:12) = 'LOAN PAYMENT'
                    SET PAIR-CASH-OUT TO TRUE
                ELSE
                    SET PAIR-CASH-IN TO TRUE
                END-IF
                PERFORM WRITE-SETTLEMENT-PAIR
            WHEN OTHER
                ADD 1 TO WS-NON-CASH-SKIPPED
        END-EVALUATE
    END-PERFORM.

*> Both legs of one pair, and its line on the pair listing. Cash in
*> at the teller's branch leaves that branch owing the account's
*> branch; cash out leaves the account's branch owing it.
WRITE-SETTLEMENT-PAIR.
    MOVE SPACES TO SETTLE-RECORD
    MOVE WS-SETTLE-DATE TO IBS-BUSINESS-DATE
    MOVE WS-PAIR-AMOUNT TO IBS-AMOUNT
    MOVE WS-PAIR-TRANS-ID TO IBS-TRANS-ID
    MOVE WS-PAIR-TYPE TO IBS-TRANS-TYPE
    MOVE WS-PAIR-DIRECTION TO IBS-CASH-DIRECTION
    MOVE WS-PAIR-ACCOUNT TO IBS-ACCOUNT-NUMBER
    MOVE WS-PAIR-TELLER TO IBS-TELLER-ID

    MOVE WS-PAIR-TELLER-BRANCH TO IBS-BRANCH
    MOVE WS-PAIR-ACCOUNT-BRANCH TO IBS-COUNTER-BRANCH
    IF PAIR-CASH-IN
        SET IBS-DUE-TO TO TRUE
    ELSE
        SET IBS-DUE-FROM TO TRUE
    END-IF
    WRITE SETTLE-RECORD

    MOVE WS-PAIR-ACCOUNT-BRANCH TO IBS-BRANCH
    MOVE WS-PAIR-TELLER-BRANCH TO IBS-COUNTER-BRANCH
    IF PAIR-CASH-IN
        SET IBS-DUE-FROM TO TRUE
    ELSE
        SET IBS-DUE-TO TO TRUE
    END-IF
    WRITE SETTLE-RECORD

    IF NOT SETTLE-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to write ' WS-SETTLE-FILE-NAME
                '. Status: ' WS-SETTLE-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-PAIRS-WRITTEN
    ADD WS-PAIR-AMOUNT TO WS-SETTLED-AMOUNT

    IF PAIR-CASH-IN
        MOVE 'IN' TO WS-DIRECTION-TEXT
    ELSE
        MOVE 'OUT' TO WS-DIRECTION-TEXT
    END-IF
    MOVE WS-PAIR-AMOUNT TO WS-AMT-DISPLAY
    MOVE SPACES TO SETTLE-REPORT-LINE
    STRING '  ' WS-PAIR-TRANS-ID '  ' WS-PAIR-TYPE '    '
           WS-PAIR-ACCOUNT '  ' WS-PAIR-TELLER '  '
           WS-PAIR-TELLER-BRANCH '    ' WS-PAIR-ACCOUNT-BRANCH '     '
           WS-DIRECTION-TEXT ' ' WS-AMT-DISPLAY
        DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE.

PRINT-PAIR-TOTALS.
    MOVE ALL '-' TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE WS-PAIRS-WRITTEN TO WS-CNT-DISPLAY
    MOVE WS-SETTLED-AMOUNT TO WS-AMT-DISPLAY
    MOVE SPACES TO SETTLE-REPORT-LINE
    STRING '  Pairs: ' WS-CNT-DISPLAY
           '                                           Total settled '
           WS-AMT-DISPLAY
        DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE WS-NON-CASH-SKIPPED TO WS-CNT-DISPLAY
    MOVE SPACES TO SETTLE-REPORT-LINE
    STRING '  Cross-branch postings that moved no drawer cash'
           ' (not settled): ' WS-CNT-DISPLAY
        DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    IF WS-NO-TELLER-BRANCH > ZERO
        MOVE WS-NO-TELLER-BRANCH TO WS-CNT-DISPLAY
        MOVE SPACES TO SETTLE-REPORT-LINE
        STRING '  Teller postings by a teller not on the'
               ' teller master (not settled): ' WS-CNT-DISPLAY
            DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
        WRITE SETTLE-REPORT-LINE
    END-IF
    IF WS-REVERSALS-DROPPED > ZERO
        MOVE WS-REVERSALS-DROPPED TO WS-CNT-DISPLAY
        MOVE SPACES TO SETTLE-REPORT-LINE
        STRING '  *** Reversals not settled (table full -- see the'
               ' job log): ' WS-CNT-DISPLAY
            DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
        WRITE SETTLE-REPORT-LINE
    END-IF.

*> The legs sorted by branch and counterparty: each branch's net
*> position against each other branch (what it is due from them less
*> what it is due to them), the branch's total, and the bank-wide
*> totals, which net to zero when every pair has both its legs.
PRINT-BRANCH-POSITIONS.
    CLOSE SETTLE-FILE
    MOVE SPACES TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE 'INTER-BRANCH POSITIONS' TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE SPACES TO SETTLE-REPORT-LINE
    STRING '  Branch  Counterparty            Due from'
           '              Due to        Net position'
        DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE ALL '-' TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    SORT SETTLE-SORT-FILE
        ON ASCENDING KEY ISR-BRANCH ISR-COUNTER-BRANCH
        USING SETTLE-FILE
        OUTPUT PROCEDURE IS REPORT-SORTED-LEGS

    COMPUTE WS-BANK-NET = WS-BANK-DUE-FROM - WS-BANK-DUE-TO
    MOVE WS-BANK-DUE-FROM TO WS-AMT-DISPLAY
    MOVE WS-BANK-DUE-TO TO WS-AMT2-DISPLAY
    MOVE WS-BANK-NET TO WS-AMT3-DISPLAY
    MOVE ALL '=' TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE SPACES TO SETTLE-REPORT-LINE
    STRING '  BANK-WIDE            ' WS-AMT-DISPLAY ' ' WS-AMT2-DISPLAY
           ' ' WS-AMT3-DISPLAY
        DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    MOVE SPACES TO SETTLE-REPORT-LINE
    IF WS-BANK-NET = ZERO
        MOVE '  Bank-wide inter-branch position nets to zero.'
            TO SETTLE-REPORT-LINE
    ELSE
        MOVE '  *** BANK-WIDE INTER-BRANCH POSITION DOES NOT NET TO ZERO'
            TO SETTLE-REPORT-LINE
    END-IF
    WRITE SETTLE-REPORT-LINE.

REPORT-SORTED-LEGS.
    PERFORM RETURN-NEXT-LEG
    PERFORM UNTIL ISORT-AT-END
        IF ISR-BRANCH NOT = WS-POS-BRANCH
            PERFORM END-COUNTER-POSITION
            PERFORM END-BRANCH-POSITION
            MOVE ISR-BRANCH TO WS-POS-BRANCH
            MOVE ISR-COUNTER-BRANCH TO WS-POS-COUNTER
        END-IF
        IF ISR-COUNTER-BRANCH NOT = WS-POS-COUNTER
            PERFORM END-COUNTER-POSITION
            MOVE ISR-COUNTER-BRANCH TO WS-POS-COUNTER
        END-IF
        IF ISR-LEG = 'F'
            ADD ISR-AMOUNT TO WS-POS-DUE-FROM
        ELSE
            ADD ISR-AMOUNT TO WS-POS-DUE-TO
        END-IF
        PERFORM RETURN-NEXT-LEG
    END-PERFORM
    PERFORM END-COUNTER-POSITION
    PERFORM END-BRANCH-POSITION.

RETURN-NEXT-LEG.
    RETURN SETTLE-SORT-FILE AT END
        SET ISORT-AT-END TO TRUE
    END-RETURN.

END-COUNTER-POSITION.
    IF WS-POS-COUNTER NOT = SPACES
        MOVE WS-POS-DUE-FROM TO WS-AMT-DISPLAY
        MOVE WS-POS-DUE-TO TO WS-AMT2-DISPLAY
        COMPUTE WS-AMT3-DISPLAY = WS-POS-DUE-FROM - WS-POS-DUE-TO
        MOVE SPACES TO SETTLE-REPORT-LINE
        STRING '  ' WS-POS-BRANCH '    ' WS-POS-COUNTER '         '
               WS-AMT-DISPLAY ' ' WS-AMT2-DISPLAY ' ' WS-AMT3-DISPLAY
            DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
        WRITE SETTLE-REPORT-LINE
        ADD WS-POS-DUE-FROM TO WS-BR-DUE-FROM
        ADD WS-POS-DUE-TO TO WS-BR-DUE-TO
    END-IF
    MOVE ZERO TO WS-POS-DUE-FROM
    MOVE ZERO TO WS-POS-DUE-TO
    MOVE SPACES TO WS-POS-COUNTER.

END-BRANCH-POSITION.
    IF WS-POS-BRANCH NOT = SPACES
        MOVE WS-BR-DUE-FROM TO WS-AMT-DISPLAY
        MOVE WS-BR-DUE-TO TO WS-AMT2-DISPLAY
        COMPUTE WS-AMT3-DISPLAY = WS-BR-DUE-FROM - WS-BR-DUE-TO
        MOVE SPACES TO SETTLE-REPORT-LINE
        STRING '  ' WS-POS-BRANCH '    TOTAL     '
               WS-AMT-DISPLAY ' ' WS-AMT2-DISPLAY ' ' WS-AMT3-DISPLAY
            DELIMITED BY SIZE INTO SETTLE-REPORT-LINE
        WRITE SETTLE-REPORT-LINE
        MOVE SPACES TO SETTLE-REPORT-LINE
        WRITE SETTLE-REPORT-LINE
        ADD WS-BR-DUE-FROM TO WS-BANK-DUE-FROM
        ADD WS-BR-DUE-TO TO WS-BANK-DUE-TO
    END-IF
    MOVE ZERO TO WS-BR-DUE-FROM
    MOVE ZERO TO WS-BR-DUE-TO
    MOVE SPACES TO WS-POS-BRANCH.

CLEANUP-SETTLEMENT.
    CLOSE TRANSACTION-FILE
    IF TELLER-FILE-OPEN
        CLOSE TELLER-FILE
    END-IF
    CLOSE SETTLE-REPORT-FILE
    MOVE WS-POSTINGS-READ TO WS-RST-READ
    MOVE WS-PAIRS-WRITTEN TO WS-RST-POSTED
    COMPUTE WS-RST-REJECTED = WS-REVERSALS-DROPPED
    COMPUTE WS-RST-SKIPPED = WS-NON-CASH-SKIPPED + WS-NO-TELLER-BRANCH
    MOVE WS-SETTLED-AMOUNT TO WS-RST-CONTROL-AMOUNT
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY 'Postings read:             ' WS-POSTINGS-READ
    DISPLAY 'Cross-branch postings:     ' WS-CROSS-BRANCH
    DISPLAY 'Settlement pairs written:  ' WS-PAIRS-WRITTEN
    IF WS-BANK-NET NOT = ZERO
        DISPLAY 'WARNING: inter-branch position does not net to zero'
                ' -- see report.'
    END-IF
    DISPLAY 'Settlement: ' WS-SETTLE-FILE-NAME
    DISPLAY 'Report:     ' WS-SETTLE-RPT-NAME
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
        MOVE 'IBSETTLE' TO RST-JOB-NAME
        MOVE WS-SETTLE-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

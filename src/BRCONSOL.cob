IDENTIFICATION DIVISION.
PROGRAM-ID. BRCONSOL.

*> Supervised branch consolidation batch. When a branch closes or
*> merges into another, everything it owns moves to the receiving
*> branch in one run instead of record by record through Maintain
*> Account and Teller Maintenance:
*>
*>   - every account whose BRANCH-CODE is the closing branch;
*>   - every teller whose TLR-BRANCH is the closing branch, and with
*>     them their drawer positions (data/drawers.dat) and vault
*>     movements (data/vault.dat) from the effective date on;
*>   - the open items on the closing branch's books: active and
*>     suspended standing orders, outstanding official checks and
*>     open claims.
*>
*> Accounts and tellers carry their branch on the record and are
*> rewritten. Drawers and vault movements belong to the branch of the
*> teller they are kept for; standing orders, official checks and
*> claims to the branch of their account (a cash-sale official check,
*> with no purchase account, to its issuing teller's branch). Those
*> move with their owner, so the accounts and tellers move first and
*> every one found on the closing branch is noted on a work file
*> (data/brconsol.wrk, rebuilt each run) as moved or left behind. An
*> item is then listed and audited as moved only when its owner was
*> rewritten; one whose owner was held by another session is
*> reported NOT MOVED and keeps the branch open for the re-run, and
*> one whose owner is not on the work file -- never on the closing
*> branch, or moved by an earlier run -- is not the run's business.
*>
*> Every change leaves a before/after image on the audit trail
*> (data/audit.dat) under the approving supervisor's ID: BRANCH-CODE
*> for an account, TELLER:/DRAWER:/VAULT:/STDORD:/OFFCHECK:/CLAIM:
*> with the item's key for the rest, and BRANCH: with the status flag
*> when the closing branch is set to 'C' on branches.dat -- the same
*> field-name convention the maintenance screens use. The branch is
*> only deactivated when nothing was left behind; an account or
*> teller held by another session is reported and the run can simply
*> be repeated, since whatever already moved is no longer found on
*> the closing branch.
*>
*> Usage (command line):
*>   BRCONSOL <from-branch> <to-branch> <effective YYYYMMDD> [DRYRUN]
*>
*> A live run needs an active supervisor from the teller master, who
*> keys ID and password at the console, and cannot run ahead of its
*> effective date. DRYRUN needs neither: it reads everything the live
*> run would move and lists it with the control counts, changing
*> nothing. The moved-items control report goes to
*> data/brconsol_FFFF_YYYYMMDD.txt (data/brconsol_dryrun_FFFF_
*> YYYYMMDD.txt for a dry run), FFFF being the closing branch. A
*> blank branch on an account or teller counts as 0001, as
*> everywhere else.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-FILE-STATUS.

    SELECT TELLER-FILE ASSIGN TO 'data/tellers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TLR-ID
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-TELLER-FILE-STATUS.

    SELECT BRANCH-FILE ASSIGN TO 'data/branches.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BRN-CODE
        FILE STATUS IS WS-BRANCH-FILE-STATUS.

    SELECT STDORDER-FILE ASSIGN TO 'data/stdorders.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-STDORD-FILE-STATUS.

    SELECT OFFCHECK-FILE ASSIGN TO 'data/offchecks.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OFC-SERIAL
        FILE STATUS IS WS-OFFCHECK-FILE-STATUS.

    SELECT CLAIM-FILE ASSIGN TO 'data/claims.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLM-ID
        FILE STATUS IS WS-CLAIM-FILE-STATUS.

    SELECT DRAWER-FILE ASSIGN TO 'data/drawers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DRW-KEY
        FILE STATUS IS WS-DRAWER-FILE-STATUS.

    SELECT VAULT-FILE ASSIGN TO 'data/vault.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-VAULT-FILE-STATUS.

    SELECT OWNER-WORK-FILE ASSIGN TO 'data/brconsol.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OWK-KEY
        FILE STATUS IS WS-OWNWORK-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN TO 'data/audit.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT CONSOL-REPORT-FILE ASSIGN TO WS-CONSOL-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONSOL-RPT-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

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

*> Teller master, same layout Teller Maintenance keeps: the branch
*> each teller works from, and the supervisor who approves the run.
FD  TELLER-FILE.
01  TELLER-RECORD.
    05  TLR-ID                  PIC X(10).
    05  TLR-NAME                PIC X(30).
    05  TLR-ROLE                PIC X(1).
        88  TLR-IS-SUPERVISOR   VALUE 'S'.
        88  TLR-IS-TELLER       VALUE 'T'.
    05  TLR-PASSWORD            PIC X(10).
    05  TLR-POSTING-LIMIT       PIC 9(11)V99.
    05  TLR-ACTIVE-FLAG         PIC X(1).
        88  TLR-ACTIVE          VALUE 'A'.
        88  TLR-DISABLED        VALUE 'D'.
    05  TLR-BRANCH              PIC X(4).
    05  FILLER                  PIC X(6).

*> Branch master, same layout Branch Maintenance keeps.
FD  BRANCH-FILE.
01  BRANCH-RECORD.
    05  BRN-CODE                PIC X(4).
    05  BRN-NAME                PIC X(30).
    05  BRN-ADDRESS             PIC X(50).
    05  BRN-ACTIVE-FLAG         PIC X(1).
        88  BRN-ACTIVE          VALUE 'A'.
        88  BRN-CLOSED          VALUE 'C'.
    05  FILLER                  PIC X(10).

*> Standing orders, same layout STANDORD executes; an order belongs
*> to the branch of the account it pays from.
FD  STDORDER-FILE.
01  STANDING-ORDER-RECORD.
    05  ORD-FROM-ACCOUNT        PIC 9(10).
    05  ORD-TO-ACCOUNT          PIC 9(10).
    05  ORD-AMOUNT              PIC 9(11)V99.
    05  ORD-DAY-OF-MONTH        PIC 9(2).
    05  ORD-DESCRIPTION         PIC X(30).
    05  ORD-LAST-RUN-DATE       PIC X(8).
    05  ORD-FREQUENCY           PIC X(1).
    05  ORD-NEXT-RUN-DATE       PIC X(8).
    05  ORD-END-DATE            PIC X(8).
    05  ORD-PAYMENTS-LEFT       PIC 9(3).
    05  ORD-RETRY-MAX           PIC 9(2).
    05  ORD-RETRY-COUNT         PIC 9(2).
    05  ORD-STATUS              PIC X(1).
        88  ORD-ACTIVE          VALUE 'A' ' '.
        88  ORD-CANCELLED       VALUE 'C'.
        88  ORD-EXPIRED         VALUE 'E'.
        88  ORD-SUSPENDED       VALUE 'S'.
    05  FILLER                  PIC X(10).

*> Official bank check register, same layout BANKLED issues from.
*> Serial zero is the control record.
FD  OFFCHECK-FILE.
01  OFFCHECK-RECORD.
    05  OFC-SERIAL              PIC 9(10).
    05  OFC-ISSUE-DATE          PIC X(8).
    05  OFC-PAYEE               PIC X(40).
    05  OFC-AMOUNT              PIC 9(11)V99.
    05  OFC-FEE                 PIC 9(7)V99.
    05  OFC-PURCHASE-ACCOUNT    PIC 9(10).
    05  OFC-ISSUED-BY           PIC X(10).
    05  OFC-STATUS              PIC X(1).
        88  OFC-OUTSTANDING     VALUE 'O'.
        88  OFC-PAID            VALUE 'P'.
        88  OFC-STOPPED         VALUE 'S'.
    05  OFC-PAID-DATE           PIC X(8).
    05  FILLER                  PIC X(10).

*> Dispute/claim register, same layout BANKLED keeps. Claim zero is
*> the control record.
FD  CLAIM-FILE.
01  CLAIM-RECORD.
    05  CLM-ID                  PIC 9(7).
    05  CLM-OPEN-DATE           PIC X(8).
    05  CLM-ACCOUNT             PIC 9(10).
    05  CLM-DISPUTED-TRANS-ID   PIC 9(12).
    05  CLM-TRACE               PIC X(15).
    05  CLM-AMOUNT              PIC 9(11)V99.
    05  CLM-PROV-TRANS-ID       PIC 9(12).
    05  CLM-STATUS              PIC X(1).
        88  CLM-OPEN            VALUE 'O'.
        88  CLM-RESOLVED        VALUE 'R'.
        88  CLM-DENIED          VALUE 'D'.
    05  CLM-RESOLVED-DATE       PIC X(8).
    05  CLM-OPENED-BY           PIC X(10).
    05  FILLER                  PIC X(10).

*> Cash drawer records, one per teller per business day, same layout
*> TELLBAL balances.
FD  DRAWER-FILE.
01  DRAWER-RECORD.
    05  DRW-KEY.
        10  DRW-TELLER-ID       PIC X(10).
        10  DRW-BUSINESS-DATE   PIC X(8).
    05  DRW-OPENING-FLOAT       PIC S9(11)V99.
    05  DRW-VAULT-BUYS          PIC S9(11)V99.
    05  DRW-VAULT-SELLS         PIC S9(11)V99.
    05  DRW-DECLARED-COUNT      PIC S9(11)V99.
    05  DRW-DECLARED-FLAG       PIC X(1).
        88  DRW-DECLARED        VALUE 'Y'.
    05  FILLER                  PIC X(10).

*> The vault ledger every drawer movement posts against, same layout
*> BANKLED writes.
FD  VAULT-FILE.
01  VAULT-RECORD.
    05  VLT-DATE                PIC X(8).
    05  VLT-TIME                PIC X(8).
    05  VLT-TELLER-ID           PIC X(10).
    05  VLT-MOVEMENT-TYPE       PIC X(1).
        88  VLT-OUT-OF-VAULT    VALUE 'F' 'B'.
        88  VLT-INTO-VAULT      VALUE 'S' 'R'.
    05  VLT-AMOUNT              PIC S9(11)V99.
    05  VLT-DENOMS.
        10  VLT-CNT-100         PIC 9(5).
        10  VLT-CNT-50          PIC 9(5).
        10  VLT-CNT-20          PIC 9(5).
        10  VLT-CNT-10          PIC 9(5).
        10  VLT-CNT-5           PIC 9(5).
        10  VLT-CNT-1           PIC 9(5).
    05  FILLER                  PIC X(10).

*> The accounts ('A') and tellers ('T') this run found on the closing
*> branch, and whether each was moved (on a dry run, would be).
FD  OWNER-WORK-FILE.
01  OWNER-WORK-RECORD.
    05  OWK-KEY.
        10  OWK-KIND            PIC X(1).
        10  OWK-OWNER-ID        PIC X(10).
    05  OWK-MOVED-FLAG          PIC X(1).
        88  OWK-OWNER-MOVED     VALUE 'Y'.
    05  FILLER                  PIC X(10).

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

FD  CONSOL-REPORT-FILE.
01  CONSOL-REPORT-LINE          PIC X(132).

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock.
FD  BUSDATE-FILE.
01  BUSDATE-RECORD.
    05  BUS-CURRENT-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-BUSDATE-FILE-STATUS      PIC X(2).
    88  BUSDATE-FILE-SUCCESS    VALUE '00'.
01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
01  WS-BUSDATE-CHECKED-FLAG     PIC X(1) VALUE 'N'.
    88  BUSDATE-CHECKED         VALUE 'Y'.

01  WS-TELLER-FILE-STATUS       PIC X(2).
    88  TELLER-FILE-SUCCESS     VALUE '00'.
    88  TELLER-FILE-AT-END      VALUE '10'.
    88  TELLER-RECORD-LOCKED    VALUE '90' THRU '99'.
01  WS-TELLER-FILE-OPEN-FLAG    PIC X(1) VALUE 'N'.
    88  TELLER-FILE-OPEN        VALUE 'Y'.
01  WS-TELLER-MASTER-FLAG       PIC X(1) VALUE 'N'.
    88  TELLER-MASTER-IN-USE    VALUE 'Y'.
01  WS-BRANCH-FILE-STATUS       PIC X(2).
    88  BRANCH-FILE-SUCCESS     VALUE '00'.
01  WS-STDORD-FILE-STATUS       PIC X(2).
    88  STDORD-FILE-SUCCESS     VALUE '00'.
01  WS-OFFCHECK-FILE-STATUS     PIC X(2).
    88  OFFCHECK-FILE-SUCCESS   VALUE '00'.
01  WS-CLAIM-FILE-STATUS        PIC X(2).
    88  CLAIM-FILE-SUCCESS      VALUE '00'.
01  WS-DRAWER-FILE-STATUS       PIC X(2).
    88  DRAWER-FILE-SUCCESS     VALUE '00'.
01  WS-VAULT-FILE-STATUS        PIC X(2).
    88  VAULT-FILE-SUCCESS      VALUE '00'.
01  WS-OWNWORK-FILE-STATUS      PIC X(2).
    88  OWNWORK-FILE-SUCCESS    VALUE '00'.
01  WS-AUDIT-FILE-STATUS        PIC X(2).
    88  AUDIT-FILE-SUCCESS      VALUE '00'.
01  WS-AUDIT-FILE-OPEN-FLAG     PIC X(1) VALUE 'N'.
    88  AUDIT-FILE-OPEN         VALUE 'Y'.
01  WS-CONSOL-RPT-STATUS        PIC X(2).
    88  CONSOL-RPT-SUCCESS      VALUE '00'.
01  WS-CONSOL-RPT-NAME          PIC X(50).

*> Record-locking retry controls, same shape as every other batch job.
01  WS-LOCK-FIELDS.
    05  WS-LOCK-RETRY-COUNT     PIC 9(2) VALUE ZERO.
    05  WS-LOCK-MAX-RETRIES     PIC 9(2) VALUE 5.

01  WS-PARM-TEXT                PIC X(40).
01  WS-PARM-TOKENS.
    05  WS-PARM-TOKEN-1         PIC X(10).
    05  WS-PARM-TOKEN-2         PIC X(10).
    05  WS-PARM-TOKEN-3         PIC X(10).
    05  WS-PARM-TOKEN-4         PIC X(10).

*> The consolidation itself: closing and receiving branch, effective
*> date, and whether this is a dry run.
01  WS-CONSOL-FIELDS.
    05  WS-FROM-BRANCH          PIC X(4).
    05  WS-TO-BRANCH            PIC X(4).
    05  WS-FROM-NAME            PIC X(30) VALUE SPACES.
    05  WS-TO-NAME              PIC X(30) VALUE SPACES.
    05  WS-EFFECTIVE-DATE       PIC X(8).
    05  WS-EFFECTIVE-NUM        PIC 9(8).
    05  WS-FROM-STATUS          PIC X(1).
01  WS-DRY-RUN-FLAG             PIC X(1) VALUE 'N'.
    88  DRY-RUN                 VALUE 'Y'.

*> Supervisor sign-off, checked the way BANKLED checks an approver.
01  WS-SUPERVISOR-ID            PIC X(10) VALUE SPACES.
01  WS-INPUT-PASSWORD           PIC X(10).
01  WS-APPROVER-OK-FLAG         PIC X(1) VALUE 'N'.
    88  APPROVER-QUALIFIES      VALUE 'Y'.

*> Owner lookups: what this run did with an item's account or
*> teller, from the owner work file; spaces when the owner was not on
*> the closing branch this run.
01  WS-LOOKUP-FIELDS.
    05  WS-LOOKUP-ACCOUNT       PIC 9(10).
    05  WS-LOOKUP-TELLER        PIC X(10).
    05  WS-OWNER-OUTCOME        PIC X(1).
        88  OWNER-MOVED         VALUE 'M'.
        88  OWNER-LEFT-BEHIND   VALUE 'S'.
        88  OWNER-NOT-CLOSING   VALUE SPACE.

*> One moved item, staged for RECORD-MOVED-ITEM: its report line and
*> the audit image a live run writes for it.
01  WS-ITEM-FIELDS.
    05  WS-ITEM-TYPE            PIC X(14).
    05  WS-ITEM-KEY             PIC X(21).
    05  WS-ITEM-AMOUNT          PIC S9(13)V99.
    05  WS-ITEM-AMOUNT-FLAG     PIC X(1).
        88  ITEM-HAS-AMOUNT     VALUE 'Y'.
    05  WS-ITEM-AMOUNT-TEXT     PIC X(19).
    05  WS-ITEM-STATUS          PIC X(20).
    05  WS-ITEM-MOVED-FLAG      PIC X(1).
        88  ITEM-MOVED          VALUE 'Y'.
01  WS-AUDIT-FIELDS.
    05  WS-AUDIT-ACCOUNT        PIC 9(10).
    05  WS-AUDIT-FIELD-NAME     PIC X(20).
    05  WS-AUDIT-OLD-VALUE      PIC X(50).
    05  WS-AUDIT-NEW-VALUE      PIC X(50).

*> Control totals per category of moved item.
01  WS-CONTROL-TOTALS.
    05  WS-ACCOUNTS-MOVED       PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNTS-BALANCE     PIC S9(15)V99 VALUE ZERO.
    05  WS-TELLERS-MOVED        PIC 9(7) VALUE ZERO.
    05  WS-DRAWERS-MOVED        PIC 9(7) VALUE ZERO.
    05  WS-DRAWERS-AMOUNT       PIC S9(15)V99 VALUE ZERO.
    05  WS-VAULT-MOVED          PIC 9(7) VALUE ZERO.
    05  WS-VAULT-AMOUNT         PIC S9(15)V99 VALUE ZERO.
    05  WS-STDORD-MOVED         PIC 9(7) VALUE ZERO.
    05  WS-STDORD-AMOUNT        PIC S9(15)V99 VALUE ZERO.
    05  WS-OFFCHECK-MOVED       PIC 9(7) VALUE ZERO.
    05  WS-OFFCHECK-AMOUNT      PIC S9(15)V99 VALUE ZERO.
    05  WS-CLAIMS-MOVED         PIC 9(7) VALUE ZERO.
    05  WS-CLAIMS-AMOUNT        PIC S9(15)V99 VALUE ZERO.
    05  WS-ITEMS-NOT-MOVED      PIC 9(7) VALUE ZERO.
    05  WS-AUDIT-WRITTEN        PIC 9(7) VALUE ZERO.
    05  WS-BRANCH-OUTCOME       PIC X(50) VALUE SPACES.

01  WS-DISPLAY-FIELDS.
    05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  WS-CNT-DISPLAY          PIC ZZZ,ZZ9.
    05  WS-TOTAL-CATEGORY       PIC X(28).
    05  WS-TOTAL-COUNT          PIC 9(7).
    05  WS-TOTAL-AMOUNT         PIC S9(15)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-CONSOLIDATION
    PERFORM VALIDATE-BRANCHES
    PERFORM OPEN-CONSOLIDATION-FILES
    IF NOT DRY-RUN
        PERFORM OBTAIN-SUPERVISOR-APPROVAL
    END-IF
    PERFORM WRITE-REPORT-HEADING
    PERFORM MOVE-ACCOUNTS
    PERFORM MOVE-TELLERS
    PERFORM MOVE-STANDING-ORDERS
    PERFORM MOVE-OFFICIAL-CHECKS
    PERFORM MOVE-OPEN-CLAIMS
    PERFORM MOVE-DRAWER-POSITIONS
    PERFORM MOVE-VAULT-POSITIONS
    PERFORM DEACTIVATE-CLOSING-BRANCH
    PERFORM WRITE-CONTROL-TOTALS
    PERFORM CLEANUP-CONSOLIDATION
    STOP RUN.

INITIALIZE-CONSOLIDATION.
    DISPLAY '==================================================================='
    DISPLAY '          BRANCH CONSOLIDATION'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME

    MOVE SPACES TO WS-PARM-TEXT
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    MOVE SPACES TO WS-PARM-TOKENS
    UNSTRING WS-PARM-TEXT DELIMITED BY ALL ' '
        INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
             WS-PARM-TOKEN-4
    END-UNSTRING
    MOVE WS-PARM-TOKEN-1 TO WS-FROM-BRANCH
    MOVE WS-PARM-TOKEN-2 TO WS-TO-BRANCH
    MOVE WS-PARM-TOKEN-3(1:8) TO WS-EFFECTIVE-DATE
    IF WS-PARM-TOKEN-4 = 'DRYRUN'
        SET DRY-RUN TO TRUE
    END-IF

    IF WS-FROM-BRANCH = SPACES OR WS-TO-BRANCH = SPACES
            OR WS-PARM-TOKEN-1(5:6) NOT = SPACES
            OR WS-PARM-TOKEN-2(5:6) NOT = SPACES
            OR WS-EFFECTIVE-DATE IS NOT NUMERIC
            OR (WS-PARM-TOKEN-4 NOT = SPACES AND NOT DRY-RUN)
        DISPLAY 'Usage: BRCONSOL <from-branch> <to-branch>'
                ' <effective YYYYMMDD> [DRYRUN]'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-EFFECTIVE-DATE TO WS-EFFECTIVE-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-NUM) NOT = ZERO
        DISPLAY 'ERROR: Effective date ' WS-EFFECTIVE-DATE
                ' is not a valid date.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-FROM-BRANCH = WS-TO-BRANCH
        DISPLAY 'ERROR: The closing and receiving branch are the same.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT DRY-RUN AND WS-EFFECTIVE-DATE > WS-CURRENT-DATE
        DISPLAY 'ERROR: Effective date ' WS-EFFECTIVE-DATE
                ' is after the business date ' WS-CURRENT-DATE '.'
        DISPLAY '       Run with DRYRUN to preview the consolidation.'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY 'Closing branch:   ' WS-FROM-BRANCH
    DISPLAY 'Receiving branch: ' WS-TO-BRANCH
    DISPLAY 'Effective date:   ' WS-EFFECTIVE-DATE
    IF DRY-RUN
        DISPLAY 'DRY RUN -- nothing will be changed.'
    END-IF.

*> Both branches must be on the branch master; the receiving one must
*> be open. The closing branch may already be closed -- a re-run to
*> pick up whatever an earlier run left behind.
VALIDATE-BRANCHES.
    IF DRY-RUN
        OPEN INPUT BRANCH-FILE
    ELSE
        OPEN I-O BRANCH-FILE
    END-IF
    IF NOT BRANCH-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open the branch master. Status: '
                WS-BRANCH-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-TO-BRANCH TO BRN-CODE
    READ BRANCH-FILE
    IF NOT BRANCH-FILE-SUCCESS
        DISPLAY 'ERROR: Receiving branch ' WS-TO-BRANCH
                ' is not on the branch master.'
        CLOSE BRANCH-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT BRN-ACTIVE
        DISPLAY 'ERROR: Receiving branch ' WS-TO-BRANCH
                ' is not active.'
        CLOSE BRANCH-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE BRN-NAME TO WS-TO-NAME

    MOVE WS-FROM-BRANCH TO BRN-CODE
    READ BRANCH-FILE
    IF NOT BRANCH-FILE-SUCCESS
        DISPLAY 'ERROR: Closing branch ' WS-FROM-BRANCH
                ' is not on the branch master.'
        CLOSE BRANCH-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE BRN-NAME TO WS-FROM-NAME
    MOVE BRN-ACTIVE-FLAG TO WS-FROM-STATUS.

OPEN-CONSOLIDATION-FILES.
    IF DRY-RUN
        OPEN INPUT ACCOUNT-FILE
    ELSE
        OPEN I-O ACCOUNT-FILE
    END-IF
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: '
                WS-FILE-STATUS
        CLOSE BRANCH-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF DRY-RUN
        OPEN INPUT TELLER-FILE
    ELSE
        OPEN I-O TELLER-FILE
    END-IF
    IF TELLER-FILE-SUCCESS
        SET TELLER-FILE-OPEN TO TRUE
        MOVE LOW-VALUES TO TLR-ID
        START TELLER-FILE KEY NOT < TLR-ID
        IF TELLER-FILE-SUCCESS
            READ TELLER-FILE NEXT RECORD
            IF TELLER-FILE-SUCCESS
                SET TELLER-MASTER-IN-USE TO TRUE
            END-IF
        END-IF
    ELSE
        DISPLAY 'No teller master on file -- no tellers to move.'
    END-IF

    MOVE SPACES TO WS-CONSOL-RPT-NAME
    IF DRY-RUN
        STRING 'data/brconsol_dryrun_' WS-FROM-BRANCH '_'
               WS-EFFECTIVE-DATE '.txt'
            DELIMITED BY SIZE INTO WS-CONSOL-RPT-NAME
    ELSE
        STRING 'data/brconsol_' WS-FROM-BRANCH '_'
               WS-EFFECTIVE-DATE '.txt'
            DELIMITED BY SIZE INTO WS-CONSOL-RPT-NAME
    END-IF
    OPEN OUTPUT CONSOL-REPORT-FILE
    IF NOT CONSOL-RPT-SUCCESS
        DISPLAY 'ERROR: Unable to open ' WS-CONSOL-RPT-NAME
                '. Status: ' WS-CONSOL-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT OWNER-WORK-FILE
    CLOSE OWNER-WORK-FILE
    OPEN I-O OWNER-WORK-FILE
    IF NOT OWNWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open OWNER-WORK-FILE. Status: '
                WS-OWNWORK-FILE-STATUS
        PERFORM ABORT-CONSOLIDATION
    END-IF.

*> The supervisor who answers for the consolidation keys ID and
*> password at the console. With the teller master in use the ID must
*> be an active supervisor record and the password its own; with no
*> master (bootstrap) any ID is accepted, exactly as BANKLED's
*> approvals behave. The ID stamps every audit image the run writes.
OBTAIN-SUPERVISOR-APPROVAL.
    DISPLAY ' '
    DISPLAY 'SUPERVISOR APPROVAL REQUIRED: consolidate branch '
            WS-FROM-BRANCH ' into ' WS-TO-BRANCH
    DISPLAY 'Supervisor ID (blank to cancel): ' WITH NO ADVANCING
    ACCEPT WS-SUPERVISOR-ID
    IF WS-SUPERVISOR-ID = SPACES
        DISPLAY 'Approval not given -- consolidation cancelled.'
        PERFORM ABORT-CONSOLIDATION
    END-IF
    IF NOT TELLER-MASTER-IN-USE
        SET APPROVER-QUALIFIES TO TRUE
    ELSE
        MOVE WS-SUPERVISOR-ID TO TLR-ID
        READ TELLER-FILE
        EVALUATE TRUE
            WHEN NOT TELLER-FILE-SUCCESS
                DISPLAY 'ERROR: Approver ID not on the teller master.'
            WHEN TLR-DISABLED
                DISPLAY 'ERROR: Approver ID is disabled.'
            WHEN NOT TLR-IS-SUPERVISOR
                DISPLAY 'ERROR: Approver is not a supervisor.'
            WHEN OTHER
                DISPLAY 'Supervisor password: ' WITH NO ADVANCING
                ACCEPT WS-INPUT-PASSWORD
                IF TLR-PASSWORD = WS-INPUT-PASSWORD
                    SET APPROVER-QUALIFIES TO TRUE
                ELSE
                    DISPLAY 'ERROR: Password does not match.'
                END-IF
        END-EVALUATE
    END-IF
    IF NOT APPROVER-QUALIFIES
        DISPLAY 'Consolidation cancelled.'
        PERFORM ABORT-CONSOLIDATION
    END-IF
    DISPLAY 'Approved by ' WS-SUPERVISOR-ID

    OPEN EXTEND AUDIT-FILE
    IF NOT AUDIT-FILE-SUCCESS
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF NOT AUDIT-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open the audit trail. Status: '
                WS-AUDIT-FILE-STATUS
        PERFORM ABORT-CONSOLIDATION
    END-IF
    SET AUDIT-FILE-OPEN TO TRUE.

WRITE-REPORT-HEADING.
    MOVE ALL '=' TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING 'BRANCH CONSOLIDATION -- MOVED-ITEMS CONTROL REPORT'
           '          Business date: ' WS-CURRENT-DATE
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE ALL '=' TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING 'Closing branch:   ' WS-FROM-BRANCH ' ' WS-FROM-NAME
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING 'Receiving branch: ' WS-TO-BRANCH ' ' WS-TO-NAME
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING 'Effective date:   ' WS-EFFECTIVE-DATE
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE SPACES TO CONSOL-REPORT-LINE
    IF DRY-RUN
        MOVE 'DRY RUN -- NOTHING HAS BEEN CHANGED' TO CONSOL-REPORT-LINE
    ELSE
        STRING 'Approved by:      ' WS-SUPERVISOR-ID
            DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    END-IF
    WRITE CONSOL-REPORT-LINE
    MOVE SPACES TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE '  Item            Key                                 Amount  Status'
        TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE ALL '-' TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE.

*> Active and suspended orders paying from one of the closing
*> branch's accounts. Cancelled and expired orders will never run
*> again and stay where they are.
MOVE-STANDING-ORDERS.
    OPEN INPUT STDORDER-FILE
    IF STDORD-FILE-SUCCESS
        PERFORM READ-NEXT-STDORDER
        PERFORM UNTIL NOT STDORD-FILE-SUCCESS
            IF ORD-ACTIVE OR ORD-SUSPENDED
                MOVE ORD-FROM-ACCOUNT TO WS-LOOKUP-ACCOUNT
                PERFORM LOOKUP-ACCOUNT-OWNER
                IF NOT OWNER-NOT-CLOSING
                    MOVE 'STANDING ORDER' TO WS-ITEM-TYPE
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING ORD-FROM-ACCOUNT '>' ORD-TO-ACCOUNT
                        DELIMITED BY SIZE INTO WS-ITEM-KEY
                    MOVE ORD-AMOUNT TO WS-ITEM-AMOUNT
                    SET ITEM-HAS-AMOUNT TO TRUE
                    MOVE ORD-FROM-ACCOUNT TO WS-AUDIT-ACCOUNT
                    MOVE SPACES TO WS-AUDIT-FIELD-NAME
                    STRING 'STDORD:' ORD-TO-ACCOUNT
                        DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
                    PERFORM STAGE-BRANCH-AUDIT-VALUES
                    PERFORM STAGE-OWNER-OUTCOME
                    PERFORM RECORD-MOVED-ITEM
                    IF ITEM-MOVED
                        ADD 1 TO WS-STDORD-MOVED
                        ADD ORD-AMOUNT TO WS-STDORD-AMOUNT
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-STDORDER
        END-PERFORM
        CLOSE STDORDER-FILE
    END-IF.

READ-NEXT-STDORDER.
    READ STDORDER-FILE AT END
        MOVE '10' TO WS-STDORD-FILE-STATUS
    END-READ.

*> Outstanding official checks bought from one of the closing
*> branch's accounts, or sold for cash by one of its tellers.
MOVE-OFFICIAL-CHECKS.
    OPEN INPUT OFFCHECK-FILE
    IF OFFCHECK-FILE-SUCCESS
        MOVE ZERO TO OFC-SERIAL
        START OFFCHECK-FILE KEY > OFC-SERIAL
        IF OFFCHECK-FILE-SUCCESS
            PERFORM READ-NEXT-OFFCHECK
        END-IF
        PERFORM UNTIL NOT OFFCHECK-FILE-SUCCESS
            IF OFC-OUTSTANDING
                IF OFC-PURCHASE-ACCOUNT = ZERO
                    MOVE OFC-ISSUED-BY TO WS-LOOKUP-TELLER
                    PERFORM LOOKUP-TELLER-OWNER
                ELSE
                    MOVE OFC-PURCHASE-ACCOUNT TO WS-LOOKUP-ACCOUNT
                    PERFORM LOOKUP-ACCOUNT-OWNER
                END-IF
                IF NOT OWNER-NOT-CLOSING
                    MOVE 'OFFICIAL CHECK' TO WS-ITEM-TYPE
                    MOVE OFC-SERIAL TO WS-ITEM-KEY
                    MOVE OFC-AMOUNT TO WS-ITEM-AMOUNT
                    SET ITEM-HAS-AMOUNT TO TRUE
                    MOVE OFC-PURCHASE-ACCOUNT TO WS-AUDIT-ACCOUNT
                    MOVE SPACES TO WS-AUDIT-FIELD-NAME
                    STRING 'OFFCHECK:' OFC-SERIAL
                        DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
                    PERFORM STAGE-BRANCH-AUDIT-VALUES
                    PERFORM STAGE-OWNER-OUTCOME
                    PERFORM RECORD-MOVED-ITEM
                    IF ITEM-MOVED
                        ADD 1 TO WS-OFFCHECK-MOVED
                        ADD OFC-AMOUNT TO WS-OFFCHECK-AMOUNT
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-OFFCHECK
        END-PERFORM
        CLOSE OFFCHECK-FILE
    END-IF.

READ-NEXT-OFFCHECK.
    READ OFFCHECK-FILE NEXT RECORD AT END
        MOVE '10' TO WS-OFFCHECK-FILE-STATUS
    END-READ.

*> Claims still open against one of the closing branch's accounts.
MOVE-OPEN-CLAIMS.
    OPEN INPUT CLAIM-FILE
    IF CLAIM-FILE-SUCCESS
        MOVE ZERO TO CLM-ID
        START CLAIM-FILE KEY > CLM-ID
        IF CLAIM-FILE-SUCCESS
            PERFORM READ-NEXT-CLAIM
        END-IF
        PERFORM UNTIL NOT CLAIM-FILE-SUCCESS
            IF CLM-OPEN
                MOVE CLM-ACCOUNT TO WS-LOOKUP-ACCOUNT
                PERFORM LOOKUP-ACCOUNT-OWNER
                IF NOT OWNER-NOT-CLOSING
                    MOVE 'CLAIM' TO WS-ITEM-TYPE
                    MOVE CLM-ID TO WS-ITEM-KEY
                    MOVE CLM-AMOUNT TO WS-ITEM-AMOUNT
                    SET ITEM-HAS-AMOUNT TO TRUE
                    MOVE CLM-ACCOUNT TO WS-AUDIT-ACCOUNT
                    MOVE SPACES TO WS-AUDIT-FIELD-NAME
                    STRING 'CLAIM:' CLM-ID
                        DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
                    PERFORM STAGE-BRANCH-AUDIT-VALUES
                    PERFORM STAGE-OWNER-OUTCOME
                    PERFORM RECORD-MOVED-ITEM
                    IF ITEM-MOVED
                        ADD 1 TO WS-CLAIMS-MOVED
                        ADD CLM-AMOUNT TO WS-CLAIMS-AMOUNT
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-CLAIM
        END-PERFORM
        CLOSE CLAIM-FILE
    END-IF.

READ-NEXT-CLAIM.
    READ CLAIM-FILE NEXT RECORD AT END
        MOVE '10' TO WS-CLAIM-FILE-STATUS
    END-READ.

*> The closing branch's tellers' drawers from the effective date on.
*> The position is the declared count once the drawer is declared,
*> otherwise what the vault has issued to it (float plus buys less
*> sells).
MOVE-DRAWER-POSITIONS.
    OPEN INPUT DRAWER-FILE
    IF DRAWER-FILE-SUCCESS
        MOVE LOW-VALUES TO DRW-KEY
        START DRAWER-FILE KEY NOT < DRW-KEY
        IF DRAWER-FILE-SUCCESS
            PERFORM READ-NEXT-DRAWER
        END-IF
        PERFORM UNTIL NOT DRAWER-FILE-SUCCESS
            IF DRW-BUSINESS-DATE NOT < WS-EFFECTIVE-DATE
                MOVE DRW-TELLER-ID TO WS-LOOKUP-TELLER
                PERFORM LOOKUP-TELLER-OWNER
                IF NOT OWNER-NOT-CLOSING
                    MOVE 'DRAWER' TO WS-ITEM-TYPE
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING DRW-TELLER-ID ' ' DRW-BUSINESS-DATE
                        DELIMITED BY SIZE INTO WS-ITEM-KEY
                    IF DRW-DECLARED
                        MOVE DRW-DECLARED-COUNT TO WS-ITEM-AMOUNT
                    ELSE
                        COMPUTE WS-ITEM-AMOUNT = DRW-OPENING-FLOAT
                            + DRW-VAULT-BUYS - DRW-VAULT-SELLS
                    END-IF
                    SET ITEM-HAS-AMOUNT TO TRUE
                    MOVE ZERO TO WS-AUDIT-ACCOUNT
                    MOVE SPACES TO WS-AUDIT-FIELD-NAME
                    STRING 'DRAWER:' DRW-TELLER-ID
                        DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
                    MOVE SPACES TO WS-AUDIT-OLD-VALUE
                    STRING 'BRANCH ' WS-FROM-BRANCH ' DAY '
                           DRW-BUSINESS-DATE
                        DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
                    MOVE SPACES TO WS-AUDIT-NEW-VALUE
                    STRING 'BRANCH ' WS-TO-BRANCH ' DAY '
                           DRW-BUSINESS-DATE
                        DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                    PERFORM STAGE-OWNER-OUTCOME
                    PERFORM RECORD-MOVED-ITEM
                    IF ITEM-MOVED
                        ADD 1 TO WS-DRAWERS-MOVED
                        ADD WS-ITEM-AMOUNT TO WS-DRAWERS-AMOUNT
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-DRAWER
        END-PERFORM
        CLOSE DRAWER-FILE
    END-IF.

READ-NEXT-DRAWER.
    READ DRAWER-FILE NEXT RECORD AT END
        MOVE '10' TO WS-DRAWER-FILE-STATUS
    END-READ.

*> The closing branch's tellers' vault movements from the effective
*> date on, signed as the vault sees them: floats and buys out of the
*> vault positive, sells and returns back into it negative, so the
*> total is the net cash the moved drawers hold from the vault.
MOVE-VAULT-POSITIONS.
    OPEN INPUT VAULT-FILE
    IF VAULT-FILE-SUCCESS
        PERFORM READ-NEXT-VAULT
        PERFORM UNTIL NOT VAULT-FILE-SUCCESS
            IF VLT-DATE NOT < WS-EFFECTIVE-DATE
                MOVE VLT-TELLER-ID TO WS-LOOKUP-TELLER
                PERFORM LOOKUP-TELLER-OWNER
                IF NOT OWNER-NOT-CLOSING
                    MOVE 'VAULT' TO WS-ITEM-TYPE
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING VLT-TELLER-ID ' ' VLT-DATE
                        DELIMITED BY SIZE INTO WS-ITEM-KEY
                    IF VLT-INTO-VAULT
                        COMPUTE WS-ITEM-AMOUNT = ZERO - VLT-AMOUNT
                    ELSE
                        MOVE VLT-AMOUNT TO WS-ITEM-AMOUNT
                    END-IF
                    SET ITEM-HAS-AMOUNT TO TRUE
                    MOVE ZERO TO WS-AUDIT-ACCOUNT
                    MOVE SPACES TO WS-AUDIT-FIELD-NAME
                    STRING 'VAULT:' VLT-TELLER-ID
                        DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
                    MOVE SPACES TO WS-AUDIT-OLD-VALUE
                    STRING 'BRANCH ' WS-FROM-BRANCH ' DAY ' VLT-DATE
                           ' ' VLT-TIME ' ' VLT-MOVEMENT-TYPE
                        DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
                    MOVE SPACES TO WS-AUDIT-NEW-VALUE
                    STRING 'BRANCH ' WS-TO-BRANCH ' DAY ' VLT-DATE
                           ' ' VLT-TIME ' ' VLT-MOVEMENT-TYPE
                        DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                    PERFORM STAGE-OWNER-OUTCOME
                    PERFORM RECORD-MOVED-ITEM
                    IF ITEM-MOVED
                        ADD 1 TO WS-VAULT-MOVED
                        ADD WS-ITEM-AMOUNT TO WS-VAULT-AMOUNT
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-VAULT
        END-PERFORM
        CLOSE VAULT-FILE
    END-IF.

READ-NEXT-VAULT.
    READ VAULT-FILE AT END
        MOVE '10' TO WS-VAULT-FILE-STATUS
    END-READ.

*> Every account on the closing branch, whatever its status, is
*> rewritten onto the receiving branch. An account another session
*> holds is reported and left for a re-run.
MOVE-ACCOUNTS.
    MOVE LOW-VALUES TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM READ-NEXT-ACCOUNT
    ELSE
        SET FILE-AT-END TO TRUE
    END-IF
    PERFORM UNTIL FILE-AT-END
        IF FILE-RECORD-LOCKED
            DISPLAY 'SKIPPED account ' ACCOUNT-NUMBER
                    ' (locked by another session)'
            IF BRANCH-CODE = WS-FROM-BRANCH
                    OR (BRANCH-CODE = SPACES AND WS-FROM-BRANCH = '0001')
                MOVE 'ACCOUNT' TO WS-ITEM-TYPE
                MOVE ACCOUNT-NUMBER TO WS-ITEM-KEY
                MOVE ACCOUNT-BALANCE TO WS-ITEM-AMOUNT
                SET ITEM-HAS-AMOUNT TO TRUE
                MOVE 'N' TO WS-ITEM-MOVED-FLAG
                MOVE 'NOT MOVED - LOCKED' TO WS-ITEM-STATUS
                PERFORM RECORD-MOVED-ITEM
                PERFORM REMEMBER-ACCOUNT-OWNER
            END-IF
        ELSE
            IF BRANCH-CODE = WS-FROM-BRANCH
                    OR (BRANCH-CODE = SPACES AND WS-FROM-BRANCH = '0001')
                PERFORM MOVE-ONE-ACCOUNT
            END-IF
            IF NOT DRY-RUN
                UNLOCK ACCOUNT-FILE
            END-IF
        END-IF
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM.

READ-NEXT-ACCOUNT.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    IF DRY-RUN
        READ ACCOUNT-FILE NEXT RECORD
            AT END
                SET FILE-AT-END TO TRUE
        END-READ
    ELSE
        READ ACCOUNT-FILE NEXT RECORD WITH LOCK
            AT END
                SET FILE-AT-END TO TRUE
        END-READ
        PERFORM UNTIL FILE-AT-END OR NOT FILE-RECORD-LOCKED
                OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
            ADD 1 TO WS-LOCK-RETRY-COUNT
            READ ACCOUNT-FILE NEXT RECORD WITH LOCK
                AT END
                    SET FILE-AT-END TO TRUE
            END-READ
        END-PERFORM
    END-IF.

MOVE-ONE-ACCOUNT.
    MOVE 'ACCOUNT' TO WS-ITEM-TYPE
    MOVE ACCOUNT-NUMBER TO WS-ITEM-KEY
    MOVE ACCOUNT-BALANCE TO WS-ITEM-AMOUNT
    SET ITEM-HAS-AMOUNT TO TRUE
    MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
    MOVE 'BRANCH-CODE' TO WS-AUDIT-FIELD-NAME
    MOVE BRANCH-CODE TO WS-AUDIT-OLD-VALUE
    MOVE WS-TO-BRANCH TO WS-AUDIT-NEW-VALUE
    SET ITEM-MOVED TO TRUE
    IF NOT DRY-RUN
        MOVE WS-TO-BRANCH TO BRANCH-CODE
        REWRITE ACCOUNT-RECORD
        IF NOT FILE-SUCCESS
            DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                    ' status ' WS-FILE-STATUS
            MOVE 'N' TO WS-ITEM-MOVED-FLAG
            MOVE 'NOT MOVED - ERROR' TO WS-ITEM-STATUS
        END-IF
    END-IF
    PERFORM RECORD-MOVED-ITEM
    PERFORM REMEMBER-ACCOUNT-OWNER
    IF ITEM-MOVED
        ADD 1 TO WS-ACCOUNTS-MOVED
        ADD ACCOUNT-BALANCE TO WS-ACCOUNTS-BALANCE
    END-IF.

*> The account just listed, for its items to follow.
REMEMBER-ACCOUNT-OWNER.
    MOVE 'A' TO OWK-KIND
    MOVE ACCOUNT-NUMBER TO OWK-OWNER-ID
    PERFORM REMEMBER-OWNER.

*> Every teller on the closing branch, active or disabled, moves to
*> the receiving branch and signs on there from now on.
MOVE-TELLERS.
    IF TELLER-FILE-OPEN
        MOVE LOW-VALUES TO TLR-ID
        START TELLER-FILE KEY NOT < TLR-ID
        IF TELLER-FILE-SUCCESS
            PERFORM READ-NEXT-TELLER
        ELSE
            MOVE '10' TO WS-TELLER-FILE-STATUS
        END-IF
        PERFORM UNTIL TELLER-FILE-AT-END
            IF TELLER-RECORD-LOCKED
                DISPLAY 'SKIPPED teller ' TLR-ID
                        ' (locked by another session)'
                IF TLR-BRANCH = WS-FROM-BRANCH
                        OR (TLR-BRANCH = SPACES
                            AND WS-FROM-BRANCH = '0001')
                    MOVE 'TELLER' TO WS-ITEM-TYPE
                    MOVE TLR-ID TO WS-ITEM-KEY
                    MOVE 'N' TO WS-ITEM-AMOUNT-FLAG
                    MOVE 'N' TO WS-ITEM-MOVED-FLAG
                    MOVE 'NOT MOVED - LOCKED' TO WS-ITEM-STATUS
                    PERFORM RECORD-MOVED-ITEM
                    PERFORM REMEMBER-TELLER-OWNER
                END-IF
            ELSE
                IF TLR-BRANCH = WS-FROM-BRANCH
                        OR (TLR-BRANCH = SPACES
                            AND WS-FROM-BRANCH = '0001')
                    PERFORM MOVE-ONE-TELLER
                END-IF
                IF NOT DRY-RUN
                    UNLOCK TELLER-FILE
                END-IF
            END-IF
            PERFORM READ-NEXT-TELLER
        END-PERFORM
    END-IF.

READ-NEXT-TELLER.
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    IF DRY-RUN
        READ TELLER-FILE NEXT RECORD
            AT END
                MOVE '10' TO WS-TELLER-FILE-STATUS
        END-READ
    ELSE
        READ TELLER-FILE NEXT RECORD WITH LOCK
            AT END
                MOVE '10' TO WS-TELLER-FILE-STATUS
        END-READ
        PERFORM UNTIL TELLER-FILE-AT-END OR NOT TELLER-RECORD-LOCKED
                OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
            ADD 1 TO WS-LOCK-RETRY-COUNT
            READ TELLER-FILE NEXT RECORD WITH LOCK
                AT END
                    MOVE '10' TO WS-TELLER-FILE-STATUS
            END-READ
        END-PERFORM
    END-IF.

MOVE-ONE-TELLER.
    MOVE 'TELLER' TO WS-ITEM-TYPE
    MOVE TLR-ID TO WS-ITEM-KEY
    MOVE 'N' TO WS-ITEM-AMOUNT-FLAG
    MOVE ZERO TO WS-AUDIT-ACCOUNT
    MOVE SPACES TO WS-AUDIT-FIELD-NAME
    STRING 'TELLER:' TLR-ID
        DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
    MOVE SPACES TO WS-AUDIT-OLD-VALUE
    STRING 'BRANCH ' TLR-BRANCH
        DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
    MOVE SPACES TO WS-AUDIT-NEW-VALUE
    STRING 'BRANCH ' WS-TO-BRANCH
        DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
    SET ITEM-MOVED TO TRUE
    IF NOT DRY-RUN
        MOVE WS-TO-BRANCH TO TLR-BRANCH
        REWRITE TELLER-RECORD
        IF NOT TELLER-FILE-SUCCESS
            DISPLAY 'ERROR rewriting teller ' TLR-ID
                    ' status ' WS-TELLER-FILE-STATUS
            MOVE 'N' TO WS-ITEM-MOVED-FLAG
            MOVE 'NOT MOVED - ERROR' TO WS-ITEM-STATUS
        END-IF
    END-IF
    PERFORM RECORD-MOVED-ITEM
    PERFORM REMEMBER-TELLER-OWNER
    IF ITEM-MOVED
        ADD 1 TO WS-TELLERS-MOVED
    END-IF.

*> The teller just listed, for its items to follow.
REMEMBER-TELLER-OWNER.
    MOVE 'T' TO OWK-KIND
    MOVE TLR-ID TO OWK-OWNER-ID
    PERFORM REMEMBER-OWNER.

*> Notes one owner on the work file, moved or not, as staged in the
*> item fields it was just listed with.
REMEMBER-OWNER.
    IF ITEM-MOVED
        SET OWK-OWNER-MOVED TO TRUE
    ELSE
        MOVE 'N' TO OWK-MOVED-FLAG
    END-IF
    WRITE OWNER-WORK-RECORD
    IF NOT OWNWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to write OWNER-WORK-FILE. Status: '
                WS-OWNWORK-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The closing branch goes to 'C' on the branch master once nothing
*> is left on it; from then on no account can be opened there.
DEACTIVATE-CLOSING-BRANCH.
    EVALUATE TRUE
        WHEN WS-ITEMS-NOT-MOVED > ZERO
            MOVE 'LEFT ACTIVE -- items not moved, re-run to finish'
                TO WS-BRANCH-OUTCOME
        WHEN WS-FROM-STATUS = 'C'
            MOVE 'ALREADY CLOSED ON THE BRANCH MASTER'
                TO WS-BRANCH-OUTCOME
        WHEN DRY-RUN
            MOVE 'WILL BE DEACTIVATED (C)' TO WS-BRANCH-OUTCOME
        WHEN OTHER
            MOVE WS-FROM-BRANCH TO BRN-CODE
            READ BRANCH-FILE
            IF BRANCH-FILE-SUCCESS
                MOVE BRN-ACTIVE-FLAG TO WS-AUDIT-OLD-VALUE
                SET BRN-CLOSED TO TRUE
                REWRITE BRANCH-RECORD
            END-IF
            IF BRANCH-FILE-SUCCESS
                MOVE ZERO TO WS-AUDIT-ACCOUNT
                MOVE SPACES TO WS-AUDIT-FIELD-NAME
                STRING 'BRANCH:' WS-FROM-BRANCH
                    DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
                MOVE BRN-ACTIVE-FLAG TO WS-AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
                MOVE 'DEACTIVATED (C)' TO WS-BRANCH-OUTCOME
            ELSE
                DISPLAY 'ERROR: Unable to close branch ' WS-FROM-BRANCH
                        ' on the branch master. Status: '
                        WS-BRANCH-FILE-STATUS
                MOVE 'LEFT ACTIVE -- branch master could not be updated'
                    TO WS-BRANCH-OUTCOME
            END-IF
    END-EVALUATE.

*> The items' own branch before and after, for the audit image.
STAGE-BRANCH-AUDIT-VALUES.
    MOVE SPACES TO WS-AUDIT-OLD-VALUE
    STRING 'BRANCH ' WS-FROM-BRANCH
        DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
    MOVE SPACES TO WS-AUDIT-NEW-VALUE
    STRING 'BRANCH ' WS-TO-BRANCH
        DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE.

*> One line on the moved-items listing and, on a live run, the audit
*> image for an item that moved. Caller stages the item fields; an
*> item that did not move carries its reason in WS-ITEM-STATUS.
RECORD-MOVED-ITEM.
    IF ITEM-MOVED
        IF DRY-RUN
            MOVE 'TO MOVE' TO WS-ITEM-STATUS
        ELSE
            MOVE 'MOVED' TO WS-ITEM-STATUS
            PERFORM WRITE-AUDIT-RECORD
        END-IF
    ELSE
        ADD 1 TO WS-ITEMS-NOT-MOVED
    END-IF
    IF ITEM-HAS-AMOUNT
        MOVE WS-ITEM-AMOUNT TO WS-AMT-DISPLAY
        MOVE WS-AMT-DISPLAY TO WS-ITEM-AMOUNT-TEXT
    ELSE
        MOVE SPACES TO WS-ITEM-AMOUNT-TEXT
    END-IF
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING '  ' WS-ITEM-TYPE '  ' WS-ITEM-KEY '  ' WS-ITEM-AMOUNT-TEXT
           '  ' WS-ITEM-STATUS
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE 'N' TO WS-ITEM-AMOUNT-FLAG.

*> Appends one before/after image under the approving supervisor,
*> same layout and field-name convention as BANKLED's
*> WRITE-AUDIT-RECORD.
WRITE-AUDIT-RECORD.
    MOVE WS-CURRENT-DATE TO AUD-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME TO AUD-TIME
    MOVE WS-SUPERVISOR-ID TO AUD-TELLER-ID
    MOVE WS-AUDIT-ACCOUNT TO AUD-ACCOUNT-NUMBER
    MOVE WS-AUDIT-FIELD-NAME TO AUD-FIELD-NAME
    MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
    MOVE WS-AUDIT-NEW-VALUE TO AUD-NEW-VALUE
    WRITE AUDIT-RECORD
    ADD 1 TO WS-AUDIT-WRITTEN.

*> What became of an item's owner this run: the work file only holds
*> owners found on the closing branch, so anything not on it stays
*> where it is.
LOOKUP-ACCOUNT-OWNER.
    MOVE 'A' TO OWK-KIND
    MOVE WS-LOOKUP-ACCOUNT TO OWK-OWNER-ID
    PERFORM LOOKUP-OWNER-OUTCOME.

LOOKUP-TELLER-OWNER.
    IF WS-LOOKUP-TELLER = SPACES
        MOVE SPACE TO WS-OWNER-OUTCOME
    ELSE
        MOVE 'T' TO OWK-KIND
        MOVE WS-LOOKUP-TELLER TO OWK-OWNER-ID
        PERFORM LOOKUP-OWNER-OUTCOME
    END-IF.

LOOKUP-OWNER-OUTCOME.
    MOVE SPACE TO WS-OWNER-OUTCOME
    READ OWNER-WORK-FILE
    IF OWNWORK-FILE-SUCCESS
        IF OWK-OWNER-MOVED
            SET OWNER-MOVED TO TRUE
        ELSE
            SET OWNER-LEFT-BEHIND TO TRUE
        END-IF
    END-IF.

*> An item moves when, and only when, its owner did.
STAGE-OWNER-OUTCOME.
    IF OWNER-MOVED
        SET ITEM-MOVED TO TRUE
    ELSE
        MOVE 'N' TO WS-ITEM-MOVED-FLAG
        MOVE 'NOT MOVED - OWNER' TO WS-ITEM-STATUS
    END-IF.

*> The control page: count and amount moved per category, anything
*> left behind, and what became of the closing branch.
WRITE-CONTROL-TOTALS.
    MOVE ALL '-' TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE SPACES TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    IF DRY-RUN
        MOVE 'CONTROL TOTALS -- ITEMS TO MOVE' TO CONSOL-REPORT-LINE
    ELSE
        MOVE 'CONTROL TOTALS -- ITEMS MOVED' TO CONSOL-REPORT-LINE
    END-IF
    WRITE CONSOL-REPORT-LINE
    MOVE '  Category                       Count               Amount'
        TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE ALL '-' TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE

    MOVE 'Accounts (balance)' TO WS-TOTAL-CATEGORY
    MOVE WS-ACCOUNTS-MOVED TO WS-TOTAL-COUNT
    MOVE WS-ACCOUNTS-BALANCE TO WS-TOTAL-AMOUNT
    PERFORM WRITE-ONE-TOTAL-LINE
    MOVE 'Tellers' TO WS-TOTAL-CATEGORY
    MOVE WS-TELLERS-MOVED TO WS-TOTAL-COUNT
    MOVE SPACES TO CONSOL-REPORT-LINE
    MOVE WS-TOTAL-COUNT TO WS-CNT-DISPLAY
    STRING '  ' WS-TOTAL-CATEGORY ' ' WS-CNT-DISPLAY
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    MOVE 'Drawer positions' TO WS-TOTAL-CATEGORY
    MOVE WS-DRAWERS-MOVED TO WS-TOTAL-COUNT
    MOVE WS-DRAWERS-AMOUNT TO WS-TOTAL-AMOUNT
    PERFORM WRITE-ONE-TOTAL-LINE
    MOVE 'Vault movements (net out)' TO WS-TOTAL-CATEGORY
    MOVE WS-VAULT-MOVED TO WS-TOTAL-COUNT
    MOVE WS-VAULT-AMOUNT TO WS-TOTAL-AMOUNT
    PERFORM WRITE-ONE-TOTAL-LINE
    MOVE 'Standing orders' TO WS-TOTAL-CATEGORY
    MOVE WS-STDORD-MOVED TO WS-TOTAL-COUNT
    MOVE WS-STDORD-AMOUNT TO WS-TOTAL-AMOUNT
    PERFORM WRITE-ONE-TOTAL-LINE
    MOVE 'Official checks outstanding' TO WS-TOTAL-CATEGORY
    MOVE WS-OFFCHECK-MOVED TO WS-TOTAL-COUNT
    MOVE WS-OFFCHECK-AMOUNT TO WS-TOTAL-AMOUNT
    PERFORM WRITE-ONE-TOTAL-LINE
    MOVE 'Open claims' TO WS-TOTAL-CATEGORY
    MOVE WS-CLAIMS-MOVED TO WS-TOTAL-COUNT
    MOVE WS-CLAIMS-AMOUNT TO WS-TOTAL-AMOUNT
    PERFORM WRITE-ONE-TOTAL-LINE
    MOVE ALL '-' TO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE

    MOVE WS-ITEMS-NOT-MOVED TO WS-CNT-DISPLAY
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING '  Items not moved:            ' WS-CNT-DISPLAY
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE
    IF NOT DRY-RUN
        MOVE WS-AUDIT-WRITTEN TO WS-CNT-DISPLAY
        MOVE SPACES TO CONSOL-REPORT-LINE
        STRING '  Audit images written:       ' WS-CNT-DISPLAY
            DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
        WRITE CONSOL-REPORT-LINE
    END-IF
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING '  Branch ' WS-FROM-BRANCH ': ' WS-BRANCH-OUTCOME
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE.

WRITE-ONE-TOTAL-LINE.
    MOVE WS-TOTAL-COUNT TO WS-CNT-DISPLAY
    MOVE WS-TOTAL-AMOUNT TO WS-AMT-DISPLAY
    MOVE SPACES TO CONSOL-REPORT-LINE
    STRING '  ' WS-TOTAL-CATEGORY ' ' WS-CNT-DISPLAY '  '
           WS-AMT-DISPLAY
        DELIMITED BY SIZE INTO CONSOL-REPORT-LINE
    WRITE CONSOL-REPORT-LINE.

*> Cancelled before anything was touched.
ABORT-CONSOLIDATION.
    CLOSE ACCOUNT-FILE
    IF TELLER-FILE-OPEN
        CLOSE TELLER-FILE
    END-IF
    CLOSE BRANCH-FILE
    CLOSE CONSOL-REPORT-FILE
    CLOSE OWNER-WORK-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN.

CLEANUP-CONSOLIDATION.
    CLOSE ACCOUNT-FILE
    IF TELLER-FILE-OPEN
        CLOSE TELLER-FILE
    END-IF
    CLOSE BRANCH-FILE
    IF AUDIT-FILE-OPEN
        CLOSE AUDIT-FILE
    END-IF
    CLOSE CONSOL-REPORT-FILE
    CLOSE OWNER-WORK-FILE
    DISPLAY ' '
    DISPLAY 'Accounts:         ' WS-ACCOUNTS-MOVED
    DISPLAY 'Tellers:          ' WS-TELLERS-MOVED
    DISPLAY 'Drawer positions: ' WS-DRAWERS-MOVED
    DISPLAY 'Vault movements:  ' WS-VAULT-MOVED
    DISPLAY 'Standing orders:  ' WS-STDORD-MOVED
    DISPLAY 'Official checks:  ' WS-OFFCHECK-MOVED
    DISPLAY 'Open claims:      ' WS-CLAIMS-MOVED
    DISPLAY 'Not moved:        ' WS-ITEMS-NOT-MOVED
    DISPLAY 'Branch ' WS-FROM-BRANCH ': ' WS-BRANCH-OUTCOME
    DISPLAY 'Report: ' WS-CONSOL-RPT-NAME
    IF WS-ITEMS-NOT-MOVED > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
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

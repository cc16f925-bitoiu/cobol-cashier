IDENTIFICATION DIVISION.
PROGRAM-ID. LOANTAX.

*> Year-end loan interest paid reporting batch (1098 equivalent) --
*> the borrower-side companion to TAXRPT. Sums the interest portion
*> of every loan payment made during the year per HOLDER-TAX-ID
*> across all of a customer's type-'L' accounts -- walking the live
*> TRANSACTION-FILE and, through data/archive_index.dat, any archives
*> holding months ARCHTRAN has already purged -- nets off reversals
*> that undo an interest leg, and writes both a per-borrower statement
*> file and a fixed-layout submission file for the tax authority.
*>
*> BANKLED posts a loan payment as separate 'W' legs (late charge,
*> interest, principal, plus an 'E' escrow leg); only the leg
*> described 'LOAN PAYMENT - INTEREST' is interest paid. Accrual
*> ('N' LOAN INTEREST ACCRUAL) is interest charged, not paid, and the
*> late charge is a fee -- neither is reportable here.
*>
*> Loans accrue in their own currency, so a borrower's total is only
*> a number in ONE currency; a borrower whose loans mix currencies is
*> flagged MIX on both outputs exactly as TAXRPT does.
*>
*> The totals build on two keyed work files rebuilt from empty every
*> run -- data/loantax.wrk, one record per borrower and one per loan
*> under it, and data/loantax_rev.wrk, the year's reversals keyed by
*> the posting each one undoes -- so there is no ceiling on the
*> number of borrowers, loans or reversals the filing can carry.
*>
*> Usage: LOANTAX [YYYY]  -- defaults to the prior calendar year, so
*> the January statutory run needs no argument.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO 'data/accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER
        FILE STATUS IS WS-FILE-STATUS.

    SELECT TRANSACTION-FILE ASSIGN TO 'data/trans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-ID
        ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
        ALTERNATE RECORD KEY IS TO-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT ARCHIVE-INDEX-FILE ASSIGN TO 'data/archive_index.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ARIX-FILE-STATUS.

    SELECT ARCHIVE-INPUT-FILE ASSIGN TO WS-ARCH-INPUT-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ARCH-FILE-STATUS.

    SELECT TAXWORK-FILE ASSIGN TO 'data/loantax.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LTW-KEY
        FILE STATUS IS WS-TAXWORK-FILE-STATUS.

    SELECT REVWORK-FILE ASSIGN TO 'data/loantax_rev.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LRV-KEY
        FILE STATUS IS WS-REVWORK-FILE-STATUS.

    SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-STMT-FILE-STATUS.

    SELECT SUBMISSION-FILE ASSIGN TO WS-SUBMISSION-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SUBM-FILE-STATUS.

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

FD  ARCHIVE-INDEX-FILE.
01  ARCHIVE-INDEX-RECORD.
    05  ARIX-FILE-NAME          PIC X(40).
    05  ARIX-CUTOFF-DATE        PIC X(8).
    05  ARIX-RECORD-COUNT       PIC 9(7).
    05  FILLER                  PIC X(10).

*> Archived records carry the TRANSACTION-RECORD layout byte for byte.
FD  ARCHIVE-INPUT-FILE.
01  ARCH-TRANS-RECORD.
    05  ARCH-TRANS-ID           PIC 9(12).
    05  ARCH-TRANS-DATE         PIC X(8).
    05  ARCH-TRANS-TIME         PIC X(8).
    05  ARCH-TRANS-TYPE         PIC X(1).
    05  ARCH-FROM-ACCOUNT       PIC 9(10).
    05  ARCH-TO-ACCOUNT         PIC 9(10).
    05  ARCH-TRANS-AMOUNT       PIC S9(13)V99.
    05  ARCH-TRANS-DESCRIPTION  PIC X(50).
    05  ARCH-TELLER-ID          PIC X(10).
    05  ARCH-REVERSAL-OF-ID     PIC 9(12).
    05  ARCH-APPROVED-BY-ID     PIC X(10).
    05  ARCH-TRANS-BRANCH       PIC X(4).
    05  FILLER                  PIC X(1).

*> This run's interest totals. Loan number zero is the borrower's
*> own record -- name, reporting currency, the mixed-currency flag
*> and the total -- so it comes back ahead of the borrower's loans
*> when the file is read in key order; each loan the borrower paid
*> interest on follows with its own figure.
FD  TAXWORK-FILE.
01  TAXWORK-RECORD.
    05  LTW-KEY.
        10  LTW-TAX-ID          PIC X(11).
        10  LTW-ACCOUNT         PIC 9(10).
    05  LTW-NAME                PIC X(41).
    05  LTW-AMOUNT              PIC S9(13)V99.
    05  LTW-CURRENCY            PIC X(3).
    05  LTW-MIXED-FLAG          PIC X(1).
        88  LTW-MIXED           VALUE 'Y'.
    05  FILLER                  PIC X(10).

*> The year's 'R' postings, keyed by the original they undo (and the
*> reversal's own ID, as one original may be reversed in pieces), so
*> an archived original finds its reversals by key.
FD  REVWORK-FILE.
01  REVWORK-RECORD.
    05  LRV-KEY.
        10  LRV-ORIG-ID         PIC 9(12).
        10  LRV-TRANS-ID        PIC 9(12).
    05  LRV-AMOUNT              PIC S9(13)V99.
    05  LRV-RESOLVED-FLAG       PIC X(1).
        88  LRV-RESOLVED        VALUE 'Y'.
    05  FILLER                  PIC X(10).

FD  STATEMENT-FILE.
01  STATEMENT-LINE              PIC X(80).

*> One record per borrower for the tax authority's load, in the same
*> fixed layout TAXRPT submits: year, tax ID, borrower name, and
*> total loan interest paid for the year.
FD  SUBMISSION-FILE.
01  SUBMISSION-RECORD.
    05  SUBM-TAX-YEAR           PIC X(4).
    05  SUBM-TAX-ID             PIC X(11).
    05  SUBM-BORROWER-NAME      PIC X(41).
    05  SUBM-INTEREST-AMOUNT    PIC S9(13)V99.
    05  SUBM-CURRENCY-CODE      PIC X(3).
    05  FILLER                  PIC X(7).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-TRANS-FILE-STATUS        PIC X(2).
    88  TRANS-FILE-SUCCESS      VALUE '00'.
01  WS-ARIX-FILE-STATUS         PIC X(2).
    88  ARIX-FILE-SUCCESS       VALUE '00'.
    88  ARIX-FILE-AT-END        VALUE '10'.
01  WS-ARCH-FILE-STATUS         PIC X(2).
    88  ARCH-FILE-SUCCESS       VALUE '00'.
    88  ARCH-FILE-AT-END        VALUE '10'.
01  WS-STMT-FILE-STATUS         PIC X(2).
    88  STMT-FILE-SUCCESS       VALUE '00'.
01  WS-SUBM-FILE-STATUS         PIC X(2).
    88  SUBM-FILE-SUCCESS       VALUE '00'.
01  WS-TAXWORK-FILE-STATUS      PIC X(2).
    88  TAXWORK-FILE-SUCCESS    VALUE '00'.
    88  TAXWORK-FILE-AT-END     VALUE '10'.
01  WS-REVWORK-FILE-STATUS      PIC X(2).
    88  REVWORK-FILE-SUCCESS    VALUE '00'.
    88  REVWORK-FILE-AT-END     VALUE '10'.
    88  REVWORK-DUPLICATE       VALUE '22'.

01  WS-ARCH-INPUT-NAME          PIC X(40).
01  WS-STATEMENT-FILE-NAME      PIC X(40).
01  WS-SUBMISSION-FILE-NAME     PIC X(40).

01  WS-PARM-TEXT                PIC X(20).
01  WS-TAX-YEAR                 PIC X(4).
01  WS-TAX-YEAR-NUM             PIC 9(4).
01  WS-YEAR-START               PIC X(8).
01  WS-YEAR-END                 PIC X(8).

*> The fixed description BANKLED stamps on the interest leg of a loan
*> payment (a payoff's interest leg carries the same text).
01  WS-INTEREST-LEG-DESC        PIC X(23)
        VALUE 'LOAN PAYMENT - INTEREST'.

*> The borrower being written out: its record from the work file is
*> held while its loan lines print, and the total, the MIX warning
*> and the submission record follow at the break.
01  WS-BORROWER-FIELDS.
    05  WS-BRW-OPEN-FLAG        PIC X(1) VALUE 'N'.
        88  BORROWER-OPEN       VALUE 'Y'.
    05  WS-BRW-TAX-ID           PIC X(11).
    05  WS-BRW-NAME             PIC X(41).
    05  WS-BRW-AMOUNT           PIC S9(13)V99.
    05  WS-BRW-CURRENCY         PIC X(3).
    05  WS-BRW-MIXED-FLAG       PIC X(1).
        88  BRW-MIXED           VALUE 'Y'.

01  WS-WORK-FIELDS.
    05  WS-POST-ACCOUNT         PIC 9(10).
    05  WS-POST-AMOUNT          PIC S9(13)V99.
    05  WS-POST-SIGN            PIC X(1).
    05  WS-POST-CURRENCY        PIC X(3).
    05  WS-UNRESOLVED-COUNT     PIC 9(7) VALUE ZERO.
    05  WS-MIXED-BORROWERS      PIC 9(7) VALUE ZERO.
    05  WS-REVERSALS-HELD       PIC 9(7) VALUE ZERO.
    05  WS-HOLDER-NAME          PIC X(41).
    05  WS-RECORDS-SCANNED      PIC 9(9) VALUE ZERO.
    05  WS-ARCHIVES-SEARCHED    PIC 9(5) VALUE ZERO.
    05  WS-INTEREST-LEGS        PIC 9(7) VALUE ZERO.
    05  WS-REVERSALS-NETTED     PIC 9(7) VALUE ZERO.
    05  WS-NON-LOAN-SKIPPED     PIC 9(5) VALUE ZERO.
    05  WS-BORROWERS-WRITTEN    PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-INTEREST       PIC S9(13)V99 VALUE ZERO.
    05  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-RUN
    PERFORM SCAN-LIVE-TRANSACTIONS
    PERFORM SCAN-ALL-ARCHIVES
    PERFORM RESOLVE-REVERSALS
    PERFORM WRITE-OUTPUT-FILES
    PERFORM PRINT-RUN-SUMMARY
    STOP RUN.

INITIALIZE-RUN.
    DISPLAY '==================================================================='
    DISPLAY '          YEAR-END LOAN INTEREST PAID REPORTING BATCH'
    DISPLAY '==================================================================='

    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

    MOVE SPACES TO WS-PARM-TEXT
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    IF WS-PARM-TEXT(1:4) IS NUMERIC
        MOVE WS-PARM-TEXT(1:4) TO WS-TAX-YEAR
    ELSE
        MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4))
            TO WS-TAX-YEAR-NUM
        SUBTRACT 1 FROM WS-TAX-YEAR-NUM
        MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR
    END-IF
    STRING WS-TAX-YEAR '0101' DELIMITED BY SIZE INTO WS-YEAR-START
    STRING WS-TAX-YEAR '1231' DELIMITED BY SIZE INTO WS-YEAR-END
    DISPLAY 'Reporting year: ' WS-TAX-YEAR

    OPEN INPUT ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open ACCOUNT-FILE. Status: '
                WS-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT TAXWORK-FILE
    CLOSE TAXWORK-FILE
    OPEN I-O TAXWORK-FILE
    IF NOT TAXWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open TAXWORK-FILE. Status: '
                WS-TAXWORK-FILE-STATUS
        CLOSE ACCOUNT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REVWORK-FILE
    CLOSE REVWORK-FILE
    OPEN I-O REVWORK-FILE
    IF NOT REVWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open REVWORK-FILE. Status: '
                WS-REVWORK-FILE-STATUS
        CLOSE ACCOUNT-FILE
        CLOSE TAXWORK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

SCAN-LIVE-TRANSACTIONS.
    OPEN INPUT TRANSACTION-FILE
    IF NOT TRANS-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open TRANSACTION-FILE. Status: '
                WS-TRANS-FILE-STATUS
        CLOSE ACCOUNT-FILE
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO TRANS-ID
    START TRANSACTION-FILE KEY NOT < TRANS-ID
    IF TRANS-FILE-SUCCESS
        PERFORM READ-NEXT-TRANSACTION
        PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
            ADD 1 TO WS-RECORDS-SCANNED
            PERFORM CLASSIFY-LIVE-POSTING
            PERFORM READ-NEXT-TRANSACTION
        END-PERFORM
    END-IF
    CLOSE TRANSACTION-FILE.

READ-NEXT-TRANSACTION.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
    END-READ.

CLASSIFY-LIVE-POSTING.
    IF TRANS-DATE >= WS-YEAR-START AND TRANS-DATE <= WS-YEAR-END
        EVALUATE TRANS-TYPE
            WHEN 'W'
                IF TRANS-DESCRIPTION(1:23) = WS-INTEREST-LEG-DESC
                    MOVE FROM-ACCOUNT TO WS-POST-ACCOUNT
                    MOVE TRANS-AMOUNT TO WS-POST-AMOUNT
                    MOVE '+' TO WS-POST-SIGN
                    PERFORM ACCUMULATE-INTEREST-PAID
                END-IF
            WHEN 'R'
                PERFORM REMEMBER-REVERSAL
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

REMEMBER-REVERSAL.
    MOVE REVERSAL-OF-TRANS-ID TO LRV-ORIG-ID
    MOVE TRANS-ID TO LRV-TRANS-ID
    MOVE TRANS-AMOUNT TO LRV-AMOUNT
    PERFORM STORE-REVERSAL.

REMEMBER-ARCHIVED-REVERSAL.
    MOVE ARCH-REVERSAL-OF-ID TO LRV-ORIG-ID
    MOVE ARCH-TRANS-ID TO LRV-TRANS-ID
    MOVE ARCH-TRANS-AMOUNT TO LRV-AMOUNT
    PERFORM STORE-REVERSAL.

*> A reversal already held -- the same posting met again on an
*> archive and the live file -- is counted once.
STORE-REVERSAL.
    MOVE 'N' TO LRV-RESOLVED-FLAG
    WRITE REVWORK-RECORD
    EVALUATE TRUE
        WHEN REVWORK-FILE-SUCCESS
            ADD 1 TO WS-REVERSALS-HELD
        WHEN REVWORK-DUPLICATE
            CONTINUE
        WHEN OTHER
            DISPLAY 'ERROR: Unable to write REVWORK-FILE. Status: '
                    WS-REVWORK-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Only archives that can still hold postings from the reporting year
*> are opened: an archive cut on or before January 1 contains nothing
*> but older years.
SCAN-ALL-ARCHIVES.
    OPEN INPUT ARCHIVE-INDEX-FILE
    IF ARIX-FILE-SUCCESS
        PERFORM READ-INDEX-RECORD
        PERFORM UNTIL ARIX-FILE-AT-END
            IF ARIX-CUTOFF-DATE > WS-YEAR-START
                PERFORM SCAN-ONE-ARCHIVE
            END-IF
            PERFORM READ-INDEX-RECORD
        END-PERFORM
        CLOSE ARCHIVE-INDEX-FILE
    END-IF.

READ-INDEX-RECORD.
    READ ARCHIVE-INDEX-FILE AT END
        MOVE '10' TO WS-ARIX-FILE-STATUS
    END-READ.

SCAN-ONE-ARCHIVE.
    MOVE ARIX-FILE-NAME TO WS-ARCH-INPUT-NAME
    OPEN INPUT ARCHIVE-INPUT-FILE
    IF NOT ARCH-FILE-SUCCESS
        DISPLAY 'WARNING: Cannot open archive ' WS-ARCH-INPUT-NAME
                ' -- early-year interest may be missing.'
    ELSE
        ADD 1 TO WS-ARCHIVES-SEARCHED
        PERFORM READ-ARCHIVE-RECORD
        PERFORM UNTIL ARCH-FILE-AT-END
            IF ARCH-TRANS-ID IS NUMERIC
                    AND ARCH-TRANS-DATE IS NUMERIC
                ADD 1 TO WS-RECORDS-SCANNED
                PERFORM CLASSIFY-ARCHIVED-POSTING
                PERFORM READ-ARCHIVE-RECORD
            ELSE
                DISPLAY 'WARNING: ' WS-ARCH-INPUT-NAME
                        ' is not in the current archive layout'
                DISPLAY ' -- skipped from here; totals may be'
                        ' INCOMPLETE. Convert the file and rerun.'
                MOVE '10' TO WS-ARCH-FILE-STATUS
            END-IF
        END-PERFORM
        CLOSE ARCHIVE-INPUT-FILE
    END-IF.

READ-ARCHIVE-RECORD.
    READ ARCHIVE-INPUT-FILE AT END
        MOVE '10' TO WS-ARCH-FILE-STATUS
    END-READ.

CLASSIFY-ARCHIVED-POSTING.
    IF ARCH-TRANS-DATE >= WS-YEAR-START
            AND ARCH-TRANS-DATE <= WS-YEAR-END
        EVALUATE ARCH-TRANS-TYPE
            WHEN 'W'
                IF ARCH-TRANS-DESCRIPTION(1:23) = WS-INTEREST-LEG-DESC
                    MOVE ARCH-FROM-ACCOUNT TO WS-POST-ACCOUNT
                    MOVE ARCH-TRANS-AMOUNT TO WS-POST-AMOUNT
                    MOVE '+' TO WS-POST-SIGN
                    PERFORM ACCUMULATE-INTEREST-PAID
                END-IF
            WHEN 'R'
                PERFORM REMEMBER-ARCHIVED-REVERSAL
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> A reversal only nets the year's total when its original was a loan
*> interest leg. BANKLED lets a teller reverse a single 'W' leg of a
*> payment, so unlike TAXRPT this path is live. Originals are looked
*> up on the live keyed file first; a reversal posted after its
*> original was archived is then matched by a second pass over every
*> archive in the index, since the original may sit in an archive cut
*> before the reporting year began.
RESOLVE-REVERSALS.
    IF WS-REVERSALS-HELD > ZERO
        OPEN INPUT TRANSACTION-FILE
        IF TRANS-FILE-SUCCESS
            MOVE LOW-VALUES TO LRV-KEY
            START REVWORK-FILE KEY NOT < LRV-KEY
                INVALID KEY
                    MOVE '10' TO WS-REVWORK-FILE-STATUS
                NOT INVALID KEY
                    PERFORM READ-NEXT-REVERSAL
            END-START
            PERFORM UNTIL REVWORK-FILE-AT-END
                PERFORM RESOLVE-ONE-REVERSAL
                PERFORM READ-NEXT-REVERSAL
            END-PERFORM
            CLOSE TRANSACTION-FILE
        END-IF
        IF WS-UNRESOLVED-COUNT > ZERO
            PERFORM RESOLVE-ARCHIVED-ORIGINALS
        END-IF
    END-IF.

READ-NEXT-REVERSAL.
    READ REVWORK-FILE NEXT RECORD AT END
        MOVE '10' TO WS-REVWORK-FILE-STATUS
    END-READ.

RESOLVE-ONE-REVERSAL.
    MOVE LRV-ORIG-ID TO TRANS-ID
    READ TRANSACTION-FILE
    IF TRANS-FILE-SUCCESS
        PERFORM MARK-REVERSAL-RESOLVED
        IF TRANS-TYPE = 'W'
                AND TRANS-DESCRIPTION(1:23) = WS-INTEREST-LEG-DESC
            MOVE FROM-ACCOUNT TO WS-POST-ACCOUNT
            MOVE LRV-AMOUNT TO WS-POST-AMOUNT
            MOVE '-' TO WS-POST-SIGN
            PERFORM ACCUMULATE-INTEREST-PAID
            ADD 1 TO WS-REVERSALS-NETTED
        END-IF
    ELSE
        ADD 1 TO WS-UNRESOLVED-COUNT
    END-IF.

MARK-REVERSAL-RESOLVED.
    SET LRV-RESOLVED TO TRUE
    REWRITE REVWORK-RECORD
    IF NOT REVWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to rewrite REVWORK-FILE. Status: '
                WS-REVWORK-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

RESOLVE-ARCHIVED-ORIGINALS.
    OPEN INPUT ARCHIVE-INDEX-FILE
    IF ARIX-FILE-SUCCESS
        PERFORM READ-INDEX-RECORD
        PERFORM UNTIL ARIX-FILE-AT-END
                OR WS-UNRESOLVED-COUNT = ZERO
            PERFORM MATCH-ONE-ARCHIVE
            PERFORM READ-INDEX-RECORD
        END-PERFORM
        CLOSE ARCHIVE-INDEX-FILE
    END-IF.

MATCH-ONE-ARCHIVE.
    MOVE ARIX-FILE-NAME TO WS-ARCH-INPUT-NAME
    OPEN INPUT ARCHIVE-INPUT-FILE
    IF ARCH-FILE-SUCCESS
        PERFORM READ-ARCHIVE-RECORD
        PERFORM UNTIL ARCH-FILE-AT-END
                OR WS-UNRESOLVED-COUNT = ZERO
            IF ARCH-TRANS-ID IS NUMERIC
                    AND ARCH-TRANS-DATE IS NUMERIC
                IF ARCH-TRANS-TYPE = 'W'
                    PERFORM MATCH-ARCHIVED-ORIGINAL
                END-IF
                PERFORM READ-ARCHIVE-RECORD
            ELSE
                MOVE '10' TO WS-ARCH-FILE-STATUS
            END-IF
        END-PERFORM
        CLOSE ARCHIVE-INPUT-FILE
    END-IF.

*> Every still-open reversal of this archived posting, by key.
MATCH-ARCHIVED-ORIGINAL.
    MOVE ARCH-TRANS-ID TO LRV-ORIG-ID
    MOVE ZERO TO LRV-TRANS-ID
    START REVWORK-FILE KEY NOT < LRV-KEY
        INVALID KEY
            MOVE '10' TO WS-REVWORK-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-REVERSAL
    END-START
    PERFORM UNTIL REVWORK-FILE-AT-END
            OR LRV-ORIG-ID NOT = ARCH-TRANS-ID
        IF NOT LRV-RESOLVED
            PERFORM MARK-REVERSAL-RESOLVED
            SUBTRACT 1 FROM WS-UNRESOLVED-COUNT
            IF ARCH-TRANS-DESCRIPTION(1:23) = WS-INTEREST-LEG-DESC
                MOVE ARCH-FROM-ACCOUNT TO WS-POST-ACCOUNT
                MOVE LRV-AMOUNT TO WS-POST-AMOUNT
                MOVE '-' TO WS-POST-SIGN
                PERFORM ACCUMULATE-INTEREST-PAID
                ADD 1 TO WS-REVERSALS-NETTED
            END-IF
        END-IF
        PERFORM READ-NEXT-REVERSAL
    END-PERFORM.

*> Adds (or nets) one interest leg into the borrower's record and
*> the loan's own record on the work file, creating them off the
*> account's holder fields the first time each is seen. The keyed
*> account read also serves loans closed by payoff -- closure never
*> deletes the record, so the tax ID stays reachable. Only type-'L'
*> accounts are reportable.
ACCUMULATE-INTEREST-PAID.
    MOVE WS-POST-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY 'WARNING: Account ' WS-POST-ACCOUNT ' not on file --'
                ' posting skipped.'
    ELSE
        IF ACCOUNT-TYPE NOT = 'L'
            ADD 1 TO WS-NON-LOAN-SKIPPED
        ELSE
            MOVE CURRENCY-CODE TO WS-POST-CURRENCY
            IF WS-POST-CURRENCY = SPACES
                MOVE 'USD' TO WS-POST-CURRENCY
            END-IF
            MOVE ZERO TO LTW-ACCOUNT
            PERFORM POST-TO-WORK-RECORD
            MOVE ACCOUNT-NUMBER TO LTW-ACCOUNT
            PERFORM POST-TO-WORK-RECORD
            IF WS-POST-SIGN = '+'
                ADD 1 TO WS-INTEREST-LEGS
            END-IF
        END-IF
    END-IF.

*> One work record, borrower (loan zero) or loan, keyed by the
*> holder's tax ID and LTW-ACCOUNT as staged. A borrower whose legs
*> arrive in a second currency is flagged mixed, once.
POST-TO-WORK-RECORD.
    MOVE HOLDER-TAX-ID TO LTW-TAX-ID
    READ TAXWORK-FILE
    IF TAXWORK-FILE-SUCCESS
        IF WS-POST-CURRENCY NOT = LTW-CURRENCY
                AND NOT LTW-MIXED
            SET LTW-MIXED TO TRUE
            IF LTW-ACCOUNT = ZERO
                ADD 1 TO WS-MIXED-BORROWERS
            END-IF
        END-IF
        PERFORM APPLY-POSTING-AMOUNT
        REWRITE TAXWORK-RECORD
    ELSE
        MOVE SPACES TO WS-HOLDER-NAME
        STRING HOLDER-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY '  '
            INTO WS-HOLDER-NAME
        MOVE WS-HOLDER-NAME TO LTW-NAME
        MOVE ZERO TO LTW-AMOUNT
        MOVE WS-POST-CURRENCY TO LTW-CURRENCY
        MOVE 'N' TO LTW-MIXED-FLAG
        PERFORM APPLY-POSTING-AMOUNT
        WRITE TAXWORK-RECORD
    END-IF
    IF NOT TAXWORK-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to update TAXWORK-FILE. Status: '
                WS-TAXWORK-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-POSTING-AMOUNT.
    IF WS-POST-SIGN = '+'
        ADD WS-POST-AMOUNT TO LTW-AMOUNT
    ELSE
        SUBTRACT WS-POST-AMOUNT FROM LTW-AMOUNT
    END-IF.

WRITE-OUTPUT-FILES.
    STRING 'data/tax1098_' WS-TAX-YEAR '.txt'
        DELIMITED BY SIZE INTO WS-STATEMENT-FILE-NAME
    STRING 'data/tax1098_' WS-TAX-YEAR '.dat'
        DELIMITED BY SIZE INTO WS-SUBMISSION-FILE-NAME

    OPEN OUTPUT STATEMENT-FILE
    IF NOT STMT-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open statement file. Status: '
                WS-STMT-FILE-STATUS
        CLOSE ACCOUNT-FILE
        STOP RUN
    END-IF
    OPEN OUTPUT SUBMISSION-FILE
    IF NOT SUBM-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open submission file. Status: '
                WS-SUBM-FILE-STATUS
        CLOSE STATEMENT-FILE
        CLOSE ACCOUNT-FILE
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO LTW-KEY
    START TAXWORK-FILE KEY NOT < LTW-KEY
        INVALID KEY
            MOVE '10' TO WS-TAXWORK-FILE-STATUS
        NOT INVALID KEY
            PERFORM READ-NEXT-WORK-RECORD
    END-START
    PERFORM UNTIL TAXWORK-FILE-AT-END
        IF LTW-ACCOUNT = ZERO
            IF BORROWER-OPEN
                PERFORM FINISH-ONE-BORROWER
            END-IF
            PERFORM START-ONE-BORROWER
        ELSE
            IF BORROWER-OPEN
                PERFORM WRITE-LOAN-LINE
            END-IF
        END-IF
        PERFORM READ-NEXT-WORK-RECORD
    END-PERFORM
    IF BORROWER-OPEN
        PERFORM FINISH-ONE-BORROWER
    END-IF

    CLOSE STATEMENT-FILE
    CLOSE SUBMISSION-FILE.

READ-NEXT-WORK-RECORD.
    READ TAXWORK-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TAXWORK-FILE-STATUS
    END-READ.

*> The borrower's own record heads its loans; a borrower whose year
*> nets to zero is not reported, and its loan records are passed by.
START-ONE-BORROWER.
    MOVE 'N' TO WS-BRW-OPEN-FLAG
    IF LTW-AMOUNT NOT = ZERO
        SET BORROWER-OPEN TO TRUE
        MOVE LTW-TAX-ID TO WS-BRW-TAX-ID
        MOVE LTW-NAME TO WS-BRW-NAME
        MOVE LTW-AMOUNT TO WS-BRW-AMOUNT
        MOVE LTW-CURRENCY TO WS-BRW-CURRENCY
        MOVE LTW-MIXED-FLAG TO WS-BRW-MIXED-FLAG
        ADD 1 TO WS-BORROWERS-WRITTEN
        ADD WS-BRW-AMOUNT TO WS-TOTAL-INTEREST

        MOVE SPACES TO STATEMENT-LINE
        STRING 'LOAN INTEREST PAID STATEMENT -- TAX YEAR ' WS-TAX-YEAR
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        STRING 'BORROWER: ' WS-BRW-NAME
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE SPACES TO STATEMENT-LINE
        STRING 'TAX ID:   ' WS-BRW-TAX-ID
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF.

WRITE-LOAN-LINE.
    MOVE LTW-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE SPACES TO STATEMENT-LINE
    STRING '  LOAN ' LTW-ACCOUNT
           '  INTEREST PAID: ' WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE.

FINISH-ONE-BORROWER.
    MOVE WS-BRW-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE SPACES TO STATEMENT-LINE
    STRING 'TOTAL LOAN INTEREST PAID: ' WS-AMOUNT-DISPLAY ' '
           WS-BRW-CURRENCY
        DELIMITED BY SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    IF BRW-MIXED
        MOVE SPACES TO STATEMENT-LINE
        STRING '*** MIXED CURRENCIES -- DO NOT FILE THIS TOTAL;'
               ' CONVERT BY HAND ***'
            DELIMITED BY SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF
    MOVE ALL '-' TO STATEMENT-LINE
    WRITE STATEMENT-LINE

    MOVE SPACES TO SUBMISSION-RECORD
    MOVE WS-TAX-YEAR TO SUBM-TAX-YEAR
    MOVE WS-BRW-TAX-ID TO SUBM-TAX-ID
    MOVE WS-BRW-NAME TO SUBM-BORROWER-NAME
    MOVE WS-BRW-AMOUNT TO SUBM-INTEREST-AMOUNT
    IF BRW-MIXED
        MOVE 'MIX' TO SUBM-CURRENCY-CODE
    ELSE
        MOVE WS-BRW-CURRENCY TO SUBM-CURRENCY-CODE
    END-IF
    WRITE SUBMISSION-RECORD
    MOVE 'N' TO WS-BRW-OPEN-FLAG.

PRINT-RUN-SUMMARY.
    CLOSE ACCOUNT-FILE
    CLOSE TAXWORK-FILE
    CLOSE REVWORK-FILE
    DISPLAY ' '
    DISPLAY '==================================================================='
    DISPLAY 'Records scanned:     ' WS-RECORDS-SCANNED
    DISPLAY 'Archives searched:   ' WS-ARCHIVES-SEARCHED
    DISPLAY 'Interest legs:       ' WS-INTEREST-LEGS
    DISPLAY 'Reversals netted:    ' WS-REVERSALS-NETTED
    DISPLAY 'Borrowers reported:  ' WS-BORROWERS-WRITTEN
    MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-DISPLAY
    DISPLAY 'Total interest paid: $' WS-AMOUNT-DISPLAY
    IF WS-NON-LOAN-SKIPPED > ZERO
        DISPLAY 'WARNING: ' WS-NON-LOAN-SKIPPED ' interest leg(s)'
                ' posted to a non-loan account were skipped.'
    END-IF
    IF WS-UNRESOLVED-COUNT > ZERO
        DISPLAY 'NOTE: ' WS-UNRESOLVED-COUNT ' reversal(s) whose'
                ' original is on no live or archived file'
                ' were not netted.'
    END-IF
    IF WS-MIXED-BORROWERS > ZERO
        DISPLAY 'WARNING: ' WS-MIXED-BORROWERS ' borrower(s) hold loans'
                ' in mixed currencies -- their'
        DISPLAY 'totals are flagged MIX and must be converted by'
                ' hand before filing.'
    END-IF
    DISPLAY 'Statement file:      ' WS-STATEMENT-FILE-NAME
    DISPLAY 'Submission file:     ' WS-SUBMISSION-FILE-NAME
    DISPLAY '==================================================================='.

*> replay -- without them every opening balance understates by the
*> account's balance as of the archive cutoff. Rather than rescanning
*> every archive once per account, one pass over the registered
*> archives (data/archive_index.dat) sorts the archived legs by
*> account and sums each account's archived pre-month and in-month
*> nets onto a keyed work file the per-account build seeds from, so
*> there is no limit on the number of accounts. Archived in-month
*> postings join the balances and subtotals but not the detail lines,
*> and are counted on the page's omitted-from-detail notice.
*>
*> The statement month is taken from the command line as YYYYMM; run
*> with no parameter it statements the month before the current date,
*> goes: mail prints to the statement file as always, e-statement
*> customers land on a separate extract file for the portal, and
*> hold-at-branch packages are marked for the branch to keep.
*>
*> Paper for a customer whose mail has come back undeliverable (the
*> returned-mail flag on the customer master) is not printed for
*> mailing: in either run it goes to the hold-mail listing,
*> data/holdmail_stmt_YYYYMM.txt, each piece headed with the date the
*> mail was returned, for the branch to keep until the address is
*> corrected. E-statements are unaffected.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-STMT-FILE-STATUS.

    SELECT HOLDMAIL-FILE ASSIGN TO WS-HOLDMAIL-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-HOLDMAIL-FILE-STATUS.

    SELECT ARCHIVE-INDEX-FILE ASSIGN TO 'data/archive_index.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-ARCH-FILE-STATUS.

*> Archived legs sorted by account, and the per-account nets summed
*> from them.
    SELECT ARCHNET-SORT-FILE ASSIGN TO 'data/stmtgen.srt'.

    SELECT ARCHNET-WORK-FILE ASSIGN TO 'data/stmtgen.wrk'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ANW-ACCOUNT-NUMBER
        FILE STATUS IS WS-ARCHNET-FILE-STATUS.

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
        88  CUST-DELIVER-MAIL   VALUE 'M' ' '.
        88  CUST-DELIVER-ESTMT  VALUE 'E'.
        88  CUST-DELIVER-HOLD   VALUE 'H'.
*> Date of death, once the bank has been notified (spaces while the
*> customer is living). Recording it freezes the customer's accounts.
    05  CUST-DATE-OF-DEATH      PIC X(8).
        88  CUST-IS-LIVING      VALUE SPACES.
    05  FILLER                  PIC X(1).
*> Customer due diligence: the identity document seen at opening,
*> date of birth (blank for a business) and occupation, then the
*> risk rating CUSTRISK scores each month (with the score and the
*> date it was set) and the periodic-review dates it drives.
    05  CUST-ID-TYPE            PIC X(2).
        88  CUST-ID-TYPE-VALID  VALUE 'DL' 'PP' 'SI' 'MI' 'OT'.
    05  CUST-ID-NUMBER          PIC X(20).
    05  CUST-ID-ISSUER          PIC X(20).
    05  CUST-ID-EXPIRY-DATE     PIC X(8).
    05  CUST-BIRTH-DATE         PIC X(8).
    05  CUST-OCCUPATION         PIC X(30).
    05  CUST-RISK-RATING        PIC X(1).
        88  CUST-RISK-UNRATED   VALUE SPACE.
        88  CUST-RISK-LOW       VALUE 'L'.
        88  CUST-RISK-MEDIUM    VALUE 'M'.
        88  CUST-RISK-HIGH      VALUE 'H'.
    05  CUST-RISK-SCORE         PIC 9(3).
    05  CUST-RISK-DATE          PIC X(8).
    05  CUST-LAST-REVIEW-DATE   PIC X(8).
    05  CUST-REVIEW-DUE-DATE    PIC X(8).
*> Returned mail: set when the post office sends a statement or
*> notice back undeliverable (from the maintenance screen or the
*> RTNMAIL batch), with the date it was set. While it stands the
*> customer's mail is held rather than printed; an address change
*> clears it.
    05  CUST-RETURNED-MAIL-FLAG PIC X(1).
        88  CUST-MAIL-RETURNED  VALUE 'Y'.
    05  CUST-RETURNED-MAIL-DATE PIC X(8).
    05  FILLER                  PIC X(1).

*> The e-statement extract the portal vendor picks up -- the same
*> printable lines, just landed on their own file.
FD  ESTMT-FILE.
01  ESTMT-LINE                  PIC X(95).

*> The hold-mail listing: returned-mail customers' statements, kept
*> back from the print run.
FD  HOLDMAIL-FILE.
01  HOLDMAIL-LINE               PIC X(95).

FD  ARCHIVE-INDEX-FILE.
01  ARCHIVE-INDEX-RECORD.
    05  ARIX-FILE-NAME          PIC X(40).
    05  ARCH-TRANS-BRANCH       PIC X(4).
    05  FILLER                  PIC X(1).

*> One archived leg's contribution to its account's statement: to the
*> opening balance when dated before the month, to the month's net,
*> count and interest or fee subtotal when inside it.
SD  ARCHNET-SORT-FILE.
01  ARCHNET-SORT-RECORD.
    05  ANS-ACCOUNT-NUMBER      PIC 9(10).
    05  ANS-PRE-NET             PIC S9(13)V99.
    05  ANS-IN-NET              PIC S9(13)V99.
    05  ANS-IN-COUNT            PIC 9(5).
    05  ANS-INT-SUB             PIC S9(13)V99.
    05  ANS-FEE-SUB             PIC S9(13)V99.

FD  ARCHNET-WORK-FILE.
01  ARCHNET-WORK-RECORD.
    05  ANW-ACCOUNT-NUMBER      PIC 9(10).
    05  ANW-PRE-NET             PIC S9(13)V99.
    05  ANW-IN-NET              PIC S9(13)V99.
    05  ANW-IN-COUNT            PIC 9(5).
    05  ANW-INT-SUB             PIC S9(13)V99.
    05  ANW-FEE-SUB             PIC S9(13)V99.

WORKING-STORAGE SECTION.
COPY COMMON.

    88  ARCH-FILE-AT-END        VALUE '10'.
01  WS-ARCH-INPUT-NAME          PIC X(40).

*> Per-account nets summed off the archive sort: the account being
*> summed, how many accounts have archived activity, and whether the
*> work file could be opened for the statement pass.
01  WS-ARCHNET-FILE-STATUS      PIC X(2).
    88  ARCHNET-FILE-SUCCESS    VALUE '00'.
01  WS-ARCHNET-CONTROLS.
    05  WS-ARCHNET-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-ARCHNET-SIGNED       PIC S9(13)V99.
    05  WS-ARCHNET-LEG-ACCOUNT  PIC 9(10).
    05  WS-ANSORT-END-FLAG      PIC X(1) VALUE 'N'.
        88  ANSORT-AT-END       VALUE 'Y'.
    05  WS-ARCHNET-OPEN-FLAG    PIC X(1) VALUE 'N'.
        88  ARCHNET-FILE-OPEN   VALUE 'Y'.

01  WS-STATEMENT-FILE-NAME      PIC X(40).
01  WS-ESTMT-FILE-NAME          PIC X(40).
    88  CUST-FILE-SUCCESS       VALUE '00'.
01  WS-ESTMT-FILE-STATUS        PIC X(2).
    88  ESTMT-FILE-SUCCESS      VALUE '00'.
01  WS-HOLDMAIL-FILE-NAME       PIC X(40).
01  WS-HOLDMAIL-FILE-STATUS     PIC X(2).
    88  HOLDMAIL-FILE-SUCCESS   VALUE '00'.

*> Returned-mail routing: whether the customer master could be read
*> for the account-by-account run, the line router's hold target,
*> the lazily opened hold-mail listing, and how much was held.
01  WS-HOLDMAIL-FIELDS.
    05  WS-CUST-MASTER-FLAG     PIC X(1) VALUE 'N'.
        88  CUST-MASTER-OPEN    VALUE 'Y'.
    05  WS-HOLDMAIL-TARGET-FLAG PIC X(1) VALUE 'N'.
        88  HOLDMAIL-TARGET-ACTIVE VALUE 'Y'.
    05  WS-HOLDMAIL-OPEN-FLAG   PIC X(1) VALUE 'N'.
        88  HOLDMAIL-FILE-OPENED VALUE 'Y'.
    05  WS-STATEMENTS-HELD      PIC 9(7) VALUE ZERO.

*> Combined-run state: the mode switch, the line router's target,
*> the lazily opened e-statement extract, and one customer's account
    STRING WS-STMT-YEAR-NUM WS-STMT-MONTH-NUM '01'
        DELIMITED BY SIZE INTO WS-MONTH-END.

*> The customer master is only consulted for the returned-mail flag
*> here; without it every statement prints, as it always did.
STATEMENT-ALL-ACCOUNTS.
    OPEN INPUT CUSTOMER-FILE
    IF CUST-FILE-SUCCESS
        SET CUST-MASTER-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: customer master unavailable -- no mail held.'
                ' Status: ' WS-CUST-FILE-STATUS
    END-IF
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END
        MOVE 'N' TO WS-HOLDMAIL-TARGET-FLAG
        IF CUST-MASTER-OPEN
            MOVE HOLDER-TAX-ID TO CUST-TAX-ID
            READ CUSTOMER-FILE
            IF CUST-FILE-SUCCESS AND CUST-MAIL-RETURNED
                PERFORM START-HELD-MAIL-PIECE
            END-IF
        END-IF
        PERFORM BUILD-ONE-STATEMENT
        MOVE 'N' TO WS-HOLDMAIL-TARGET-FLAG
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM
    IF CUST-MASTER-OPEN
        CLOSE CUSTOMER-FILE
    END-IF.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
*> and the archived in-month postings are counted with the dropped
*> lines so the omitted-from-detail notice covers them.
SEED-FROM-ARCHIVED-NETS.
    IF ARCHNET-FILE-OPEN
        MOVE WS-STMT-ACCOUNT TO ANW-ACCOUNT-NUMBER
        READ ARCHNET-WORK-FILE
        IF ARCHNET-FILE-SUCCESS
            ADD ANW-PRE-NET TO WS-OPENING-BALANCE
            ADD ANW-IN-NET TO WS-IN-MONTH-NET
            ADD ANW-IN-COUNT TO WS-POSTINGS-DROPPED
            ADD ANW-INT-SUB TO WS-INTEREST-SUBTOTAL
            ADD ANW-FEE-SUB TO WS-FEE-SUBTOTAL
        END-IF
    END-IF.

*> Walks the FROM-ACCOUNT alternate key. Postings that debit or credit
*> this account from the FROM side: 'D' and 'N' credit it, 'W', 'T'
*> steered to the e-statement extract when that is the customer's
*> preference; everything else lands on the print file as always.
WRITE-STATEMENT-LINE.
    EVALUATE TRUE
        WHEN ESTMT-TARGET-ACTIVE
            MOVE STATEMENT-LINE TO ESTMT-LINE
            WRITE ESTMT-LINE
        WHEN HOLDMAIL-TARGET-ACTIVE
            MOVE STATEMENT-LINE TO HOLDMAIL-LINE
            WRITE HOLDMAIL-LINE
        WHEN OTHER
            WRITE STATEMENT-LINE
    END-EVALUATE.

*> Points the line router at the hold-mail listing for one piece of
*> paper and heads it with whose mail it is and since when it has
*> been coming back. Should the listing not open, the piece prints
*> as before rather than being lost.
START-HELD-MAIL-PIECE.
    PERFORM ENSURE-HOLDMAIL-FILE-OPEN
    IF HOLDMAIL-FILE-OPENED
        SET HOLDMAIL-TARGET-ACTIVE TO TRUE
        ADD 1 TO WS-STATEMENTS-HELD
        MOVE SPACES TO STATEMENT-LINE
        STRING '*** HELD -- MAIL RETURNED ' CUST-RETURNED-MAIL-DATE
               '  CUSTOMER ' CUST-TAX-ID ' ***'
            DELIMITED BY SIZE INTO STATEMENT-LINE
        PERFORM WRITE-STATEMENT-LINE
    END-IF.

ENSURE-HOLDMAIL-FILE-OPEN.
    IF NOT HOLDMAIL-FILE-OPENED
        STRING 'data/holdmail_stmt_' WS-STMT-MONTH '.txt'
            DELIMITED BY SIZE INTO WS-HOLDMAIL-FILE-NAME
        OPEN OUTPUT HOLDMAIL-FILE
        IF HOLDMAIL-FILE-SUCCESS
            SET HOLDMAIL-FILE-OPENED TO TRUE
        ELSE
            DISPLAY 'WARNING: cannot open hold-mail listing --'
                    ' held mail goes to the print file. Status: '
                    WS-HOLDMAIL-FILE-STATUS
        END-IF
    END-IF.

*> The combined run: one package per customer on the master, in tax

    IF WS-PKG-COUNT > ZERO
        MOVE 'N' TO WS-ESTMT-TARGET-FLAG
        MOVE 'N' TO WS-HOLDMAIL-TARGET-FLAG
        IF CUST-DELIVER-ESTMT
            PERFORM ENSURE-ESTMT-FILE-OPEN
            IF ESTMT-FILE-OPENED
                SET ESTMT-TARGET-ACTIVE TO TRUE
            END-IF
        END-IF
        IF CUST-DELIVER-MAIL AND CUST-MAIL-RETURNED
            PERFORM START-HELD-MAIL-PIECE
        END-IF
        PERFORM PRINT-RELATIONSHIP-SUMMARY
        PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                UNTIL WS-PKG-IDX > WS-PKG-COUNT
            END-IF
        END-PERFORM
        MOVE 'N' TO WS-ESTMT-TARGET-FLAG
        MOVE 'N' TO WS-HOLDMAIL-TARGET-FLAG
        ADD 1 TO WS-PACKAGES-WRITTEN
    END-IF.

        CLOSE ESTMT-FILE
        DISPLAY 'E-statement extract: ' WS-ESTMT-FILE-NAME
    END-IF
    IF HOLDMAIL-FILE-OPENED
        CLOSE HOLDMAIL-FILE
        DISPLAY 'Hold-mail listing:   ' WS-HOLDMAIL-FILE-NAME
                '  (' WS-STATEMENTS-HELD ' held)'
    END-IF
    IF COMBINED-RUN
        DISPLAY 'Relationship packages: ' WS-PACKAGES-WRITTEN
    END-IF
    CLOSE ACCOUNT-FILE
    CLOSE TRANSACTION-FILE
    CLOSE STATEMENT-FILE
    IF ARCHNET-FILE-OPEN
        CLOSE ARCHNET-WORK-FILE
    END-IF
    DISPLAY ' '
    DISPLAY 'Statements written: ' WS-STATEMENTS-WRITTEN
    DISPLAY 'Output file:        ' WS-STATEMENT-FILE-NAME
    DISPLAY '==================================================================='.

*> One pass over the registered archives, every leg's contribution
*> sorted by account and summed onto the keyed work file the
*> statement pass reads. A missing index simply means nothing has
*> ever been archived, and leaves the work file empty.
LOAD-ARCHIVED-NETS.
    SORT ARCHNET-SORT-FILE
        ON ASCENDING KEY ANS-ACCOUNT-NUMBER
        INPUT PROCEDURE IS RELEASE-ARCHIVED-LEGS
        OUTPUT PROCEDURE IS WRITE-ARCHIVED-NETS
    OPEN INPUT ARCHNET-WORK-FILE
    IF ARCHNET-FILE-SUCCESS
        SET ARCHNET-FILE-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: archived activity unavailable -- opening'
                ' balances may be understated. Status: '
                WS-ARCHNET-FILE-STATUS
    END-IF.

RELEASE-ARCHIVED-LEGS.
    OPEN INPUT ARCHIVE-INDEX-FILE
    IF ARIX-FILE-SUCCESS
        PERFORM READ-ARCHIVE-INDEX-RECORD
        CLOSE ARCHIVE-INDEX-FILE
    END-IF.

*> Sums the sorted legs account by account, one work record each.
WRITE-ARCHIVED-NETS.
    OPEN OUTPUT ARCHNET-WORK-FILE
    PERFORM RETURN-NEXT-ARCHIVED-LEG
    PERFORM UNTIL ANSORT-AT-END
        INITIALIZE ARCHNET-WORK-RECORD
        MOVE ANS-ACCOUNT-NUMBER TO ANW-ACCOUNT-NUMBER
        PERFORM UNTIL ANSORT-AT-END
                OR ANS-ACCOUNT-NUMBER NOT = ANW-ACCOUNT-NUMBER
            ADD ANS-PRE-NET TO ANW-PRE-NET
            ADD ANS-IN-NET TO ANW-IN-NET
            ADD ANS-IN-COUNT TO ANW-IN-COUNT
            ADD ANS-INT-SUB TO ANW-INT-SUB
            ADD ANS-FEE-SUB TO ANW-FEE-SUB
            PERFORM RETURN-NEXT-ARCHIVED-LEG
        END-PERFORM
        WRITE ARCHNET-WORK-RECORD
        ADD 1 TO WS-ARCHNET-COUNT
    END-PERFORM
    CLOSE ARCHNET-WORK-FILE
    IF WS-ARCHNET-COUNT > ZERO
        DISPLAY 'Accounts with archived activity: ' WS-ARCHNET-COUNT
    END-IF.

RETURN-NEXT-ARCHIVED-LEG.
    RETURN ARCHNET-SORT-FILE AT END
        SET ANSORT-AT-END TO TRUE
    END-RETURN.

READ-ARCHIVE-INDEX-RECORD.
    READ ARCHIVE-INDEX-FILE AT END
        MOVE '10' TO WS-ARIX-FILE-STATUS
    END-IF.

ADD-ARCHNET-FROM-LEG.
    MOVE ARCH-FROM-ACCOUNT TO WS-ARCHNET-LEG-ACCOUNT
    PERFORM RELEASE-ARCHIVED-LEG.

ADD-ARCHNET-TO-LEG.
    MOVE ARCH-TO-ACCOUNT TO WS-ARCHNET-LEG-ACCOUNT
    PERFORM RELEASE-ARCHIVED-LEG.

*> Postings dated after the statement month play no part in it.
RELEASE-ARCHIVED-LEG.
    INITIALIZE ARCHNET-SORT-RECORD
    MOVE WS-ARCHNET-LEG-ACCOUNT TO ANS-ACCOUNT-NUMBER
    EVALUATE TRUE
        WHEN ARCH-TRANS-DATE < WS-MONTH-START
            MOVE WS-ARCHNET-SIGNED TO ANS-PRE-NET
            RELEASE ARCHNET-SORT-RECORD
        WHEN ARCH-TRANS-DATE < WS-MONTH-END
            MOVE WS-ARCHNET-SIGNED TO ANS-IN-NET
            MOVE 1 TO ANS-IN-COUNT
            IF ARCH-TRANS-TYPE = 'N'
                MOVE ARCH-TRANS-AMOUNT TO ANS-INT-SUB
            END-IF
            IF ARCH-TRANS-TYPE = 'F'
                MOVE ARCH-TRANS-AMOUNT TO ANS-FEE-SUB
            END-IF
            RELEASE ARCHNET-SORT-RECORD
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>     balance for the statutory filing. The remittance itself stays a
*>     supervised manual action, so this job never moves money and can
*>     be rerun safely.
*>
*> Mail that keeps coming back is a dormancy indicator in its own
*> right: when the holder's returned-mail flag on the customer master
*> has stood longer than WS-RETMAIL-MONTHS, an active account quiet
*> past WS-WARNING-MONTHS goes straight to dormant -- the warning
*> letter could not reach the customer anyway. A more recent flag
*> is shown on the warning list so the branch knows the letter is
*> being held.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT CUSTOMER-FILE ASSIGN TO 'data/customers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-TAX-ID
        FILE STATUS IS WS-CUST-FILE-STATUS.

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

FD  WARNING-FILE.
01  WARNING-LINE                PIC X(140).
    05  AUD-NEW-VALUE           PIC X(50).
    05  FILLER                  PIC X(5).

*> Customer master (CIF), same layout BANKLED maintains; read only
*> for the returned-mail flag.
FD  CUSTOMER-FILE.
01  CUSTOMER-RECORD.
    05  CUST-TAX-ID             PIC X(11).
    05  CUST-FIRST-NAME         PIC X(20).
    05  CUST-LAST-NAME          PIC X(20).
    05  CUST-ADDRESS            PIC X(50).
    05  CUST-PHONE              PIC X(15).
    05  CUST-SINCE-DATE         PIC X(8).
    05  CUST-DELIVERY-PREF      PIC X(1).
    05  CUST-DATE-OF-DEATH      PIC X(8).
        88  CUST-IS-LIVING      VALUE SPACES.
    05  FILLER                  PIC X(1).
    05  CUST-ID-TYPE            PIC X(2).
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

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock for
*> posting and selection dates, so a run delayed past midnight still
01  WS-AUDIT-FILE-STATUS        PIC X(2).
    88  AUDIT-FILE-SUCCESS      VALUE '00'.

01  WS-CUST-FILE-STATUS         PIC X(2).
    88  CUST-FILE-SUCCESS       VALUE '00'.
01  WS-CUST-MASTER-FLAG         PIC X(1) VALUE 'N'.
    88  CUST-MASTER-OPEN        VALUE 'Y'.
01  WS-RETMAIL-STATE            PIC X(1).
    88  MAIL-NOT-RETURNED       VALUE 'N'.
    88  MAIL-RECENTLY-RETURNED  VALUE 'R'.
    88  MAIL-LONG-RETURNED      VALUE 'L'.

01  WS-WARNING-FILE-NAME        PIC X(40).
01  WS-ESCHEAT-FILE-NAME        PIC X(40).

    05  WS-WARNING-MONTHS       PIC 9(3) VALUE 30.
    05  WS-DORMANT-MONTHS       PIC 9(3) VALUE 36.
    05  WS-ESCHEAT-MONTHS       PIC 9(3) VALUE 60.
    05  WS-RETMAIL-MONTHS       PIC 9(3) VALUE 6.

*> Cutoff dates computed once at start: an account whose
*> LAST-TRANSACTION-DATE sorts below a cutoff has been quiet longer
    05  WS-WARNING-CUTOFF       PIC X(8).
    05  WS-DORMANT-CUTOFF       PIC X(8).
    05  WS-ESCHEAT-CUTOFF       PIC X(8).
    05  WS-RETMAIL-CUTOFF       PIC X(8).
    05  WS-CUTOFF-MONTHS-BACK   PIC 9(3).
    05  WS-CUTOFF-TOTAL-MONTHS  PIC 9(6).
    05  WS-CUTOFF-YEAR          PIC 9(4).
    05  WS-WARNINGS-LISTED      PIC 9(7) VALUE ZERO.
    05  WS-MARKED-DORMANT       PIC 9(7) VALUE ZERO.
    05  WS-ESCHEAT-LISTED       PIC 9(7) VALUE ZERO.
    05  WS-RETMAIL-DORMANT      PIC 9(7) VALUE ZERO.

01  WS-BALANCE-DISPLAY          PIC -(12)9.99.
01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.
    MOVE WS-ESCHEAT-MONTHS TO WS-CUTOFF-MONTHS-BACK
    PERFORM COMPUTE-CUTOFF-DATE
    MOVE WS-CUTOFF-RESULT TO WS-ESCHEAT-CUTOFF
    MOVE WS-RETMAIL-MONTHS TO WS-CUTOFF-MONTHS-BACK
    PERFORM COMPUTE-CUTOFF-DATE
    MOVE WS-CUTOFF-RESULT TO WS-RETMAIL-CUTOFF

    DISPLAY 'Warning after inactivity since:  ' WS-WARNING-CUTOFF
    DISPLAY 'Dormant after inactivity since:  ' WS-DORMANT-CUTOFF
    DISPLAY 'Escheat after inactivity since:  ' WS-ESCHEAT-CUTOFF
    DISPLAY 'Returned mail counts if before:  ' WS-RETMAIL-CUTOFF

    STRING 'data/dormancy_warnings_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-WARNING-FILE-NAME
        STOP RUN
    END-IF

    OPEN INPUT CUSTOMER-FILE
    IF CUST-FILE-SUCCESS
        SET CUST-MASTER-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: customer master unavailable -- returned'
                ' mail not considered. Status: ' WS-CUST-FILE-STATUS
    END-IF

    OPEN OUTPUT WARNING-FILE
    OPEN OUTPUT ESCHEAT-FILE

            AND CD-MATURITY-DATE > WS-CURRENT-DATE
        PERFORM RELEASE-ACCOUNT-LOCK
    ELSE
    MOVE 'N' TO WS-RETMAIL-STATE
    IF ACTIVE-ACCOUNT
            AND LAST-TRANSACTION-DATE < WS-WARNING-CUTOFF
        PERFORM CHECK-RETURNED-MAIL
    END-IF
    EVALUATE TRUE
        WHEN ACTIVE-ACCOUNT
                AND LAST-TRANSACTION-DATE < WS-DORMANT-CUTOFF
            PERFORM MARK-ACCOUNT-DORMANT
        WHEN ACTIVE-ACCOUNT
                AND LAST-TRANSACTION-DATE < WS-WARNING-CUTOFF
                AND MAIL-LONG-RETURNED
            ADD 1 TO WS-RETMAIL-DORMANT
            PERFORM MARK-ACCOUNT-DORMANT
        WHEN ACTIVE-ACCOUNT
                AND LAST-TRANSACTION-DATE < WS-WARNING-CUTOFF
            PERFORM LIST-WARNING-ACCOUNT
    END-EVALUATE
    END-IF.

*> Looks the holder up on the customer master and grades the
*> returned-mail flag against the cutoff.
CHECK-RETURNED-MAIL.
    IF CUST-MASTER-OPEN
        MOVE HOLDER-TAX-ID TO CUST-TAX-ID
        READ CUSTOMER-FILE
        IF CUST-FILE-SUCCESS AND CUST-MAIL-RETURNED
            IF CUST-RETURNED-MAIL-DATE < WS-RETMAIL-CUTOFF
                SET MAIL-LONG-RETURNED TO TRUE
            ELSE
                SET MAIL-RECENTLY-RETURNED TO TRUE
            END-IF
        END-IF
    END-IF.

LIST-WARNING-ACCOUNT.
    ADD 1 TO WS-WARNINGS-LISTED
    MOVE SPACES TO WARNING-LINE
    IF MAIL-RECENTLY-RETURNED
        STRING ACCOUNT-NUMBER ' '
               HOLDER-FIRST-NAME ' '
               HOLDER-LAST-NAME ' '
               HOLDER-ADDRESS ' LAST ACTIVITY ' LAST-TRANSACTION-DATE
               ' MAIL RETURNED ' CUST-RETURNED-MAIL-DATE
            DELIMITED BY SIZE INTO WARNING-LINE
    ELSE
        STRING ACCOUNT-NUMBER ' '
               HOLDER-FIRST-NAME ' '
               HOLDER-LAST-NAME ' '
               HOLDER-ADDRESS ' LAST ACTIVITY ' LAST-TRANSACTION-DATE
            DELIMITED BY SIZE INTO WARNING-LINE
    END-IF
    WRITE WARNING-LINE.

MARK-ACCOUNT-DORMANT.
    IF FILE-SUCCESS
        ADD 1 TO WS-MARKED-DORMANT
        PERFORM WRITE-DORMANCY-AUDIT
        IF MAIL-LONG-RETURNED
            DISPLAY 'DORMANT  account ' ACCOUNT-NUMBER
                    ' (last activity ' LAST-TRANSACTION-DATE
                    ', mail returned ' CUST-RETURNED-MAIL-DATE ')'
        ELSE
            DISPLAY 'DORMANT  account ' ACCOUNT-NUMBER
                    ' (last activity ' LAST-TRANSACTION-DATE ')'
        END-IF
    ELSE
        DISPLAY 'ERROR rewriting account ' ACCOUNT-NUMBER
                ' status ' WS-FILE-STATUS

CLEANUP-BATCH.
    CLOSE ACCOUNT-FILE
    IF CUST-MASTER-OPEN
        CLOSE CUSTOMER-FILE
    END-IF
    CLOSE WARNING-FILE
    CLOSE ESCHEAT-FILE
    DISPLAY ' '
    DISPLAY 'Accounts examined:        ' WS-ACCOUNTS-READ
    DISPLAY 'Warning letters listed:   ' WS-WARNINGS-LISTED
    DISPLAY 'Newly marked dormant:     ' WS-MARKED-DORMANT
    DISPLAY '  on returned mail:       ' WS-RETMAIL-DORMANT
    DISPLAY 'Escheat candidates:       ' WS-ESCHEAT-LISTED
    DISPLAY 'Warning list: ' WS-WARNING-FILE-NAME
    DISPLAY 'Escheat list: ' WS-ESCHEAT-FILE-NAME

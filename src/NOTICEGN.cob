*>   'H' funds hold placed        'F' maintenance fee assessed
*>   'O' overdraft sweep          'M' CD maturity approaching
*>   'R' item returned unpaid (NSF), fee assessed
*>   'D' item paid into overdraft (reference: trace), fee assessed
*>   'K' deposited item returned unpaid by the paying bank
*>       (amount: the item; event date: when it was deposited)
*>   'S' standing order failed after funds retries
*>   'P' loan payment past due, late charge assessed
*>   'G' levy / garnishment hold placed (reference: case number)
*>   'L' levy / garnishment hold lifted
*>   'E' annual loan escrow analysis (reference: the analysis date,
*>       which keys the workings on the escrow analysis register)
*>   'B' safe deposit box rent could not be collected (reference:
*>       the box, branch-number; event date: when the rent fell due)
*> An 'F' carrying a case number is the levy processing fee rather
*> than the maintenance fee.
*>
*> A letter to a customer whose mail has come back undeliverable (the
*> returned-mail flag on the customer master, looked up by the
*> account's HOLDER-TAX-ID) is not put in the print run: it goes to
*> the hold-mail listing data/holdmail_notices_YYYYMMDD.txt, headed
*> with the date the mail was returned, for the branch to keep until
*> the address is corrected.
*>
*> The notice day is taken from the command line as YYYYMMDD; run
*> with no parameter it letters today's queue.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-LETTER-FILE-STATUS.

    SELECT CUSTOMER-FILE ASSIGN TO 'data/customers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-TAX-ID
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT HOLDMAIL-FILE ASSIGN TO WS-HOLDMAIL-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-HOLDMAIL-FILE-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

    SELECT ESCANAL-FILE ASSIGN TO 'data/escanal.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EAN-KEY
        FILE STATUS IS WS-ESCANAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  NOTICE-FILE.
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

FD  LETTER-FILE.
01  LETTER-LINE                 PIC X(80).

*> The hold-mail listing: returned-mail customers' letters, kept back
*> from the print run.
FD  HOLDMAIL-FILE.
01  HOLDMAIL-LINE               PIC X(80).

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
    05  BUS-CURRENT-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> ESCROWDS's escrow analysis register, one record per loan per
*> annual analysis, read back for the 'E' escrow statement.
FD  ESCANAL-FILE.
01  ESCANAL-RECORD.
    05  EAN-KEY.
        10  EAN-LOAN-ACCOUNT    PIC 9(10).
        10  EAN-ANALYSIS-DATE   PIC X(8).
    05  EAN-BEGIN-BALANCE       PIC S9(11)V99.
    05  EAN-PROJECTED-ANNUAL    PIC 9(11)V99.
    05  EAN-LOW-POINT           PIC S9(11)V99.
    05  EAN-CUSHION             PIC 9(11)V99.
    05  EAN-OLD-MONTHLY         PIC S9(11)V99.
    05  EAN-BASE-MONTHLY        PIC 9(11)V99.
    05  EAN-SHORTAGE-MONTHLY    PIC 9(11)V99.
    05  EAN-NEW-MONTHLY         PIC 9(11)V99.
    05  EAN-NEW-PAYMENT         PIC S9(13)V99.
    05  EAN-RESULT              PIC X(1).
        88  EAN-SHORTAGE-SPREAD VALUE 'S'.
        88  EAN-SURPLUS-REFUNDED VALUE 'R'.
        88  EAN-SURPLUS-HELD    VALUE 'H'.
        88  EAN-EXACT           VALUE 'E'.
    05  EAN-SHORTAGE            PIC 9(11)V99.
    05  EAN-SURPLUS             PIC 9(11)V99.
    05  EAN-REFUND-SERIAL       PIC 9(10).
    05  EAN-NEXT-ANALYSIS-DATE  PIC X(8).
    05  FILLER                  PIC X(10).

WORKING-STORAGE SECTION.
COPY COMMON.


01  WS-LETTER-FILE-NAME         PIC X(40).

01  WS-CUST-FILE-STATUS         PIC X(2).
    88  CUST-FILE-SUCCESS       VALUE '00'.
01  WS-HOLDMAIL-FILE-STATUS     PIC X(2).
    88  HOLDMAIL-FILE-SUCCESS   VALUE '00'.
01  WS-HOLDMAIL-FILE-NAME       PIC X(40).

*> Returned-mail routing: whether the customer master could be read,
*> the letter router's hold target, and the lazily opened listing.
01  WS-HOLDMAIL-FIELDS.
    05  WS-CUST-MASTER-FLAG     PIC X(1) VALUE 'N'.
        88  CUST-MASTER-OPEN    VALUE 'Y'.
    05  WS-HOLDMAIL-TARGET-FLAG PIC X(1) VALUE 'N'.
        88  HOLDMAIL-TARGET-ACTIVE VALUE 'Y'.
    05  WS-HOLDMAIL-OPEN-FLAG   PIC X(1) VALUE 'N'.
        88  HOLDMAIL-FILE-OPENED VALUE 'Y'.
    05  WS-LETTERS-HELD         PIC 9(5) VALUE ZERO.

01  WS-ESCANAL-FILE-STATUS      PIC X(2).
    88  ESCANAL-FILE-SUCCESS    VALUE '00'.
01  WS-ESCANAL-OPEN-FLAG        PIC X(1) VALUE 'N'.
    88  ESCANAL-OPEN            VALUE 'Y'.

01  WS-RUN-FIELDS.
    05  WS-PARM-TEXT            PIC X(10).
    05  WS-NOTICE-DAY           PIC X(8).
    05  WS-LETTERS-WRITTEN      PIC 9(5) VALUE ZERO.
    05  WS-NOTICES-UNMATCHED    PIC 9(5) VALUE ZERO.
    05  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-AMOUNT-DISPLAY-2     PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-SIGNED-DISPLAY       PIC -ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
        CLOSE NOTICE-FILE
        CLOSE ACCOUNT-FILE
        STOP RUN
    END-IF

    *> Only escrow statements need the analysis register; a shop with
    *> no escrowed loans has none, and the rest of the run goes on.
    OPEN INPUT ESCANAL-FILE
    IF ESCANAL-FILE-SUCCESS
        SET ESCANAL-OPEN TO TRUE
    END-IF

    *> Without the customer master no mail can be held, so every
    *> letter prints as it always did.
    OPEN INPUT CUSTOMER-FILE
    IF CUST-FILE-SUCCESS
        SET CUST-MASTER-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: customer master unavailable -- no mail held.'
                ' Status: ' WS-CUST-FILE-STATUS
    END-IF.

LETTER-DAYS-NOTICES.
        ADD 1 TO WS-NOTICES-UNMATCHED
    ELSE
        ADD 1 TO WS-LETTERS-WRITTEN
        MOVE 'N' TO WS-HOLDMAIL-TARGET-FLAG
        IF CUST-MASTER-OPEN
            MOVE HOLDER-TAX-ID TO CUST-TAX-ID
            READ CUSTOMER-FILE
            IF CUST-FILE-SUCCESS AND CUST-MAIL-RETURNED
                PERFORM START-HELD-LETTER
            END-IF
        END-IF
        MOVE ALL '=' TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE

        MOVE SPACES TO LETTER-LINE
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
            INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE HOLDER-ADDRESS TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE SPACES TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE

        MOVE SPACES TO LETTER-LINE
        STRING 'Re: Account ' NTC-ACCOUNT '   '
               NTC-DATE(5:2) '/' NTC-DATE(7:2) '/' NTC-DATE(1:4)
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE SPACES TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE

        MOVE NTC-AMOUNT TO WS-AMOUNT-DISPLAY
        EVALUATE NTC-EVENT-CODE
            WHEN 'H'
                MOVE 'A hold has been placed on your recent deposit.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Amount held: $' WS-AMOUNT-DISPLAY
                       '  Funds available: ' NTC-EVENT-DATE
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'F'
                IF NTC-REFERENCE = SPACES
                    MOVE 'A monthly maintenance fee has been assessed'
                        TO LETTER-LINE
                    PERFORM WRITE-LETTER-LINE
                    MOVE 'because your balance fell below the minimum.'
                        TO LETTER-LINE
                    PERFORM WRITE-LETTER-LINE
                ELSE
                    MOVE 'A legal process fee has been charged for the'
                        TO LETTER-LINE
                    PERFORM WRITE-LETTER-LINE
                    MOVE SPACES TO LETTER-LINE
                    STRING 'levy or garnishment order in case '
                           NTC-REFERENCE '.'
                        DELIMITED BY SIZE INTO LETTER-LINE
                    PERFORM WRITE-LETTER-LINE
                END-IF
                MOVE SPACES TO LETTER-LINE
                STRING 'Fee amount: $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'O'
                MOVE 'Overdraft protection was used on your account.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Transferred from your linked savings: $'
                       WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'R'
                MOVE 'An item presented against your account was'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'returned unpaid for insufficient funds.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Item trace: ' NTC-REFERENCE
                       '  Returned-item fee: $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'D'
                MOVE 'An item presented against your account was'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'paid, overdrawing your account. Please deposit'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'funds to bring the balance back above zero.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Item trace: ' NTC-REFERENCE
                       '  Overdraft item fee: $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'K'
                MOVE 'A check you deposited has been returned unpaid'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'by the bank it was drawn on, and its amount has'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'been debited from your account. A returned'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'deposited item fee also applies.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Item: ' NTC-REFERENCE
                       '  Deposited: ' NTC-EVENT-DATE
                       '  Amount: $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'S'
                MOVE 'Your standing order could not be paid after'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'repeated attempts (insufficient funds).'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Order amount: $' WS-AMOUNT-DISPLAY
                       '  This cycle was missed.'
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'P'
                MOVE 'Your loan payment is past due and a late'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'charge has been added to your loan balance.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Payment due: $' WS-AMOUNT-DISPLAY
                       '  Please contact your branch.'
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'M'
                MOVE 'Your certificate of deposit is approaching'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'maturity on ' NTC-EVENT-DATE
                       '. Balance: $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'Contact us to change your maturity instruction.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'G'
                MOVE 'We have been served with a levy or garnishment'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'order against your account, case '
                       NTC-REFERENCE
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'received ' NTC-EVENT-DATE(5:2) '/'
                       NTC-EVENT-DATE(7:2) '/' NTC-EVENT-DATE(1:4)
                       '. Amount held: $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'Federal benefit payments deposited in the last'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'two months are protected and remain available'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'to you. You may wish to consult an attorney.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'L'
                MOVE 'The hold placed under the levy or garnishment'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'order in case ' NTC-REFERENCE
                       ' has been lifted.'
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Amount released: $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN 'E'
                PERFORM FORMAT-ESCROW-STATEMENT
            WHEN 'B'
                MOVE 'We were unable to collect the annual rent on'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'your safe deposit box ' NTC-REFERENCE
                       ' from this account.'
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'Rent due: $' WS-AMOUNT-DISPLAY '  on '
                       NTC-EVENT-DATE(5:2) '/' NTC-EVENT-DATE(7:2) '/'
                       NTC-EVENT-DATE(1:4)
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'Access to the box is suspended until the rent'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'is paid. A box left unpaid past the grace period'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'may be opened by drilling at your expense.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN OTHER
                MOVE 'Please contact your branch regarding recent'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'activity on your account.' TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
        END-EVALUATE

        MOVE SPACES TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE 'Thank you for banking with us.' TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE SPACES TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE 'N' TO WS-HOLDMAIL-TARGET-FLAG
    END-IF.

*> All letter output funnels through here so a returned-mail
*> customer's letter can be steered to the hold-mail listing.
WRITE-LETTER-LINE.
    IF HOLDMAIL-TARGET-ACTIVE
        MOVE LETTER-LINE TO HOLDMAIL-LINE
        WRITE HOLDMAIL-LINE
    ELSE
        WRITE LETTER-LINE
    END-IF.

*> Points the router at the hold-mail listing for one letter and
*> heads it with whose mail it is and since when it has been coming
*> back. Should the listing not open, the letter prints as before
*> rather than being lost.
START-HELD-LETTER.
    IF NOT HOLDMAIL-FILE-OPENED
        STRING 'data/holdmail_notices_' WS-NOTICE-DAY '.txt'
            DELIMITED BY SIZE INTO WS-HOLDMAIL-FILE-NAME
        OPEN OUTPUT HOLDMAIL-FILE
        IF HOLDMAIL-FILE-SUCCESS
            SET HOLDMAIL-FILE-OPENED TO TRUE
        ELSE
            DISPLAY 'WARNING: cannot open hold-mail listing --'
                    ' held letters go to the print file. Status: '
                    WS-HOLDMAIL-FILE-STATUS
        END-IF
    END-IF
    IF HOLDMAIL-FILE-OPENED
        SET HOLDMAIL-TARGET-ACTIVE TO TRUE
        ADD 1 TO WS-LETTERS-HELD
        MOVE SPACES TO LETTER-LINE
        STRING '*** HELD -- MAIL RETURNED ' CUST-RETURNED-MAIL-DATE
               '  CUSTOMER ' CUST-TAX-ID ' ***'
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    END-IF.

*> The annual escrow statement. The analysis register supplies the
*> workings -- the year's projected bills, the low point against the
*> cushion, old and new escrow -- so the borrower can follow how the
*> new payment was arrived at. Without the register record the letter
*> falls back to the shortage or surplus carried on the notice.
FORMAT-ESCROW-STATEMENT.
    MOVE 'We have completed the annual review of the escrow'
        TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE 'account that pays the taxes and insurance on your loan.'
        TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE 'NF' TO WS-ESCANAL-FILE-STATUS
    IF ESCANAL-OPEN
        MOVE NTC-ACCOUNT TO EAN-LOAN-ACCOUNT
        MOVE NTC-REFERENCE(1:8) TO EAN-ANALYSIS-DATE
        READ ESCANAL-FILE
    END-IF
    IF ESCANAL-FILE-SUCCESS
        MOVE EAN-BEGIN-BALANCE TO WS-SIGNED-DISPLAY
        MOVE SPACES TO LETTER-LINE
        STRING 'Escrow balance today:           $' WS-SIGNED-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE EAN-PROJECTED-ANNUAL TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO LETTER-LINE
        STRING 'Bills expected, next 12 months:  $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE EAN-LOW-POINT TO WS-SIGNED-DISPLAY
        MOVE SPACES TO LETTER-LINE
        STRING 'Projected lowest balance:       $' WS-SIGNED-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE EAN-CUSHION TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO LETTER-LINE
        STRING 'Required minimum (cushion):      $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE SPACES TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        EVALUATE TRUE
            WHEN EAN-SHORTAGE-SPREAD
                MOVE EAN-SHORTAGE TO WS-AMOUNT-DISPLAY
                MOVE EAN-SHORTAGE-MONTHLY TO WS-AMOUNT-DISPLAY-2
                MOVE SPACES TO LETTER-LINE
                STRING 'Your escrow is short by $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'spread over 12 payments at $'
                       WS-AMOUNT-DISPLAY-2 ' each.'
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN EAN-SURPLUS-REFUNDED
                MOVE EAN-SURPLUS TO WS-AMOUNT-DISPLAY
                MOVE SPACES TO LETTER-LINE
                STRING 'Your escrow has a surplus of $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING 'refunded to you by official check '
                       EAN-REFUND-SERIAL '.'
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN EAN-SURPLUS-HELD
                MOVE EAN-SURPLUS TO WS-AMOUNT-DISPLAY
                MOVE SPACES TO LETTER-LINE
                STRING 'Your escrow has a surplus of $' WS-AMOUNT-DISPLAY
                    DELIMITED BY SIZE INTO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
                MOVE 'which remains in your escrow account.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
            WHEN OTHER
                MOVE 'Your escrow is funded at the required level.'
                    TO LETTER-LINE
                PERFORM WRITE-LETTER-LINE
        END-EVALUATE
        MOVE SPACES TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE EAN-OLD-MONTHLY TO WS-SIGNED-DISPLAY
        MOVE SPACES TO LETTER-LINE
        STRING 'Monthly escrow, previous:       $' WS-SIGNED-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE EAN-NEW-MONTHLY TO WS-AMOUNT-DISPLAY
        MOVE SPACES TO LETTER-LINE
        STRING 'Monthly escrow, new:             $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE EAN-NEW-PAYMENT TO WS-SIGNED-DISPLAY
        MOVE SPACES TO LETTER-LINE
        STRING 'Your new total monthly payment: $' WS-SIGNED-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    ELSE
        MOVE SPACES TO LETTER-LINE
        STRING 'Escrow shortage or surplus: $' WS-AMOUNT-DISPLAY
            DELIMITED BY SIZE INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE 'Your branch can explain the new payment amount.'
            TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    END-IF
    MOVE SPACES TO LETTER-LINE
    STRING 'Next escrow review: ' NTC-EVENT-DATE(5:2) '/'
           NTC-EVENT-DATE(7:2) '/' NTC-EVENT-DATE(1:4)
        DELIMITED BY SIZE INTO LETTER-LINE
    PERFORM WRITE-LETTER-LINE.

CLEANUP-RUN.
    CLOSE NOTICE-FILE
    CLOSE ACCOUNT-FILE
    CLOSE LETTER-FILE
    IF ESCANAL-OPEN
        CLOSE ESCANAL-FILE
    END-IF
    IF CUST-MASTER-OPEN
        CLOSE CUSTOMER-FILE
    END-IF
    IF HOLDMAIL-FILE-OPENED
        CLOSE HOLDMAIL-FILE
    END-IF
    DISPLAY ' '
    DISPLAY 'Letters written:    ' WS-LETTERS-WRITTEN
    DISPLAY 'Letters held:       ' WS-LETTERS-HELD
    DISPLAY 'Unmatched notices:  ' WS-NOTICES-UNMATCHED
    DISPLAY '==================================================================='.


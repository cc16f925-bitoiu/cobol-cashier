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

FD  LOAN-FILE.
01  LOAN-RECORD.
    05  LOAN-ACCRUED-INTEREST   PIC S9(13)V99.
    05  LOAN-LAST-PAYMENT-DATE  PIC X(8).
    05  LOAN-LATE-FEE-DATE      PIC X(8).
*> Escrow for taxes and insurance: the monthly escrow collected with
*> each payment (already inside LOAN-PAYMENT-AMOUNT), the escrow
*> funds held, and when the next annual escrow analysis falls due.
    05  LOAN-ESCROW-MONTHLY     PIC S9(11)V99.
    05  LOAN-ESCROW-BALANCE     PIC S9(11)V99.
    05  LOAN-ESCROW-ANALYSIS-DATE PIC X(8).
*> Late charges assessed and not yet paid -- the part of the
*> uncollected-interest bucket that is fees rather than interest, so
*> a payment can tell the two apart and a payoff quote can show them.
    05  LOAN-LATE-FEES-DUE      PIC S9(9)V99.
*> Set when the loan is paid in full; the loan account closes in the
*> same payoff. Blank means the loan is live.
    05  LOAN-STATUS             PIC X(1).
        88  LOAN-LIVE           VALUE ' '.
        88  LOAN-PAID-IN-FULL   VALUE 'P'.
    05  LOAN-CLOSED-DATE        PIC X(8).
    05  FILLER                  PIC X(2).

FD  BANKPARM-FILE.
    05  FILLER                  PIC X(10).

*> Generic backup container, sized past the largest record it
*> carries (the 377-byte account record). Shorter records pad with
*> spaces on the way out and truncate back on the way in, which
*> round-trips cleanly for fixed-layout records like these.
FD  BACKUP-FILE.

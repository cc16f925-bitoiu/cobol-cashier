        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-INQUIRY-FILE-STATUS.

    SELECT LOAN-LETTER-FILE ASSIGN TO WS-LOAN-LETTER-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-LOAN-LETTER-STATUS.

    SELECT ARCHIVE-INDEX-FILE ASSIGN TO 'data/archive_index.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-BRANCH-FILE-STATUS.

    SELECT PRODUCT-FILE ASSIGN TO 'data/products.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRD-CODE
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-PRODUCT-FILE-STATUS.

    SELECT NSFQUEUE-FILE ASSIGN TO 'data/nsfqueue.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NSQ-KEY
        ALTERNATE RECORD KEY IS NSQ-ACCOUNT WITH DUPLICATES
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-NSFQUEUE-FILE-STATUS.

    SELECT DEPITEM-FILE ASSIGN TO 'data/depitems.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DIT-KEY
        ALTERNATE RECORD KEY IS DIT-TRANS-ID WITH DUPLICATES
        FILE STATUS IS WS-DEPITEM-FILE-STATUS.

    SELECT VALDATE-FILE ASSIGN TO 'data/valdate.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VDT-TRANS-ID
        ALTERNATE RECORD KEY IS VDT-HIST-STATUS WITH DUPLICATES
        FILE STATUS IS WS-VALDATE-FILE-STATUS.

    SELECT ACHORIG-FILE ASSIGN TO 'data/achorig.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACO-TRACE-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-ACHORIG-FILE-STATUS.

    SELECT ESCROW-SCHED-FILE ASSIGN TO 'data/escrowsch.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ESC-KEY
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-ESCROW-SCHED-FILE-STATUS.

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

    SELECT FRAUDCASE-FILE ASSIGN TO 'data/fraudcase.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FCS-CASE-ID
        ALTERNATE RECORD KEY IS FCS-ALERT-KEY WITH DUPLICATES
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-FRAUDCASE-FILE-STATUS.

    SELECT PODBENEF-FILE ASSIGN TO 'data/podbenef.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POD-KEY
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-PODBENEF-FILE-STATUS.

    SELECT GARNORD-FILE ASSIGN TO 'data/garnish.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRN-ORDER-ID
        ALTERNATE RECORD KEY IS GRN-ACCOUNT WITH DUPLICATES
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-GARNORD-FILE-STATUS.

    SELECT SDBOX-FILE ASSIGN TO 'data/sdboxes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDB-KEY
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-SDBOX-FILE-STATUS.

    SELECT SDBVISIT-FILE ASSIGN TO 'data/sdbvisits.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SDBVISIT-FILE-STATUS.

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

*> Customer master (CIF). One record per customer, keyed by tax ID;
*> every ACCOUNT-RECORD carries the same tax ID in HOLDER-TAX-ID as its
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

FD  TRANSACTION-FILE.
01  TRANSACTION-RECORD.
    05  RCPT-AMOUNT             PIC S9(13)V99.
    05  RCPT-RESULTING-BALANCE  PIC S9(13)V99.
    05  RCPT-TELLER-ID          PIC X(10).
*> Blank on the posting's own line. 'I' marks an itemized line of
*> the posting just above it (a deposit ticket's cash and checks),
*> carrying the item in the description and amount fields.
    05  RCPT-LINE-KIND          PIC X(1).
        88  RCPT-ITEM-LINE      VALUE 'I'.
    05  FILLER                  PIC X(4).

*> Audit trail for non-financial changes. TRANSACTION-FILE captures
*> money movement; this file captures everything else done to an
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

FD  INQUIRY-EXPORT-FILE.
01  INQUIRY-EXPORT-LINE         PIC X(95).

*> Payoff quote and paid-in-full letters, one hand-to-the-customer
*> file per letter, named for the loan and the day.
FD  LOAN-LETTER-FILE.
01  LOAN-LETTER-LINE            PIC X(80).

*> Registry of completed ARCHTRAN archive files -- the history
*> inquiry walks it so a teller sees purged and live activity as one
*> continuous view. ARCHRSCH reads the same index standalone.
        88  ORD-ACTIVE          VALUE 'A' ' '.
        88  ORD-CANCELLED       VALUE 'C'.
        88  ORD-EXPIRED         VALUE 'E'.
        88  ORD-SUSPENDED       VALUE 'S'.
    05  FILLER                  PIC X(10).

*> Cash drawer records, one per teller per business day: the opening
        88  BRN-CLOSED          VALUE 'C'.
    05  FILLER                  PIC X(10).

*> Product master: one record per product code, maintained from the
*> Product Maintenance screen. Each product belongs to one account
*> type and carries its own rate tiers, maintenance fee and minimum,
*> daily caps, check-hold days and savings cycle limit. Any term left
*> blank (the X view is SPACES) is "not set" and the bank-wide
*> parameter applies instead -- a keyed zero is a real value, which
*> is how a youth savings product waives the fee outright. The same
*> layout is carried by INTACCRU, MAINTFEE and PENDPOST.
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

*> Overdraft decision queue, one record per insufficient-funds item
*> awaiting (or given) an officer's pay/return decision. Keyed by
*> presentment date, account and trace, with an alternate key on the
*> account for the officer screen's relationship look. DEBITIMP adds
*> items pending; BANKLED records the decision; NSFDECN posts or
*> returns them and closes them out as paid or returned.
FD  NSFQUEUE-FILE.
01  NSFQUEUE-RECORD.
    05  NSQ-KEY.
        10  NSQ-PRESENTED-DATE  PIC X(8).
        10  NSQ-ACCOUNT         PIC 9(10).
        10  NSQ-TRACE-NUMBER    PIC X(15).
    05  NSQ-AMOUNT              PIC 9(11)V99.
    05  NSQ-DEADLINE-DATE       PIC X(8).
    05  NSQ-AVAILABLE-AT-ENTRY  PIC S9(13)V99.
    05  NSQ-STATUS              PIC X(1).
        88  NSQ-PENDING         VALUE 'P'.
        88  NSQ-PAY-DECIDED     VALUE 'A'.
        88  NSQ-RETURN-DECIDED  VALUE 'R'.
        88  NSQ-PAID            VALUE 'C'.
        88  NSQ-RETURNED        VALUE 'X'.
    05  NSQ-DECIDED-BY          PIC X(10).
    05  NSQ-DECIDED-DATE        PIC X(8).
    05  NSQ-DEFAULTED-FLAG      PIC X(1).
        88  NSQ-DEFAULTED       VALUE 'Y'.
    05  NSQ-SETTLED-DATE        PIC X(8).
    05  NSQ-FEE-AMOUNT          PIC 9(7)V99.
    05  FILLER                  PIC X(20).

*> Deposit ticket lines: the cash portion of a teller deposit and
*> one line per check in it (routing number, serial, amount), so a
*> claim or a returned item can be traced to the exact check. Keyed
*> by account and the ticket's date and time, with an alternate key
*> on the deposit's TRANS-ID. A ticket captured while the posting
*> window is shut carries TRANS-ID zero until PENDPOST posts it and
*> stamps the real one.
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

*> ACH origination register: one record per outbound ACH credit a
*> customer sends (a bill payment or a payroll item), keyed by the
*> trace number it carries on the outbound file. The customer is
*> debited at capture; ACHORIG writes the pending entries due by the
*> next business day to the outbound file and stamps them sent under
*> the batch ID, which is how a returned entry is matched back to
*> the account by its trace number. The record under trace zero is
*> the control record carrying the next trace number in its amount
*> field, the claim register's convention.
FD  ACHORIG-FILE.
01  ACHORIG-RECORD.
    05  ACO-TRACE-NUMBER        PIC 9(15).
    05  ACO-CAPTURE-DATE        PIC X(8).
    05  ACO-CAPTURE-TIME        PIC X(8).
    05  ACO-ACCOUNT             PIC 9(10).
    05  ACO-RECV-ROUTING        PIC X(9).
    05  ACO-RECV-ACCOUNT        PIC X(17).
    05  ACO-RECV-NAME           PIC X(22).
    05  ACO-PURPOSE             PIC X(1).
        88  ACO-PAYROLL         VALUE 'P'.
        88  ACO-BILL-PAYMENT    VALUE 'B'.
    05  ACO-AMOUNT              PIC 9(11)V99.
    05  ACO-EFFECTIVE-DATE      PIC X(8).
    05  ACO-DEBIT-TRANS-ID      PIC 9(12).
    05  ACO-CAPTURED-BY         PIC X(10).
    05  ACO-STATUS              PIC X(1).
        88  ACO-PENDING         VALUE 'P'.
        88  ACO-SENT            VALUE 'S'.
        88  ACO-CANCELLED       VALUE 'C'.
    05  ACO-BATCH-ID            PIC X(15).
    05  ACO-SENT-DATE           PIC X(8).
    05  ACO-CANCELLED-BY        PIC X(10).
    05  FILLER                  PIC X(10).

*> Escrow disbursement schedule: one record per tax or insurance bill
*> a loan's escrow pays, keyed by the loan account and a sequence
*> number within it. ESCROWDS pays each active item by official check
*> when its due date comes round and rolls the due date on by the
*> item's frequency in months; the annual escrow analysis projects
*> the coming year's disbursements from the same records. A removed
*> item stays on file for the history, flagged 'R'.
FD  ESCROW-SCHED-FILE.
01  ESCROW-SCHED-RECORD.
    05  ESC-KEY.
        10  ESC-LOAN-ACCOUNT    PIC 9(10).
        10  ESC-SEQ             PIC 9(3).
    05  ESC-PAYEE-NAME          PIC X(40).
    05  ESC-PAYEE-ADDRESS       PIC X(50).
    05  ESC-KIND                PIC X(1).
        88  ESC-TAX             VALUE 'T'.
        88  ESC-INSURANCE       VALUE 'I'.
        88  ESC-OTHER           VALUE 'O'.
    05  ESC-AMOUNT              PIC 9(9)V99.
    05  ESC-NEXT-DUE-DATE       PIC X(8).
    05  ESC-FREQUENCY-MONTHS    PIC 9(2).
    05  ESC-STATUS              PIC X(1).
        88  ESC-ACTIVE          VALUE 'A'.
        88  ESC-REMOVED         VALUE 'R'.
    05  ESC-LAST-PAID-DATE      PIC X(8).
    05  ESC-LAST-CHECK-SERIAL   PIC 9(10).
    05  ESC-ADDED-BY            PIC X(10).
    05  FILLER                  PIC X(10).

*> Sanctions watch list, loaded by compliance from the published
*> list: one 'H' header carrying the list's version ID and
*> publication date, then one 'D' entry per listed party -- surname
*> (or the whole name of a listed entity) and, for individuals, the
*> given name. Every name a customer, wire beneficiary or ACH
*> originator presents is screened against the whole file.
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

*> Sanctions review queue: one record per possible watch-list match,
*> raised by whichever screening point stopped the item, and worked
*> from the Sanctions Review screen -- cleared as a false match or
*> confirmed as a true one. A cleared pairing of subject and listed
*> party is not raised again; a confirmed one is refused every time
*> it is presented. The record under hit zero is the control record
*> carrying the next hit number in its amount field, the claim
*> register's convention.
FD  SANCHIT-FILE.
01  SANCHIT-RECORD.
    05  SCR-HIT-ID              PIC 9(7).
    05  SCR-HIT-DATE            PIC X(8).
    05  SCR-HIT-TIME            PIC X(8).
    05  SCR-SOURCE              PIC X(1).
        88  SCR-AT-ACCOUNT-OPENING VALUE 'C'.
        88  SCR-AT-WIRE-CAPTURE VALUE 'W'.
        88  SCR-AT-ACH-IMPORT   VALUE 'A'.
        88  SCR-AT-RESCAN       VALUE 'R'.
        88  SCR-AT-ACH-ORIGINATION VALUE 'O'.
    05  SCR-SUBJECT-KIND        PIC X(1).
        88  SCR-SUBJECT-CUSTOMER    VALUE 'C'.
        88  SCR-SUBJECT-BENEFICIARY VALUE 'B'.
        88  SCR-SUBJECT-ORIGINATOR  VALUE 'O'.
    05  SCR-SUBJECT-REF         PIC X(17).
    05  SCR-SCREENED-NAME       PIC X(41).
    05  SCR-AMOUNT              PIC 9(11)V99.
    05  SCR-WL-ENTRY-ID         PIC X(10).
    05  SCR-WL-LIST-CODE        PIC X(6).
    05  SCR-WL-NAME             PIC X(56).
    05  SCR-STATUS              PIC X(1).
        88  SCR-OPEN            VALUE 'O'.
        88  SCR-CLEARED         VALUE 'C'.
        88  SCR-CONFIRMED       VALUE 'F'.
    05  SCR-RAISED-BY           PIC X(10).
    05  SCR-DECIDED-BY          PIC X(10).
    05  SCR-DECIDED-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> Fraud alert cases FRAUDMON raises from its nightly monitoring
*> rules, worked from the Fraud Alert Cases screen: cleared (with an
*> optional quiet period in FCS-SUPPRESS-UNTIL, so the same rule does
*> not re-alert on the account every night) or escalated for a
*> suspicious-activity filing. Case zero is the control record
*> carrying the next case number in its amount field.
FD  FRAUDCASE-FILE.
01  FRAUDCASE-RECORD.
    05  FCS-CASE-ID             PIC 9(7).
    05  FCS-ALERT-KEY.
        10  FCS-ACCOUNT         PIC 9(10).
        10  FCS-RULE            PIC X(2).
    05  FCS-RAISED-DATE         PIC X(8).
    05  FCS-ACTIVITY-REF        PIC X(8).
    05  FCS-AMOUNT              PIC 9(11)V99.
    05  FCS-DETAIL              PIC X(60).
    05  FCS-STATUS              PIC X(1).
        88  FCS-OPEN            VALUE 'O'.
        88  FCS-CLEARED         VALUE 'C'.
        88  FCS-ESCALATED       VALUE 'E'.
    05  FCS-DECIDED-BY          PIC X(10).
    05  FCS-DECIDED-DATE        PIC X(8).
    05  FCS-SUPPRESS-UNTIL      PIC X(8).
    05  FCS-DISPOSITION-NOTE    PIC X(50).
    05  FILLER                  PIC X(20).

*> Payable-on-death beneficiary register, one record per named
*> beneficiary of an account, keyed by account and a running sequence
*> number. Shares are percentages of whatever the account holds at the
*> payout and must come to 100 between the live entries. A removed
*> entry stays on file as 'R' for the trail; a paid one carries the
*> official check it was paid on.
FD  PODBENEF-FILE.
01  PODBENEF-RECORD.
    05  POD-KEY.
        10  POD-ACCOUNT         PIC 9(10).
        10  POD-SEQ             PIC 9(2).
    05  POD-NAME                PIC X(40).
    05  POD-RELATIONSHIP        PIC X(15).
    05  POD-TAX-ID              PIC X(11).
    05  POD-ADDRESS             PIC X(50).
    05  POD-SHARE-PCT           PIC 9(3)V99.
    05  POD-STATUS              PIC X(1).
        88  POD-LIVE            VALUE 'A'.
        88  POD-REMOVED         VALUE 'R'.
        88  POD-PAID            VALUE 'P'.
    05  POD-ADDED-DATE          PIC X(8).
    05  POD-ADDED-BY            PIC X(10).
    05  POD-PAID-DATE           PIC X(8).
    05  POD-PAID-SERIAL         PIC 9(10).
    05  POD-PAID-AMOUNT         PIC 9(11)V99.
    05  FILLER                  PIC X(10).

*> Levy / garnishment order register, one record per order served on
*> the bank, keyed by order number with an alternate key on the
*> account. The record under order zero is the control record
*> carrying the next order number in its amount field, the same
*> convention the claim register uses. Tellers key the order here;
*> LEVYPROC reviews it that night, places the hold and fills in the
*> review fields, and takes the hold off again once a supervisor
*> marks the order released or satisfied.
FD  GARNORD-FILE.
01  GARNORD-RECORD.
    05  GRN-ORDER-ID            PIC 9(7).
    05  GRN-ACCOUNT             PIC 9(10).
    05  GRN-CREDITOR            PIC X(40).
    05  GRN-CASE-NUMBER         PIC X(15).
    05  GRN-ORDER-AMOUNT        PIC 9(11)V99.
    05  GRN-RECEIVED-DATE       PIC X(8).
    05  GRN-ORDER-TYPE          PIC X(1).
        88  GRN-LEVY            VALUE 'L'.
        88  GRN-GARNISHMENT     VALUE 'G'.
    05  GRN-STATUS              PIC X(1).
        88  GRN-NEW             VALUE 'N'.
        88  GRN-HOLD-PLACED     VALUE 'H'.
        88  GRN-RELEASE-PENDING VALUE 'R'.
        88  GRN-SATISFY-PENDING VALUE 'S'.
        88  GRN-RELEASED        VALUE 'L'.
        88  GRN-SATISFIED       VALUE 'P'.
        88  GRN-NO-ACCOUNT      VALUE 'X'.
    05  GRN-KEYED-BY            PIC X(10).
    05  GRN-REVIEW-DATE         PIC X(8).
    05  GRN-REVIEW-BALANCE      PIC S9(13)V99.
    05  GRN-PROTECTED-AMOUNT    PIC 9(11)V99.
    05  GRN-HOLD-AMOUNT         PIC 9(11)V99.
    05  GRN-FEE-AMOUNT          PIC 9(11)V99.
    05  GRN-LIFT-REQUESTED-BY   PIC X(10).
    05  GRN-LIFTED-DATE         PIC X(8).
    05  FILLER                  PIC X(10).

*> Safe deposit box inventory: one record per box, keyed by the
*> branch the box is in and its number there. A vacant box carries
*> only its size and annual rent; a rented one carries the renter
*> (the holder of the billing account the rent is drawn on), an
*> optional co-renter with access rights, and the date the next
*> year's rent falls due. SDBBILL charges the rent on that date and
*> rolls it a year; rent it cannot collect leaves the box unpaid
*> since the first failed billing, which is what the drilling list
*> ages against the grace period.
FD  SDBOX-FILE.
01  SDBOX-RECORD.
    05  SDB-KEY.
        10  SDB-BRANCH          PIC X(4).
        10  SDB-BOX-NUMBER      PIC 9(5).
    05  SDB-SIZE                PIC X(1).
        88  SDB-SMALL           VALUE 'S'.
        88  SDB-MEDIUM          VALUE 'M'.
        88  SDB-LARGE           VALUE 'L'.
        88  SDB-EXTRA-LARGE     VALUE 'X'.
    05  SDB-ANNUAL-RENT         PIC 9(7)V99.
    05  SDB-STATUS              PIC X(1).
        88  SDB-VACANT          VALUE 'V'.
        88  SDB-RENTED          VALUE 'R'.
    05  SDB-RENTER-TAX-ID       PIC X(11).
    05  SDB-RENTER-NAME         PIC X(41).
    05  SDB-CO-RENTER-TAX-ID    PIC X(11).
    05  SDB-CO-RENTER-NAME      PIC X(41).
    05  SDB-BILLING-ACCOUNT     PIC 9(10).
    05  SDB-RENTED-DATE         PIC X(8).
    05  SDB-RENT-DUE-DATE       PIC X(8).
    05  SDB-UNPAID-SINCE        PIC X(8).
    05  SDB-LAST-BILLED-DATE    PIC X(8).
    05  SDB-LAST-VISIT-DATE     PIC X(8).
    05  SDB-VISIT-COUNT         PIC 9(5).
    05  SDB-UPDATED-BY          PIC X(10).
    05  FILLER                  PIC X(10).

*> Box access log: one record per visit to a box, appended by the
*> Safe Deposit Boxes screen once the visitor has been matched to the
*> renter or co-renter. Kept for the life of the rental and beyond --
*> it is the record of who opened the box and when.
FD  SDBVISIT-FILE.
01  SDBVISIT-RECORD.
    05  SDV-BRANCH              PIC X(4).
    05  SDV-BOX-NUMBER          PIC 9(5).
    05  SDV-DATE                PIC X(8).
    05  SDV-TIME                PIC X(8).
    05  SDV-VISITOR-TAX-ID      PIC X(11).
    05  SDV-VISITOR-NAME        PIC X(41).
    05  SDV-TELLER-ID           PIC X(10).
    05  FILLER                  PIC X(10).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-INQUIRY-FILE-STATUS      PIC X(2).
    88  INQUIRY-FILE-SUCCESS    VALUE '00'.
01  WS-INQUIRY-FILE-NAME        PIC X(40).
01  WS-LOAN-LETTER-STATUS       PIC X(2).
    88  LOAN-LETTER-SUCCESS     VALUE '00'.
01  WS-LOAN-LETTER-NAME         PIC X(50).

*> Date-range inquiry working set. Both alternate-key legs of the
*> account's history merge into one chronologically sorted table; the
    05  WS-LOAN-PAYMENT         PIC S9(13)V99.
    05  WS-LOAN-PAYMENT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-PMT-INTEREST-PART    PIC S9(13)V99.
    05  WS-PMT-FEE-PART         PIC S9(13)V99.
    05  WS-PMT-PRINCIPAL-PART   PIC S9(13)V99.
    05  WS-PMT-ESCROW-PART      PIC S9(13)V99.
    05  WS-PMT-REMAINING        PIC S9(13)V99.
    05  WS-PMT-MAXIMUM          PIC S9(13)V99.
    05  WS-LOAN-LEG-TYPE        PIC X(1) VALUE 'W'.
    05  WS-PMT-PART-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-ACCRUED-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.

*> Payoff quote working set. The quote is as of a good-through date:
*> the balance on the books (principal plus the uncollected bucket,
*> which holds both billed interest and unpaid late charges), plus
*> per-diem interest from the last monthly accrual through the
*> good-through date, plus any escrow the bank has advanced. Escrow
*> funds still held are refunded by check and not netted.
01  WS-PAYOFF-FIELDS.
    05  WS-PAYOFF-ACTION        PIC X(1).
    05  WS-PAYOFF-GOOD-THROUGH  PIC X(8).
    05  WS-PAYOFF-GOOD-NUM REDEFINES WS-PAYOFF-GOOD-THROUGH
                                PIC 9(8).
    05  WS-PAYOFF-ACCRUED-FROM  PIC X(8).
    05  WS-PAYOFF-LAST-ACCRUAL  PIC X(8).
    05  WS-PAYOFF-DAYS          PIC S9(5).
    05  WS-PAYOFF-PER-DIEM      PIC S9(9)V99.
    05  WS-PAYOFF-DIEM-INTEREST PIC S9(13)V99.
    05  WS-PAYOFF-PRINCIPAL     PIC S9(13)V99.
    05  WS-PAYOFF-INTEREST      PIC S9(13)V99.
    05  WS-PAYOFF-LATE-FEES     PIC S9(13)V99.
    05  WS-PAYOFF-ESCROW-DUE    PIC S9(13)V99.
    05  WS-PAYOFF-ESCROW-REFUND PIC S9(13)V99.
    05  WS-PAYOFF-TOTAL         PIC S9(13)V99.
    05  WS-PAYOFF-REFUND-SERIAL PIC 9(10).
    05  WS-PAYOFF-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-PAYOFF-DIEM-DISPLAY  PIC ZZZ,ZZ9.99.
    05  WS-PAYOFF-DAYS-DISPLAY  PIC ZZZZ9.
    05  WS-PAYOFF-LETTER-KIND   PIC X(1).
        88  PAYOFF-QUOTE-LETTER VALUE 'Q'.
        88  PAID-IN-FULL-LETTER VALUE 'P'.

*> Cross-currency transfer working fields. A transfer between
*> accounts in the same currency passes WS-INPUT-AMOUNT straight
*> through; when the currencies differ the credit leg carries
    05  WS-INPUT-PHONE          PIC X(15).
    05  WS-INPUT-TAX-ID         PIC X(11).
    05  WS-INPUT-DELIVERY-PREF  PIC X(1).
    05  WS-INPUT-RETURNED-MAIL  PIC X(1).
    05  WS-INPUT-ID-TYPE        PIC X(2).
    05  WS-INPUT-ID-NUMBER      PIC X(20).
    05  WS-INPUT-ID-ISSUER      PIC X(20).
    05  WS-INPUT-ID-EXPIRY      PIC X(8).
    05  WS-INPUT-ID-EXPIRY-NUM REDEFINES WS-INPUT-ID-EXPIRY PIC 9(8).
    05  WS-INPUT-BIRTH-DATE     PIC X(8).
    05  WS-INPUT-BIRTH-NUM REDEFINES WS-INPUT-BIRTH-DATE PIC 9(8).
    05  WS-INPUT-OCCUPATION     PIC X(30).
    05  WS-INPUT-ACCOUNT-TYPE   PIC X(1).
    05  WS-INPUT-LINKED-ACCOUNT PIC 9(10).
    05  WS-INPUT-CO-FIRST-NAME  PIC X(20).
    05  WS-CLM-LIST-COUNT       PIC 9(5).
    05  WS-CLM-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.

01  WS-WATCHLIST-FILE-STATUS    PIC X(2).
    88  WATCHLIST-FILE-SUCCESS  VALUE '00'.
    88  WATCHLIST-FILE-AT-END   VALUE '10'.
01  WS-SANCHIT-FILE-STATUS      PIC X(2).
    88  SANCHIT-FILE-SUCCESS    VALUE '00'.

*> Sanctions screening working set. The caller stages the source,
*> subject kind and reference, the name as presented and any amount,
*> then SCREEN-AGAINST-WATCHLIST leaves the verdict: passed, held
*> for review (a new or still-open hit), or refused outright on a
*> confirmed match. Names are compared upper-cased, punctuation
*> blanked, and a listed name must appear as whole words -- 'LI'
*> on the list is not a hit on 'WILLIAMS'.
01  WS-SCREEN-FIELDS.
    05  WS-SCR-SOURCE           PIC X(1).
    05  WS-SCR-KIND             PIC X(1).
    05  WS-SCR-REF              PIC X(17).
    05  WS-SCR-NAME             PIC X(41).
    05  WS-SCR-AMOUNT           PIC 9(11)V99.
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
    05  WS-SCR-ACTION           PIC X(1).
    05  WS-SCR-LIST-COUNT       PIC 9(5).
    05  WS-SCR-FROZEN-COUNT     PIC 9(3).
    05  WS-SCR-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.

*> Fraud alert case screen. A clearance quiets the same rule on the
*> account for WS-FCS-SUPPRESS-DAYS (FRAUD-SUPPRESS-DAYS on the
*> parameter file; zero means only the same activity is suppressed).
01  WS-FRAUDCASE-FILE-STATUS    PIC X(2).
    88  FRAUDCASE-FILE-SUCCESS  VALUE '00'.
01  WS-FRAUD-CASE-FIELDS.
    05  WS-FCS-ACTION           PIC X(1).
    05  WS-FCS-CASE-ID          PIC 9(7).
    05  WS-FCS-NOTE             PIC X(50).
    05  WS-FCS-LIST-COUNT       PIC 9(5).
    05  WS-FCS-SUPPRESS-DAYS    PIC 9(3) VALUE 90.
    05  WS-FCS-SUPPRESS-NUM     PIC 9(8).
    05  WS-FCS-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.

*> Customer due-diligence screen. A completed periodic review sets
*> the next one the same number of months out CUSTRISK uses for the
*> customer's risk rating (RISK-REVIEW-MOS-HIGH/-MED/-LOW).
01  WS-CDD-FIELDS.
    05  WS-CDD-ACTION           PIC X(1).
    05  WS-CDD-DATE-FLAG        PIC X(1).
        88  CDD-DATE-GOOD       VALUE 'Y'.
    05  WS-CDD-OLD-VALUE        PIC X(50).
    05  WS-CDD-REVIEW-MOS-HIGH  PIC 9(3) VALUE 12.
    05  WS-CDD-REVIEW-MOS-MED   PIC 9(3) VALUE 24.
    05  WS-CDD-REVIEW-MOS-LOW   PIC 9(3) VALUE 36.
    05  WS-CDD-REVIEW-MONTHS    PIC 9(3).
    05  WS-CDD-TOTAL-MONTHS     PIC 9(6).
    05  WS-CDD-DUE-YEAR         PIC 9(4).
    05  WS-CDD-DUE-MONTH        PIC 9(2).
    05  WS-CDD-DUE-DAY          PIC 9(2).

01  WS-PODBENEF-FILE-STATUS     PIC X(2).
    88  PODBENEF-FILE-SUCCESS   VALUE '00'.
    88  PODBENEF-FILE-AT-END    VALUE '10'.

*> Deceased-customer working set. The freeze pass counts what it
*> froze and what it left open for a surviving co-holder; the payout
*> loads the account's live beneficiaries into the table (ten is the
*> most the register screen lets an account carry; the spare slot
*> takes whatever share is left to the estate itself) and works out
*> each one's cut before anything is posted.
01  WS-ESTATE-FIELDS.
    05  WS-EST-ACTION           PIC X(1).
    05  WS-EST-TAX-ID           PIC X(11).
    05  WS-EST-DEATH-DATE       PIC X(8).
    05  WS-EST-DEATH-NUM REDEFINES WS-EST-DEATH-DATE PIC 9(8).
    05  WS-EST-DECEASED-NAME    PIC X(41).
    05  WS-EST-FROZEN-COUNT     PIC 9(3).
    05  WS-EST-JOINT-COUNT      PIC 9(3).
    05  WS-EST-ORDER-COUNT      PIC 9(3).
    05  WS-EST-OLD-DEBITS       PIC X(1).
    05  WS-EST-POD-COUNT        PIC 9(2).
    05  WS-EST-POD-IDX          PIC 9(2).
    05  WS-EST-PICK-NUM         PIC 9(2).
    05  WS-EST-NEXT-SEQ         PIC 9(2).
    05  WS-EST-SHARE-TOTAL      PIC 9(5)V99.
    05  WS-EST-PAYOUT-TOTAL     PIC S9(13)V99.
    05  WS-EST-PAID-SO-FAR      PIC S9(13)V99.
    05  WS-EST-OLD-STATUS       PIC X(1).
    05  WS-EST-POD-ENTRY OCCURS 11 TIMES.
        10  WS-EST-POD-SEQ      PIC 9(2).
        10  WS-EST-POD-NAME     PIC X(40).
        10  WS-EST-POD-PCT      PIC 9(3)V99.
        10  WS-EST-POD-AMOUNT   PIC S9(13)V99.
        10  WS-EST-POD-SERIAL   PIC 9(10).
    05  WS-EST-INPUT-NAME       PIC X(40).
    05  WS-EST-INPUT-REL        PIC X(15).
    05  WS-EST-INPUT-TAX-ID     PIC X(11).
    05  WS-EST-INPUT-ADDRESS    PIC X(50).
    05  WS-EST-INPUT-PCT        PIC 9(3)V99.
    05  WS-EST-PCT-DISPLAY      PIC ZZ9.99.
    05  WS-EST-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.

01  WS-GARNORD-FILE-STATUS      PIC X(2).
    88  GARNORD-FILE-SUCCESS    VALUE '00'.
    88  GARNORD-FILE-AT-END     VALUE '10'.
    88  GARNORD-RECORD-LOCKED   VALUE '90' THRU '99'.

*> Garnishment screen staging.
01  WS-GARNISH-FIELDS.
    05  WS-GRN-ACTION           PIC X(1).
    05  WS-GRN-ORDER-ID         PIC 9(7).
    05  WS-GRN-CREDITOR         PIC X(40).
    05  WS-GRN-CASE-NUMBER      PIC X(15).
    05  WS-GRN-AMOUNT           PIC 9(11)V99.
    05  WS-GRN-RECEIVED-DATE    PIC X(8).
    05  WS-GRN-RECEIVED-NUM REDEFINES WS-GRN-RECEIVED-DATE PIC 9(8).
    05  WS-GRN-TYPE             PIC X(1).
    05  WS-GRN-LIST-COUNT       PIC 9(5).
    05  WS-GRN-STATUS-TEXT      PIC X(16).
    05  WS-GRN-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-GRN-HELD-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.

*> Savings excessive-activity controls. The product terms allow
*> WS-SAVINGS-WDL-LIMIT debits from a type-'S' account per statement
*> cycle; beyond it each debit draws the excess-activity fee, and an
*> account that breaches the count three cycles running is flagged
*> for conversion to checking. Both values are compiled defaults
*> LOAD-BANK-PARAMETERS overrides from SAVINGS-WDL-LIMIT and
*> EXCESS-WDL-FEE; an account's product may set its own cycle limit.
01  WS-BRANCH-FILE-STATUS       PIC X(2).
    88  BRANCH-FILE-SUCCESS     VALUE '00'.

    05  WS-BRANCH-OK-FLAG       PIC X(1).
        88  BRANCH-CODE-GOOD    VALUE 'Y'.

01  WS-PRODUCT-FILE-STATUS      PIC X(2).
    88  PRODUCT-FILE-SUCCESS    VALUE '00'.

*> The Product Maintenance screen's staging fields, and the terms in
*> force for whichever account ACCOUNT-RECORD currently holds:
*> LOAD-ACCOUNT-PRODUCT-TERMS starts each one from the bank-wide
*> parameter and lets the account's product override any term it
*> sets. A per-account daily cap still outranks both.
01  WS-PRODUCT-FIELDS.
    05  WS-INPUT-PRODUCT        PIC X(4).
    05  WS-INPUT-PRD-NAME       PIC X(30).
    05  WS-INPUT-PRD-TYPE       PIC X(1).
    05  WS-INPUT-PRD-STATUS     PIC X(1).
    05  WS-INPUT-PRD-ANALYSIS   PIC X(1).
    05  WS-INPUT-PRD-TERM       PIC X(20).
    05  WS-PRD-TERM-VALUE       PIC 9(13)V9(4).
    05  WS-PRD-TERM-FLAG        PIC X(1).
        88  PRD-TERM-ENTERED    VALUE 'Y'.
    05  WS-PRODUCT-HAD-OLD-FLAG PIC X(1).
    05  WS-PRODUCT-LIST-COUNT   PIC 9(3).
    05  WS-PRODUCT-OK-FLAG      PIC X(1).
        88  PRODUCT-CODE-GOOD   VALUE 'Y'.
    05  WS-PRD-OLD-CODE         PIC X(4).
    05  WS-PRD-CHECK-TYPE       PIC X(1).
    05  WS-PRODUCT-CHANGE-FLAG  PIC X(1).
        88  PRODUCT-CHANGED     VALUE 'Y'.
    05  WS-PRD-RATE-DISPLAY     PIC 9.9(4).
    05  WS-PRD-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
01  WS-PRODUCT-TERMS.
    05  WS-EFF-HOLD-DAYS        PIC 9(2).
    05  WS-EFF-DAILY-WDL-LIMIT  PIC 9(11)V99.
    05  WS-EFF-DAILY-XFR-LIMIT  PIC 9(11)V99.
    05  WS-EFF-SAVINGS-WDL-LIMIT PIC 9(2).

01  WS-NSFQUEUE-FILE-STATUS     PIC X(2).
    88  NSFQUEUE-FILE-SUCCESS   VALUE '00'.
    88  NSFQUEUE-FILE-AT-END    VALUE '10'.

*> Deposit ticket being keyed: the cash amount and up to 30 checks.
*> The ticket total is what posts (WS-INPUT-AMOUNT); only the check
*> total can be held, and only the cash total counts toward the CTR
*> threshold -- CHECK-LARGE-TRANSACTION reads the cash figure while
*> TICKET-IN-FLIGHT is set.
01  WS-DEPITEM-FILE-STATUS      PIC X(2).
    88  DEPITEM-FILE-SUCCESS    VALUE '00'.

*> Back-valued postings. A supervisor posting a deposit, withdrawal
*> or transfer may give it an earlier value date, up to
*> WS-VALUE-DATE-MAX-DAYS back (VALUE-DATE-MAX-DAYS on the parameter
*> file); a reversal takes the value date of the posting it reverses.
*> WS-POST-VALUE-DATE is cleared every time round the menu, so a
*> value date never carries onto the next posting.
01  WS-VALDATE-FILE-STATUS      PIC X(2).
    88  VALDATE-FILE-SUCCESS    VALUE '00'.
01  WS-VALUE-DATE-FIELDS.
    05  WS-POST-VALUE-DATE      PIC X(8) VALUE SPACES.
    05  WS-INPUT-VALUE-DATE     PIC X(8).
    05  WS-INPUT-VALUE-NUM REDEFINES WS-INPUT-VALUE-DATE PIC 9(8).
    05  WS-VALUE-DATE-MAX-DAYS  PIC 9(3) VALUE 30.
    05  WS-VALUE-DATE-AGE       PIC S9(7).
    05  WS-VDT-ACCOUNT          PIC 9(10).
    05  WS-VDT-EFFECT           PIC S9(13)V99.
01  WS-TICKET-FIELDS.
    05  WS-TICKET-CASH-AMOUNT   PIC 9(11)V99 VALUE ZERO.
    05  WS-TICKET-CHECK-TOTAL   PIC 9(11)V99 VALUE ZERO.
    05  WS-TICKET-CHECK-COUNT   PIC 9(2) VALUE ZERO.
    05  WS-TICKET-MAX-CHECKS    PIC 9(2) VALUE 30.
    05  WS-TICKET-IDX           PIC 9(2).
    05  WS-TICKET-LINE          PIC 9(3).
    05  WS-TICKET-DATE          PIC X(8).
    05  WS-TICKET-TIME          PIC X(8).
    05  WS-TICKET-TRANS-ID      PIC 9(12).
    05  WS-TICKET-DONE-FLAG     PIC X(1).
        88  TICKET-ENTRY-DONE   VALUE 'Y'.
    05  WS-TICKET-FLIGHT-FLAG   PIC X(1) VALUE 'N'.
        88  TICKET-IN-FLIGHT    VALUE 'Y'.
    05  WS-INPUT-ROUTING        PIC X(9).
    05  WS-INPUT-SERIAL         PIC X(15).
    05  WS-INPUT-ITEM-AMOUNT    PIC 9(11)V99.
    05  WS-TICKET-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-CTR-TEST-AMOUNT      PIC S9(13)V99.
    05  WS-TICKET-CHECKS OCCURS 30 TIMES.
        10  WS-TKT-ROUTING      PIC X(9).
        10  WS-TKT-SERIAL       PIC X(15).
        10  WS-TKT-AMOUNT       PIC 9(11)V99.

01  WS-ACHORIG-FILE-STATUS      PIC X(2).
    88  ACHORIG-FILE-SUCCESS    VALUE '00'.
    88  ACHORIG-FILE-AT-END     VALUE '10'.

01  WS-ESCROW-SCHED-FILE-STATUS PIC X(2).
    88  ESCROW-SCHED-FILE-SUCCESS VALUE '00'.
    88  ESCROW-SCHED-FILE-AT-END VALUE '10'.

*> Loan Escrow screen staging. The first analysis date defaults to a
*> year after the escrow is first set up.
01  WS-ESCROW-FIELDS.
    05  WS-ESC-ACTION           PIC X(1).
    05  WS-ESC-NEW-MONTHLY      PIC 9(9)V99.
    05  WS-ESC-OLD-MONTHLY      PIC S9(11)V99.
    05  WS-ESC-PAYEE-NAME       PIC X(40).
    05  WS-ESC-PAYEE-ADDRESS    PIC X(50).
    05  WS-ESC-KIND             PIC X(1).
    05  WS-ESC-AMOUNT           PIC 9(9)V99.
    05  WS-ESC-DUE-DATE         PIC X(8).
    05  WS-ESC-DUE-NUM REDEFINES WS-ESC-DUE-DATE
                                PIC 9(8).
    05  WS-ESC-FREQUENCY        PIC 9(2).
    05  WS-ESC-SEQ              PIC 9(3).
    05  WS-ESC-HIGH-SEQ         PIC 9(3).
    05  WS-ESC-ANALYSIS-NUM     PIC 9(8).
    05  WS-ESC-LIST-COUNT       PIC 9(3).
    05  WS-ESC-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-ESC-BAL-DISPLAY      PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-SDBOX-FILE-STATUS        PIC X(2).
    88  SDBOX-FILE-SUCCESS      VALUE '00'.
    88  SDBOX-FILE-AT-END       VALUE '10'.
    88  SDBOX-RECORD-LOCKED     VALUE '90' THRU '99'.
01  WS-SDBVISIT-FILE-STATUS     PIC X(2).
    88  SDBVISIT-FILE-SUCCESS   VALUE '00'.

*> Safe Deposit Boxes screen staging.
01  WS-SDB-FIELDS.
    05  WS-SDB-ACTION           PIC X(1).
    05  WS-SDB-BRANCH           PIC X(4).
    05  WS-SDB-BOX-NUMBER       PIC 9(5).
    05  WS-SDB-SIZE             PIC X(1).
    05  WS-SDB-RENT             PIC 9(7)V99.
    05  WS-SDB-CO-RENTER-NAME   PIC X(41).
    05  WS-SDB-CO-RENTER-TAX-ID PIC X(11).
    05  WS-SDB-VISITOR-TAX-ID   PIC X(11).
    05  WS-SDB-VISITOR-NAME     PIC X(41).
    05  WS-SDB-BOX-ID           PIC X(10).
    05  WS-SDB-LIST-COUNT       PIC 9(5).
    05  WS-SDB-UNPAID-TAG       PIC X(6).
    05  WS-SDB-RENT-DISPLAY     PIC Z,ZZZ,ZZ9.99.

*> ACH origination screen staging. The effective date defaults to the
*> next business day and is rolled forward off a weekend or holiday.
01  WS-ACH-ORIG-FIELDS.
    05  WS-ACO-ACTION           PIC X(1).
    05  WS-ACO-TRACE-NUMBER     PIC 9(15).
    05  WS-ACO-RECV-ROUTING     PIC X(9).
    05  WS-ACO-RECV-ACCOUNT     PIC X(17).
    05  WS-ACO-RECV-NAME        PIC X(22).
    05  WS-ACO-PURPOSE          PIC X(1).
    05  WS-ACO-AMOUNT           PIC 9(11)V99.
    05  WS-ACO-EFFECTIVE-DATE   PIC X(8).
    05  WS-ACO-EFFECTIVE-NUM REDEFINES WS-ACO-EFFECTIVE-DATE
                                PIC 9(8).
    05  WS-ACO-LIST-COUNT       PIC 9(5).
    05  WS-ACO-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.

*> Overdraft Decisions screen: one page of the open items as listed
*> (keys kept so the officer picks by line number), where the page
*> starts and ends on the queue so the next one resumes from there,
*> and the decision being keyed.
01  WS-NSD-FIELDS.
    05  WS-NSD-ITEM-COUNT       PIC 9(2).
    05  WS-NSD-PAGE-SIZE        PIC 9(2) VALUE 20.
    05  WS-NSD-ITEM-KEY OCCURS 20 TIMES
                                PIC X(33).
    05  WS-NSD-PAGE-START-KEY   PIC X(33).
    05  WS-NSD-LAST-KEY         PIC X(33).
    05  WS-NSD-MORE-FLAG        PIC X(1).
        88  NSD-MORE-ITEMS      VALUE 'Y'.
    05  WS-NSD-DONE-FLAG        PIC X(1).
        88  NSD-SCREEN-DONE     VALUE 'Y'.
    05  WS-NSD-CHOICE           PIC X(2).
    05  WS-NSD-PICK-NUM         PIC 9(2).
    05  WS-NSD-ACTION           PIC X(1).
    05  WS-NSD-OLD-STATUS       PIC X(1).
    05  WS-NSD-AMT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-NSD-BAL-DISPLAY      PIC -ZZZ,ZZZ,ZZ9.99.
    05  WS-NSD-AVAIL-DISPLAY    PIC -ZZZ,ZZZ,ZZ9.99.

01  WS-CYCLE-FIELDS.
    05  WS-SAVINGS-WDL-LIMIT    PIC 9(2) VALUE 6.
    05  WS-EXCESS-WDL-FEE       PIC 9(7)V99 VALUE 5.00.
    05  WS-FROM-CYCLE-WDL-MONTH     PIC X(6).
    05  WS-FROM-CYCLE-BREACH-STRK   PIC 9(1).
    05  WS-FROM-BRANCH-CODE         PIC X(4).
    05  WS-FROM-ESTATE-FREEZE       PIC X(1).
    05  WS-FROM-PRODUCT-CODE        PIC X(4).

01  WS-TO-ACCOUNT-RECORD.
    05  WS-TO-ACCT-NUMBER           PIC 9(10).
    05  WS-TO-CYCLE-WDL-MONTH       PIC X(6).
    05  WS-TO-CYCLE-BREACH-STRK     PIC 9(1).
    05  WS-TO-BRANCH-CODE           PIC X(4).
    05  WS-TO-ESTATE-FREEZE         PIC X(1).
    05  WS-TO-PRODUCT-CODE          PIC X(4).

*> Account Selection Variables
01  WS-ACCOUNT-SELECTION.

*> Hold-on-deposit variables. A check deposit flagged at hold time adds
*> its amount to HOLD-AMOUNT and pushes HOLD-RELEASE-DATE out
*> WS-HOLD-DAYS calendar days (or the account product's own count);
*> AVAILABLE-BALANCE (ACCOUNT-BALANCE less any still-outstanding
*> hold) is what withdrawals and transfers are actually checked
*> against, not the ledger balance.
01  WS-HOLD-FIELDS.
    05  WS-HOLD-DAYS             PIC 9(2) VALUE 2.
    05  WS-INPUT-HOLD-FLAG       PIC X(1) VALUE 'N'.

*> Bank-wide daily caps on teller cash withdrawals and transfers out,
*> applied when the account carries no cap of its own (a per-account
*> DAILY-WDL-LIMIT/DAILY-XFR-LIMIT of zero means "use the default")
*> and its product sets none either. The day's usage accumulates on
*> the account record and resets itself the first time the account
*> is touched on a new day.
01  WS-DAILY-LIMIT-PARAMETERS.
    05  WS-DAILY-WDL-LIMIT      PIC 9(11)V99 VALUE 2500.00.
    05  WS-DAILY-XFR-LIMIT      PIC 9(11)V99 VALUE 10000.00.
    05  WS-REVERSAL-ORIG-TO      PIC 9(10).
    05  WS-REVERSAL-ORIG-AMOUNT  PIC S9(13)V99.
    05  WS-REVERSAL-ACCOUNT      PIC 9(10).
    05  WS-REVERSAL-ORIG-DATE    PIC X(8).

PROCEDURE DIVISION.
MAIN-PROGRAM.
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-APPROVAL-REVERSAL-LIMIT
        END-IF
        MOVE 'VALUE-DATE-MAX-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-VALUE-DATE-MAX-DAYS
        END-IF
        MOVE 'RISK-REVIEW-MOS-HIGH' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-CDD-REVIEW-MOS-HIGH
        END-IF
        MOVE 'RISK-REVIEW-MOS-MED' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-CDD-REVIEW-MOS-MED
        END-IF
        MOVE 'RISK-REVIEW-MOS-LOW' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-CDD-REVIEW-MOS-LOW
        END-IF
        MOVE 'FRAUD-SUPPRESS-DAYS' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-FCS-SUPPRESS-DAYS
        END-IF
        MOVE 'DAILY-WDL-LIMIT' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
                MOVE HOLDER-PHONE TO CUST-PHONE
                MOVE ACCOUNT-OPEN-DATE TO CUST-SINCE-DATE
                MOVE 'M' TO CUST-DELIVERY-PREF
                MOVE SPACES TO CUST-DATE-OF-DEATH
                PERFORM CLEAR-CUSTOMER-DUE-DILIGENCE
                MOVE 'N' TO CUST-RETURNED-MAIL-FLAG
                MOVE SPACES TO CUST-RETURNED-MAIL-DATE
                WRITE CUSTOMER-RECORD
            END-IF
            PERFORM READ-NEXT-ACCOUNT
        END-PERFORM
    END-IF.

*> A customer backfilled from the holder fields has no identity
*> document on file yet -- it is taken at the next visit -- and is
*> unrated until the monthly CUSTRISK run.
CLEAR-CUSTOMER-DUE-DILIGENCE.
    MOVE SPACES TO CUST-ID-TYPE
    MOVE SPACES TO CUST-ID-NUMBER
    MOVE SPACES TO CUST-ID-ISSUER
    MOVE SPACES TO CUST-ID-EXPIRY-DATE
    MOVE SPACES TO CUST-BIRTH-DATE
    MOVE SPACES TO CUST-OCCUPATION
    MOVE SPACES TO CUST-RISK-RATING
    MOVE ZERO TO CUST-RISK-SCORE
    MOVE SPACES TO CUST-RISK-DATE
    MOVE SPACES TO CUST-LAST-REVIEW-DATE
    MOVE SPACES TO CUST-REVIEW-DUE-DATE.

*> Signs the teller on. With the teller master populated the keyed ID
*> and password are validated against it (three tries, then the
*> session ends) and the record's role and posting limit govern the
    SET APPROVAL-GRANTED TO TRUE
    MOVE SPACES TO WS-APPROVAL-SUPERVISOR-ID
    MOVE 'N' TO WS-APPROVAL-NEEDED-FLAG
    MOVE SPACES TO WS-POST-VALUE-DATE

    PERFORM DISPLAY-MAIN-MENU
    ACCEPT WS-MENU-CHOICE
            ELSE
                PERFORM REFUSE-RESTRICTED-OPTION
            END-IF
        WHEN 21
            IF SUPERVISOR-SIGNED-ON
                PERFORM SANCTIONS-REVIEW-MODULE
            ELSE
                PERFORM REFUSE-RESTRICTED-OPTION
            END-IF
        WHEN 22
            PERFORM CHECK-BATCH-WINDOW
            IF BATCH-WINDOW-SHUT
                PERFORM REFUSE-WINDOW-SHUT-OPTION
            ELSE
                PERFORM ESTATE-POD-MODULE
            END-IF
        WHEN 23
            PERFORM GARNISHMENT-ORDER-MODULE
        WHEN 24
            IF SUPERVISOR-SIGNED-ON
                PERFORM PRODUCT-MAINTENANCE-MODULE
            ELSE
                PERFORM REFUSE-RESTRICTED-OPTION
            END-IF
        WHEN 25
            IF SUPERVISOR-SIGNED-ON
                PERFORM OVERDRAFT-DECISION-MODULE
            ELSE
                PERFORM REFUSE-RESTRICTED-OPTION
            END-IF
        WHEN 26
            PERFORM CHECK-BATCH-WINDOW
            IF BATCH-WINDOW-SHUT
                PERFORM REFUSE-WINDOW-SHUT-OPTION
            ELSE
                PERFORM ACH-ORIGINATION-MODULE
            END-IF
        WHEN 27
            PERFORM CHECK-BATCH-WINDOW
            EVALUATE TRUE
                WHEN BATCH-WINDOW-SHUT
                    PERFORM REFUSE-WINDOW-SHUT-OPTION
                WHEN NOT SUPERVISOR-SIGNED-ON
                    PERFORM REFUSE-RESTRICTED-OPTION
                WHEN OTHER
                    PERFORM LOAN-ESCROW-MODULE
            END-EVALUATE
        WHEN 28
            PERFORM SAFE-DEPOSIT-BOX-MODULE
        WHEN 29
            IF SUPERVISOR-SIGNED-ON
                PERFORM FRAUD-CASE-MODULE
            ELSE
                PERFORM REFUSE-RESTRICTED-OPTION
            END-IF
        WHEN 30
            PERFORM CUSTOMER-DUE-DILIGENCE-MODULE
        WHEN 99
            SET STOP-PROCESSING TO TRUE
        WHEN OTHER
    DISPLAY '18. Outbound Wires'
    DISPLAY '19. Disputes / Claims'
    DISPLAY '20. Branch Maintenance'
    DISPLAY '21. Sanctions Review'
    DISPLAY '22. Deceased Customers / POD Beneficiaries'
    DISPLAY '23. Garnishment / Levy Orders'
    DISPLAY '24. Product Maintenance'
    DISPLAY '25. Overdraft Decisions'
    DISPLAY '26. ACH Origination'
    DISPLAY '27. Loan Escrow'
    DISPLAY '28. Safe Deposit Boxes'
    DISPLAY '29. Fraud Alert Cases'
    DISPLAY '30. Customer Due Diligence'
    IF NOT SUPERVISOR-SIGNED-ON
        DISPLAY '    (8, 9, 12, 13, 20, 21, 24, 25, 27 and 29 are'
                ' restricted to supervisors)'
    END-IF
    DISPLAY '99. Exit'
    DISPLAY ' '
        MOVE TRANS-AMOUNT TO RCPT-AMOUNT
        MOVE ZERO TO RCPT-RESULTING-BALANCE
        MOVE TELLER-ID TO RCPT-TELLER-ID
        MOVE SPACE TO RCPT-LINE-KIND
        WRITE RECEIPT-RECORD
        CLOSE RECEIPT-FILE
    END-IF
                    WHEN WS-WIR-AMOUNT > AVAILABLE-BALANCE
                        DISPLAY ERR-INSUFFICIENT-FUNDS
                    WHEN OTHER
                        PERFORM SCREEN-WIRE-BENEFICIARY
                        IF SCREEN-PASSED
                            PERFORM DEBIT-AND-HOLD-WIRE
                        END-IF
                END-EVALUATE
            END-IF
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> The beneficiary is screened before a cent moves: a possible match
*> stops the capture and goes to compliance, the account untouched.
*> Once the hit is cleared as a false match the same beneficiary on
*> the same account captures normally.
SCREEN-WIRE-BENEFICIARY.
    MOVE 'W' TO WS-SCR-SOURCE
    MOVE 'B' TO WS-SCR-KIND
    MOVE WS-INPUT-ACCOUNT TO WS-SCR-REF
    MOVE WS-WIR-BENEF-NAME TO WS-SCR-NAME
    MOVE WS-WIR-AMOUNT TO WS-SCR-AMOUNT
    PERFORM SCREEN-AGAINST-WATCHLIST
    EVALUATE TRUE
        WHEN SCREEN-CONFIRMED
            DISPLAY 'REFUSED: Beneficiary is a confirmed sanctions'
                    ' match. Nothing was debited.'
        WHEN SCREEN-HELD
            DISPLAY 'STOPPED: Beneficiary is a possible sanctions'
                    ' match and is held for'
            DISPLAY 'compliance review. Nothing was debited --'
                    ' re-capture once the hit is cleared.'
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The funds leave the account NOW; what waits for the second
*> operator is only the settlement-file release. That is the
*> dual-control point -- one person can take the instruction, but
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> ACH origination desk. A customer paying a bill or running payroll
*> out to another bank has the entry captured here -- receiving
*> routing number and account, receiver name, amount and effective
*> date -- and the account is debited at once, the same debit-first
*> discipline as an outbound wire. The receiver is screened like a
*> wire beneficiary before anything moves. Each entry lands on the
*> origination register under its own trace number, pending until
*> ACHORIG writes it to the outbound file for the operator's pickup
*> window. A pending entry can still be cancelled (with supervisor
*> approval) and the debit refunded; once sent it can only come back
*> as a return.
ACH-ORIGINATION-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                      ACH ORIGINATION'
    DISPLAY '================================================================='
    PERFORM GET-CURRENT-DATE-TIME

    OPEN I-O ACHORIG-FILE
    IF NOT ACHORIG-FILE-SUCCESS
        OPEN OUTPUT ACHORIG-FILE
        CLOSE ACHORIG-FILE
        OPEN I-O ACHORIG-FILE
    END-IF

    DISPLAY ' '
    DISPLAY 'C)apture an entry, L)ist an account''s entries,'
    DISPLAY 'X)Cancel a pending entry, or ENTER to go back: '
            WITH NO ADVANCING
    ACCEPT WS-ACO-ACTION
    EVALUATE WS-ACO-ACTION
        WHEN 'C'
        WHEN 'c'
            PERFORM CAPTURE-ACH-ENTRY
        WHEN 'L'
        WHEN 'l'
            PERFORM SELECT-ACCOUNT
            IF WS-INPUT-ACCOUNT > 0
                PERFORM LIST-ACH-ENTRIES
            END-IF
        WHEN 'X'
        WHEN 'x'
            PERFORM CANCEL-ACH-ENTRY
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    CLOSE ACHORIG-FILE

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

CAPTURE-ACH-ENTRY.
    PERFORM SELECT-ACCOUNT
    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD
        IF NOT ACCOUNT-FOUND
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        ELSE
            IF NOT ACTIVE-ACCOUNT OR LOAN-ACCOUNT OR DEBITS-BLOCKED
                DISPLAY 'ERROR: Account cannot be debited.'
            ELSE
                PERFORM ACCEPT-ACH-ENTRY-FIELDS
                EVALUATE TRUE
                    WHEN WS-ACO-AMOUNT = ZERO
                            OR WS-ACO-RECV-ACCOUNT = SPACES
                            OR WS-ACO-RECV-NAME = SPACES
                        DISPLAY 'ERROR: Every receiver field and'
                                ' the amount are required.'
                    WHEN WS-ACO-RECV-ROUTING IS NOT NUMERIC
                        DISPLAY 'ERROR: Routing number must be'
                                ' 9 digits.'
                    WHEN WS-ACO-PURPOSE NOT = 'P'
                            AND WS-ACO-PURPOSE NOT = 'B'
                        DISPLAY 'ERROR: Entry must be P or B.'
                    WHEN WS-ACO-EFFECTIVE-DATE NOT NUMERIC
                        DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
                    WHEN FUNCTION TEST-DATE-YYYYMMDD(
                            WS-ACO-EFFECTIVE-NUM) NOT = 0
                        DISPLAY 'ERROR: Not a valid calendar date.'
                    WHEN WS-ACO-EFFECTIVE-DATE < WS-CURRENT-DATE
                        DISPLAY 'ERROR: Effective date is in the'
                                ' past.'
                    WHEN WS-ACO-AMOUNT > AVAILABLE-BALANCE
                        DISPLAY ERR-INSUFFICIENT-FUNDS
                    WHEN OTHER
                        PERFORM SET-ACH-EFFECTIVE-DATE
                        PERFORM SCREEN-ACH-RECEIVER
                        IF SCREEN-PASSED
                            PERFORM DEBIT-AND-FILE-ACH-ENTRY
                        END-IF
                END-EVALUATE
            END-IF
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

ACCEPT-ACH-ENTRY-FIELDS.
    DISPLAY 'Receiving bank (routing number): ' WITH NO ADVANCING
    ACCEPT WS-ACO-RECV-ROUTING
    DISPLAY 'Receiving account: ' WITH NO ADVANCING
    ACCEPT WS-ACO-RECV-ACCOUNT
    DISPLAY 'Receiver name: ' WITH NO ADVANCING
    ACCEPT WS-ACO-RECV-NAME
    DISPLAY 'P)ayroll or B)ill payment: ' WITH NO ADVANCING
    ACCEPT WS-ACO-PURPOSE
    MOVE FUNCTION UPPER-CASE(WS-ACO-PURPOSE) TO WS-ACO-PURPOSE
    DISPLAY 'Amount: $' WITH NO ADVANCING
    ACCEPT WS-ACO-AMOUNT
    MOVE SPACES TO WS-ACO-EFFECTIVE-DATE
    DISPLAY 'Effective date (YYYYMMDD, blank for next business'
            ' day): ' WITH NO ADVANCING
    ACCEPT WS-ACO-EFFECTIVE-DATE
    IF WS-ACO-EFFECTIVE-DATE = SPACES
        COMPUTE WS-CANDIDATE-INT = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-CURRENT-DATE)) + 1)
        MOVE WS-CANDIDATE-INT TO WS-ACO-EFFECTIVE-DATE
    END-IF.

*> The ACH network settles on business days only; a weekend or
*> holiday date rolls forward, and the teller is told so.
SET-ACH-EFFECTIVE-DATE.
    MOVE WS-ACO-EFFECTIVE-DATE TO WS-CANDIDATE-DATE
    PERFORM ROLL-TO-NEXT-BUSINESS-DAY
    IF WS-CANDIDATE-DATE NOT = WS-ACO-EFFECTIVE-DATE
        DISPLAY 'NOTE: ' WS-ACO-EFFECTIVE-DATE ' is not a business'
                ' day; the entry settles ' WS-CANDIDATE-DATE
        MOVE WS-CANDIDATE-DATE TO WS-ACO-EFFECTIVE-DATE
    END-IF.

*> Same screen as a wire beneficiary, under the originating account:
*> a possible match stops the capture and goes to compliance, and a
*> cleared hit lets the same receiver through next time.
SCREEN-ACH-RECEIVER.
    MOVE 'O' TO WS-SCR-SOURCE
    MOVE 'B' TO WS-SCR-KIND
    MOVE WS-INPUT-ACCOUNT TO WS-SCR-REF
    MOVE WS-ACO-RECV-NAME TO WS-SCR-NAME
    MOVE WS-ACO-AMOUNT TO WS-SCR-AMOUNT
    PERFORM SCREEN-AGAINST-WATCHLIST
    EVALUATE TRUE
        WHEN SCREEN-CONFIRMED
            DISPLAY 'REFUSED: Receiver is a confirmed sanctions'
                    ' match. Nothing was debited.'
        WHEN SCREEN-HELD
            DISPLAY 'STOPPED: Receiver is a possible sanctions'
                    ' match and is held for'
            DISPLAY 'compliance review. Nothing was debited --'
                    ' re-capture once the hit is cleared.'
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The trace number is drawn first so the debit's description can
*> carry it -- that is what ties the statement line, the register
*> entry and any later return together.
DEBIT-AND-FILE-ACH-ENTRY.
    PERFORM GET-NEXT-ACH-TRACE
    SUBTRACT WS-ACO-AMOUNT FROM ACCOUNT-BALANCE
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    PERFORM COMPUTE-AVAILABLE-BALANCE
    REWRITE ACCOUNT-RECORD
    IF FILE-SUCCESS
        MOVE WS-ACO-AMOUNT TO WS-INPUT-AMOUNT
        MOVE ZERO TO WS-TO-ACCOUNT
        MOVE SPACES TO WS-INPUT-MEMO
        STRING 'ACH ORIGINATION ' WS-ACO-TRACE-NUMBER
            DELIMITED BY SIZE INTO WS-INPUT-MEMO
        MOVE 4 TO WS-MENU-CHOICE
        PERFORM LOG-TRANSACTION
        MOVE 26 TO WS-MENU-CHOICE
        MOVE SPACES TO WS-INPUT-MEMO

        INITIALIZE ACHORIG-RECORD
        MOVE WS-ACO-TRACE-NUMBER TO ACO-TRACE-NUMBER
        MOVE WS-CURRENT-DATE TO ACO-CAPTURE-DATE
        MOVE WS-CURRENT-TIME TO ACO-CAPTURE-TIME
        MOVE WS-INPUT-ACCOUNT TO ACO-ACCOUNT
        MOVE WS-ACO-RECV-ROUTING TO ACO-RECV-ROUTING
        MOVE WS-ACO-RECV-ACCOUNT TO ACO-RECV-ACCOUNT
        MOVE WS-ACO-RECV-NAME TO ACO-RECV-NAME
        MOVE WS-ACO-PURPOSE TO ACO-PURPOSE
        MOVE WS-ACO-AMOUNT TO ACO-AMOUNT
        MOVE WS-ACO-EFFECTIVE-DATE TO ACO-EFFECTIVE-DATE
        MOVE TRANS-ID TO ACO-DEBIT-TRANS-ID
        MOVE WS-CURRENT-TELLER-ID TO ACO-CAPTURED-BY
        MOVE 'P' TO ACO-STATUS
        WRITE ACHORIG-RECORD
        IF ACHORIG-FILE-SUCCESS
            DISPLAY 'SUCCESS: ACH entry captured, trace '
                    WS-ACO-TRACE-NUMBER
            DISPLAY 'Funds debited; the entry goes out on the'
                    ' outbound file for ' WS-ACO-EFFECTIVE-DATE
        ELSE
            DISPLAY ERR-FILE-ERROR ' (origination register)'
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR
    END-IF.

*> Fetch-and-increment on the trace-zero control record, next trace
*> number in its amount field -- the claim register's convention.
GET-NEXT-ACH-TRACE.
    MOVE ZERO TO ACO-TRACE-NUMBER
    READ ACHORIG-FILE WITH LOCK
    IF ACHORIG-FILE-SUCCESS
        MOVE ACO-AMOUNT TO WS-ACO-TRACE-NUMBER
        COMPUTE ACO-AMOUNT = ACO-AMOUNT + 1
        REWRITE ACHORIG-RECORD
        UNLOCK ACHORIG-FILE
    ELSE
        MOVE 1 TO WS-ACO-TRACE-NUMBER
        INITIALIZE ACHORIG-RECORD
        MOVE ZERO TO ACO-TRACE-NUMBER
        MOVE 'NEXT-TRACE CTL' TO ACO-RECV-NAME
        MOVE 2 TO ACO-AMOUNT
        MOVE 'C' TO ACO-STATUS
        WRITE ACHORIG-RECORD
    END-IF.

LIST-ACH-ENTRIES.
    MOVE ZERO TO WS-ACO-LIST-COUNT
    DISPLAY 'Trace           Effective Receiver               Amount'
            '          Status'
    DISPLAY '-----------------------------------------------------------------'
    MOVE 1 TO ACO-TRACE-NUMBER
    START ACHORIG-FILE KEY NOT < ACO-TRACE-NUMBER
    IF ACHORIG-FILE-SUCCESS
        PERFORM READ-NEXT-ACHORIG
        PERFORM UNTIL ACHORIG-FILE-AT-END
            IF ACO-ACCOUNT = WS-INPUT-ACCOUNT
                ADD 1 TO WS-ACO-LIST-COUNT
                MOVE ACO-AMOUNT TO WS-ACO-AMT-DISPLAY
                DISPLAY ACO-TRACE-NUMBER ' ' ACO-EFFECTIVE-DATE '  '
                        ACO-RECV-NAME ' $' WS-ACO-AMT-DISPLAY ' '
                        ACO-STATUS ' ' ACO-BATCH-ID
            END-IF
            PERFORM READ-NEXT-ACHORIG
        END-PERFORM
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Entries: ' WS-ACO-LIST-COUNT
            '   (P pending, S sent, C cancelled)'.

READ-NEXT-ACHORIG.
    READ ACHORIG-FILE NEXT RECORD AT END
        MOVE '10' TO WS-ACHORIG-FILE-STATUS
    END-READ.

*> A cancelled entry gives the debit back as a deposit-shaped posting
*> carrying the same trace number. Only a pending entry qualifies --
*> a sent one is already with the ACH operator.
CANCEL-ACH-ENTRY.
    DISPLAY 'Trace number: ' WITH NO ADVANCING
    ACCEPT WS-ACO-TRACE-NUMBER
    MOVE WS-ACO-TRACE-NUMBER TO ACO-TRACE-NUMBER
    READ ACHORIG-FILE WITH LOCK
    EVALUATE TRUE
        WHEN NOT ACHORIG-FILE-SUCCESS OR WS-ACO-TRACE-NUMBER = ZERO
            DISPLAY 'ERROR: No such ACH entry.'
        WHEN NOT ACO-PENDING
            DISPLAY 'ERROR: Only a pending entry can be cancelled.'
        WHEN OTHER
            MOVE 'CANCEL ACH ENTRY' TO WS-APPROVAL-REASON
            PERFORM REQUEST-SUPERVISOR-APPROVAL
            IF APPROVAL-GRANTED
                PERFORM REFUND-ACH-ENTRY
            END-IF
    END-EVALUATE
    UNLOCK ACHORIG-FILE.

REFUND-ACH-ENTRY.
    MOVE ACO-ACCOUNT TO WS-INPUT-ACCOUNT
    PERFORM READ-ACCOUNT-RECORD
    IF ACCOUNT-FOUND
        ADD ACO-AMOUNT TO ACCOUNT-BALANCE
        PERFORM GET-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
        PERFORM COMPUTE-AVAILABLE-BALANCE
        REWRITE ACCOUNT-RECORD
        IF FILE-SUCCESS
            MOVE 'C' TO ACO-STATUS
            MOVE WS-APPROVAL-SUPERVISOR-ID TO ACO-CANCELLED-BY
            REWRITE ACHORIG-RECORD
            MOVE ACO-AMOUNT TO WS-INPUT-AMOUNT
            MOVE ZERO TO WS-TO-ACCOUNT
            MOVE SPACES TO WS-INPUT-MEMO
            STRING 'ACH ORIGINATION CANCELLED ' ACO-TRACE-NUMBER
                DELIMITED BY SIZE INTO WS-INPUT-MEMO
            MOVE 3 TO WS-MENU-CHOICE
            PERFORM LOG-TRANSACTION
            MOVE 26 TO WS-MENU-CHOICE
            MOVE SPACES TO WS-INPUT-MEMO
            DISPLAY 'SUCCESS: ACH entry cancelled, funds refunded'
        ELSE
            DISPLAY ERR-FILE-ERROR
        END-IF
    ELSE
        DISPLAY ERR-ACCOUNT-NOT-FOUND
    END-IF
    PERFORM RELEASE-ACCOUNT-LOCK.

*> The dispute desk. A customer disputing a card debit gets a claim
*> opened against the posted transaction (by TRANS-ID, or by the
*> trace number buried in its description), a provisional credit
        DISPLAY ERR-FILE-ERROR ' (branch master)'
    END-IF.

*> A keyed product must be on the product master, active, and built
*> for the account type in WS-PRD-CHECK-TYPE. A blank code is always
*> allowed: the account simply runs on the bank-wide parameters,
*> which is all any account had before the product master existed.
VALIDATE-PRODUCT-CODE.
    MOVE 'Y' TO WS-PRODUCT-OK-FLAG
    IF WS-INPUT-PRODUCT NOT = SPACES
        MOVE 'N' TO WS-PRODUCT-OK-FLAG
        OPEN INPUT PRODUCT-FILE
        IF PRODUCT-FILE-SUCCESS
            MOVE WS-INPUT-PRODUCT TO PRD-CODE
            READ PRODUCT-FILE
            IF PRODUCT-FILE-SUCCESS AND PRD-ACTIVE
                    AND PRD-ACCOUNT-TYPE = WS-PRD-CHECK-TYPE
                MOVE 'Y' TO WS-PRODUCT-OK-FLAG
            END-IF
            CLOSE PRODUCT-FILE
        END-IF
    END-IF.

*> Resolves the terms in force for the account in ACCOUNT-RECORD:
*> each starts from the bank-wide parameter and the account's product
*> overrides whichever terms it sets. A withdrawn product still
*> governs the accounts already opened under it -- withdrawal only
*> stops new openings.
LOAD-ACCOUNT-PRODUCT-TERMS.
    MOVE WS-HOLD-DAYS TO WS-EFF-HOLD-DAYS
    MOVE WS-DAILY-WDL-LIMIT TO WS-EFF-DAILY-WDL-LIMIT
    MOVE WS-DAILY-XFR-LIMIT TO WS-EFF-DAILY-XFR-LIMIT
    MOVE WS-SAVINGS-WDL-LIMIT TO WS-EFF-SAVINGS-WDL-LIMIT
    IF PRODUCT-CODE NOT = SPACES
        OPEN INPUT PRODUCT-FILE
        IF PRODUCT-FILE-SUCCESS
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
                    MOVE PRD-SAVINGS-WDL-LIMIT
                        TO WS-EFF-SAVINGS-WDL-LIMIT
                END-IF
            END-IF
            CLOSE PRODUCT-FILE
        END-IF
    END-IF.

*> The supervisor screen behind the product master, the same list-
*> then-add-or-amend shape as Branch Maintenance. Amending a product
*> re-keys every term; a blank answer leaves that term unset so the
*> bank-wide parameter applies. The account type is fixed once the
*> product exists -- accounts already opened under it depend on it.
PRODUCT-MAINTENANCE-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                     PRODUCT MAINTENANCE'
    DISPLAY '================================================================='
    DISPLAY ' '

    OPEN I-O PRODUCT-FILE
    IF NOT PRODUCT-FILE-SUCCESS
        OPEN OUTPUT PRODUCT-FILE
        CLOSE PRODUCT-FILE
        OPEN I-O PRODUCT-FILE
    END-IF

    MOVE ZERO TO WS-PRODUCT-LIST-COUNT
    DISPLAY 'Code Name                           T S'
    DISPLAY '-----------------------------------------------------------------'
    MOVE LOW-VALUES TO PRD-CODE
    START PRODUCT-FILE KEY NOT < PRD-CODE
    IF PRODUCT-FILE-SUCCESS
        PERFORM READ-NEXT-PRODUCT
        PERFORM UNTIL WS-PRODUCT-FILE-STATUS NOT = '00'
            ADD 1 TO WS-PRODUCT-LIST-COUNT
            DISPLAY PRD-CODE ' ' PRD-NAME ' ' PRD-ACCOUNT-TYPE
                    ' ' PRD-STATUS
            PERFORM READ-NEXT-PRODUCT
        END-PERFORM
    END-IF
    IF WS-PRODUCT-LIST-COUNT = ZERO
        DISPLAY '(no products on file -- bank-wide parameters apply)'
    END-IF
    DISPLAY '-----------------------------------------------------------------'

    DISPLAY ' '
    DISPLAY 'Product code to add or amend (blank for none): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-PRODUCT
    IF WS-INPUT-PRODUCT NOT = SPACES
        PERFORM MAINTAIN-ONE-PRODUCT
    END-IF
    CLOSE PRODUCT-FILE

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

READ-NEXT-PRODUCT.
    READ PRODUCT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-PRODUCT-FILE-STATUS
    END-READ.

MAINTAIN-ONE-PRODUCT.
    MOVE 'N' TO WS-PRODUCT-HAD-OLD-FLAG
    MOVE WS-INPUT-PRODUCT TO PRD-CODE
    READ PRODUCT-FILE WITH LOCK
    IF PRODUCT-FILE-SUCCESS
        MOVE 'Y' TO WS-PRODUCT-HAD-OLD-FLAG
        PERFORM DISPLAY-PRODUCT-TERMS
    ELSE
        DISPLAY 'New product ' WS-INPUT-PRODUCT
        MOVE SPACES TO PRODUCT-RECORD
        MOVE WS-INPUT-PRODUCT TO PRD-CODE
    END-IF

    MOVE SPACES TO WS-INPUT-PRD-NAME
    DISPLAY 'Name (blank to keep current): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-PRD-NAME
    PERFORM UNTIL WS-INPUT-PRD-NAME NOT = SPACES
            OR WS-PRODUCT-HAD-OLD-FLAG = 'Y'
        DISPLAY 'ERROR: A new product needs a name.'
        DISPLAY 'Name: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-PRD-NAME
    END-PERFORM
    IF WS-INPUT-PRD-NAME NOT = SPACES
        MOVE WS-INPUT-PRD-NAME TO PRD-NAME
    END-IF

    IF WS-PRODUCT-HAD-OLD-FLAG = 'N'
        DISPLAY 'Account Type (C-Checking, S-Savings, T-CD, L-Loan): '
                WITH NO ADVANCING
        ACCEPT WS-INPUT-PRD-TYPE
        PERFORM UNTIL WS-INPUT-PRD-TYPE = 'C' OR 'S' OR 'T' OR 'L'
            DISPLAY 'ERROR: Account type must be C, S, T or L.'
            DISPLAY 'Account Type (C/S/T/L): ' WITH NO ADVANCING
            ACCEPT WS-INPUT-PRD-TYPE
        END-PERFORM
        MOVE WS-INPUT-PRD-TYPE TO PRD-ACCOUNT-TYPE
    END-IF

    DISPLAY 'Status (A-Active, W-Withdrawn from sale): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-PRD-STATUS
    PERFORM UNTIL WS-INPUT-PRD-STATUS = 'A' OR 'W'
        DISPLAY 'ERROR: Status must be A or W.'
        DISPLAY 'Status (A-Active, W-Withdrawn): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-PRD-STATUS
    END-PERFORM
    MOVE WS-INPUT-PRD-STATUS TO PRD-STATUS

    DISPLAY ' '
    DISPLAY 'Terms -- leave blank to use the bank-wide parameter.'
    PERFORM PROMPT-PRODUCT-TERMS

    MOVE ZERO TO WS-AUDIT-ACCOUNT
    MOVE SPACES TO WS-AUDIT-FIELD-NAME
    STRING 'PRODUCT:' WS-INPUT-PRODUCT
        DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
    IF WS-PRODUCT-HAD-OLD-FLAG = 'Y'
        MOVE 'AMENDED' TO WS-AUDIT-OLD-VALUE
        REWRITE PRODUCT-RECORD
    ELSE
        MOVE '(NEW)' TO WS-AUDIT-OLD-VALUE
        WRITE PRODUCT-RECORD
    END-IF

    IF PRODUCT-FILE-SUCCESS
        MOVE SPACES TO WS-AUDIT-NEW-VALUE
        STRING PRD-ACCOUNT-TYPE ' ' PRD-STATUS ' ' PRD-NAME
            DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
        DISPLAY 'SUCCESS: Product record stored'
    ELSE
        DISPLAY ERR-FILE-ERROR ' (product master)'
    END-IF
    UNLOCK PRODUCT-FILE.

*> Every term the product can carry, in the order the batch jobs and
*> teller screens consume them. Rates are keyed as decimals (0.0150
*> for 1.50%); a tier rate is only asked for when its floor is set.
PROMPT-PRODUCT-TERMS.
    DISPLAY 'Base interest rate: ' WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-BASE-RATE
    ELSE
        MOVE SPACES TO PRD-BASE-RATE-X
    END-IF

    DISPLAY 'Tier 2 balance floor (0 = no tiers): ' WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-TIER2-BALANCE
        DISPLAY 'Tier 2 rate: ' WITH NO ADVANCING
        PERFORM ACCEPT-PRODUCT-TERM
        MOVE WS-PRD-TERM-VALUE TO PRD-TIER2-RATE
    ELSE
        MOVE SPACES TO PRD-TIER2-BALANCE-X
        MOVE ZERO TO PRD-TIER2-RATE
    END-IF

    DISPLAY 'Tier 3 balance floor (0 = no third tier): '
            WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-TIER3-BALANCE
        DISPLAY 'Tier 3 rate: ' WITH NO ADVANCING
        PERFORM ACCEPT-PRODUCT-TERM
        MOVE WS-PRD-TERM-VALUE TO PRD-TIER3-RATE
    ELSE
        MOVE SPACES TO PRD-TIER3-BALANCE-X
        MOVE ZERO TO PRD-TIER3-RATE
    END-IF

    DISPLAY 'Monthly maintenance fee: $' WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-MAINT-FEE
    ELSE
        MOVE SPACES TO PRD-MAINT-FEE-X
    END-IF

    DISPLAY 'Minimum balance to avoid the fee: $' WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-MIN-BALANCE
    ELSE
        MOVE SPACES TO PRD-MIN-BALANCE-X
    END-IF

    DISPLAY 'Daily withdrawal limit: $' WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-DAILY-WDL-LIMIT
    ELSE
        MOVE SPACES TO PRD-DAILY-WDL-LIMIT-X
    END-IF

    DISPLAY 'Daily transfer limit: $' WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-DAILY-XFR-LIMIT
    ELSE
        MOVE SPACES TO PRD-DAILY-XFR-LIMIT-X
    END-IF

    DISPLAY 'Check hold days: ' WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-HOLD-DAYS
    ELSE
        MOVE SPACES TO PRD-HOLD-DAYS-X
    END-IF

    DISPLAY 'Savings withdrawals allowed per cycle: '
            WITH NO ADVANCING
    PERFORM ACCEPT-PRODUCT-TERM
    IF PRD-TERM-ENTERED
        MOVE WS-PRD-TERM-VALUE TO PRD-SAVINGS-WDL-LIMIT
    ELSE
        MOVE SPACES TO PRD-SAVINGS-WDL-LIMIT-X
    END-IF

    *> Only a checking product can be put on account analysis; the
    *> per-item prices and earnings credit rate are bank parameters.
    IF PRD-ACCOUNT-TYPE = 'C'
        DISPLAY 'Business account analysis instead of the flat fee'
                ' (Y/N): ' WITH NO ADVANCING
        MOVE SPACES TO WS-INPUT-PRD-ANALYSIS
        ACCEPT WS-INPUT-PRD-ANALYSIS
        PERFORM UNTIL WS-INPUT-PRD-ANALYSIS = 'Y' OR 'N'
            DISPLAY 'ERROR: Enter Y or N: ' WITH NO ADVANCING
            MOVE SPACES TO WS-INPUT-PRD-ANALYSIS
            ACCEPT WS-INPUT-PRD-ANALYSIS
        END-PERFORM
        IF WS-INPUT-PRD-ANALYSIS = 'Y'
            SET PRD-ACCOUNT-ANALYSIS TO TRUE
        ELSE
            MOVE SPACE TO PRD-ANALYSIS-FLAG
        END-IF
    ELSE
        MOVE SPACE TO PRD-ANALYSIS-FLAG
    END-IF.

*> One term as keyed: blank means not set; anything else must be a
*> non-negative number, re-asked until it is.
ACCEPT-PRODUCT-TERM.
    MOVE SPACES TO WS-INPUT-PRD-TERM
    ACCEPT WS-INPUT-PRD-TERM
    PERFORM UNTIL WS-INPUT-PRD-TERM = SPACES
            OR (FUNCTION TEST-NUMVAL(WS-INPUT-PRD-TERM) = ZERO
                AND FUNCTION NUMVAL(WS-INPUT-PRD-TERM) >= ZERO)
        DISPLAY 'ERROR: Enter a number, or blank for the bank'
                ' default: ' WITH NO ADVANCING
        MOVE SPACES TO WS-INPUT-PRD-TERM
        ACCEPT WS-INPUT-PRD-TERM
    END-PERFORM
    MOVE 'N' TO WS-PRD-TERM-FLAG
    MOVE ZERO TO WS-PRD-TERM-VALUE
    IF WS-INPUT-PRD-TERM NOT = SPACES
        MOVE 'Y' TO WS-PRD-TERM-FLAG
        COMPUTE WS-PRD-TERM-VALUE =
            FUNCTION NUMVAL(WS-INPUT-PRD-TERM)
    END-IF.

DISPLAY-PRODUCT-TERMS.
    DISPLAY 'On file: ' PRD-NAME ' type ' PRD-ACCOUNT-TYPE
            ' status ' PRD-STATUS
    IF PRD-BASE-RATE-UNSET
        DISPLAY '  Base rate:          (bank default)'
    ELSE
        MOVE PRD-BASE-RATE TO WS-PRD-RATE-DISPLAY
        DISPLAY '  Base rate:          ' WS-PRD-RATE-DISPLAY
    END-IF
    IF PRD-TIER2-UNSET
        DISPLAY '  Tier 2:             (bank default)'
    ELSE
        MOVE PRD-TIER2-BALANCE TO WS-PRD-AMT-DISPLAY
        MOVE PRD-TIER2-RATE TO WS-PRD-RATE-DISPLAY
        DISPLAY '  Tier 2:             $' WS-PRD-AMT-DISPLAY
                ' at ' WS-PRD-RATE-DISPLAY
    END-IF
    IF PRD-TIER3-UNSET
        DISPLAY '  Tier 3:             (bank default)'
    ELSE
        MOVE PRD-TIER3-BALANCE TO WS-PRD-AMT-DISPLAY
        MOVE PRD-TIER3-RATE TO WS-PRD-RATE-DISPLAY
        DISPLAY '  Tier 3:             $' WS-PRD-AMT-DISPLAY
                ' at ' WS-PRD-RATE-DISPLAY
    END-IF
    IF PRD-MAINT-FEE-UNSET
        DISPLAY '  Maintenance fee:    (bank default)'
    ELSE
        MOVE PRD-MAINT-FEE TO WS-PRD-AMT-DISPLAY
        DISPLAY '  Maintenance fee:    $' WS-PRD-AMT-DISPLAY
    END-IF
    IF PRD-MIN-BALANCE-UNSET
        DISPLAY '  Minimum balance:    (bank default)'
    ELSE
        MOVE PRD-MIN-BALANCE TO WS-PRD-AMT-DISPLAY
        DISPLAY '  Minimum balance:    $' WS-PRD-AMT-DISPLAY
    END-IF
    IF PRD-DAILY-WDL-UNSET
        DISPLAY '  Daily withdrawal:   (bank default)'
    ELSE
        MOVE PRD-DAILY-WDL-LIMIT TO WS-PRD-AMT-DISPLAY
        DISPLAY '  Daily withdrawal:   $' WS-PRD-AMT-DISPLAY
    END-IF
    IF PRD-DAILY-XFR-UNSET
        DISPLAY '  Daily transfer:     (bank default)'
    ELSE
        MOVE PRD-DAILY-XFR-LIMIT TO WS-PRD-AMT-DISPLAY
        DISPLAY '  Daily transfer:     $' WS-PRD-AMT-DISPLAY
    END-IF
    IF PRD-HOLD-DAYS-UNSET
        DISPLAY '  Check hold days:    (bank default)'
    ELSE
        DISPLAY '  Check hold days:    ' PRD-HOLD-DAYS
    END-IF
    IF PRD-SAVINGS-WDL-UNSET
        DISPLAY '  Savings cycle limit:(bank default)'
    ELSE
        DISPLAY '  Savings cycle limit:' PRD-SAVINGS-WDL-LIMIT
    END-IF
    IF PRD-ACCOUNT-ANALYSIS
        DISPLAY '  Account analysis:   YES (no flat maintenance fee)'
    END-IF.

*> The officer's screen behind the overdraft decision queue. Every
*> inclearing item the account could not cover sits here from the
*> morning DEBITIMP presents it until NSFDECN acts that night; the
*> officer looks at the account's balance, its history and the
*> customer's whole relationship and marks the item pay (it posts
*> into overdraft with the overdraft item fee) or return. A decision
*> can be changed until the night run carries it out. An item left
*> undecided past its deadline is returned by default, so once the
*> deadline has gone by the screen no longer takes a decision on it.
OVERDRAFT-DECISION-MODULE.
    PERFORM GET-CURRENT-DATE-TIME

    OPEN I-O NSFQUEUE-FILE
    IF NOT NSFQUEUE-FILE-SUCCESS
        OPEN OUTPUT NSFQUEUE-FILE
        CLOSE NSFQUEUE-FILE
        OPEN I-O NSFQUEUE-FILE
    END-IF

    MOVE LOW-VALUES TO WS-NSD-PAGE-START-KEY
    MOVE 'N' TO WS-NSD-DONE-FLAG
    PERFORM SHOW-NSF-ITEM-PAGE
    PERFORM UNTIL NSD-SCREEN-DONE
        PERFORM SHOW-NSF-ITEM-PAGE
    END-PERFORM
    CLOSE NSFQUEUE-FILE

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> One page of the queue and the officer's pick from it. After a
*> review the same page is listed again, showing the decision just
*> taken; N moves on from the last item shown, so every open item on
*> the queue can be reached however many there are.
SHOW-NSF-ITEM-PAGE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                   OVERDRAFT DECISIONS'
    DISPLAY '================================================================='
    PERFORM LIST-OPEN-NSF-ITEMS
    IF WS-NSD-ITEM-COUNT = ZERO
        SET NSD-SCREEN-DONE TO TRUE
    ELSE
        DISPLAY ' '
        IF NSD-MORE-ITEMS
            DISPLAY 'Item # to review, N for the next page,'
                    ' or ENTER to go back: ' WITH NO ADVANCING
        ELSE
            DISPLAY 'Item # to review, or ENTER to go back: '
                    WITH NO ADVANCING
        END-IF
        MOVE SPACES TO WS-NSD-CHOICE
        ACCEPT WS-NSD-CHOICE
        EVALUATE TRUE
            WHEN WS-NSD-CHOICE = SPACES
                SET NSD-SCREEN-DONE TO TRUE
            WHEN (WS-NSD-CHOICE = 'N' OR 'n') AND NSD-MORE-ITEMS
                MOVE WS-NSD-LAST-KEY TO WS-NSD-PAGE-START-KEY
            WHEN FUNCTION TEST-NUMVAL(WS-NSD-CHOICE) = ZERO
                COMPUTE WS-NSD-PICK-NUM = FUNCTION NUMVAL(WS-NSD-CHOICE)
                IF WS-NSD-PICK-NUM > ZERO
                        AND WS-NSD-PICK-NUM <= WS-NSD-ITEM-COUNT
                    PERFORM REVIEW-NSF-ITEM
                    DISPLAY ' '
                    DISPLAY 'Press ENTER to return to the list...'
                    ACCEPT WS-MENU-CHOICE
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Lists a page of the items still in the officer's hands -- pending,
*> or decided but not yet carried out -- each with the account's
*> balance as it stands now. The page starts after
*> WS-NSD-PAGE-START-KEY; an open item found once the page is full
*> means there is a next page.
LIST-OPEN-NSF-ITEMS.
    MOVE ZERO TO WS-NSD-ITEM-COUNT
    MOVE 'N' TO WS-NSD-MORE-FLAG
    DISPLAY '#  Presented Account    Trace           Amount'
            '          Decide by St'
    DISPLAY '-----------------------------------------------------------------'
    MOVE WS-NSD-PAGE-START-KEY TO NSQ-KEY
    START NSFQUEUE-FILE KEY > NSQ-KEY
    IF NSFQUEUE-FILE-SUCCESS
        PERFORM READ-NEXT-NSF-ITEM
        PERFORM UNTIL NOT NSFQUEUE-FILE-SUCCESS OR NSD-MORE-ITEMS
            IF NSQ-PENDING OR NSQ-PAY-DECIDED OR NSQ-RETURN-DECIDED
                IF WS-NSD-ITEM-COUNT >= WS-NSD-PAGE-SIZE
                    SET NSD-MORE-ITEMS TO TRUE
                ELSE
                    PERFORM LIST-ONE-NSF-ITEM
                END-IF
            END-IF
            IF NOT NSD-MORE-ITEMS
                PERFORM READ-NEXT-NSF-ITEM
            END-IF
        END-PERFORM
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Open items on this page: ' WS-NSD-ITEM-COUNT
            '  (St: P pending, A pay decided, R return decided)'
    IF NSD-MORE-ITEMS
        DISPLAY 'More open items follow on the next page.'
    END-IF.

LIST-ONE-NSF-ITEM.
    ADD 1 TO WS-NSD-ITEM-COUNT
    MOVE NSQ-KEY TO WS-NSD-ITEM-KEY(WS-NSD-ITEM-COUNT)
    MOVE NSQ-KEY TO WS-NSD-LAST-KEY
    MOVE NSQ-AMOUNT TO WS-NSD-AMT-DISPLAY
    DISPLAY WS-NSD-ITEM-COUNT ' ' NSQ-PRESENTED-DATE ' '
            NSQ-ACCOUNT ' ' NSQ-TRACE-NUMBER
            ' $' WS-NSD-AMT-DISPLAY ' '
            NSQ-DEADLINE-DATE ' ' NSQ-STATUS
    MOVE NSQ-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF FILE-SUCCESS
        PERFORM COMPUTE-AVAILABLE-BALANCE
        MOVE ACCOUNT-BALANCE TO WS-NSD-BAL-DISPLAY
        MOVE AVAILABLE-BALANCE TO WS-NSD-AVAIL-DISPLAY
        DISPLAY '   ' HOLDER-FIRST-NAME(1:1) '. '
                HOLDER-LAST-NAME
                ' balance $' WS-NSD-BAL-DISPLAY
                ' avail $' WS-NSD-AVAIL-DISPLAY
    END-IF.

READ-NEXT-NSF-ITEM.
    READ NSFQUEUE-FILE NEXT RECORD AT END
        MOVE '10' TO WS-NSFQUEUE-FILE-STATUS
    END-READ.

*> Shows the picked item against the full account picture, then takes
*> the decision. The queue record is held under lock for the length
*> of the review so a second officer cannot decide it underneath.
REVIEW-NSF-ITEM.
    MOVE WS-NSD-ITEM-KEY(WS-NSD-PICK-NUM) TO NSQ-KEY
    READ NSFQUEUE-FILE WITH LOCK
    EVALUATE TRUE
        WHEN NOT NSFQUEUE-FILE-SUCCESS
            DISPLAY 'ERROR: Item is in use or no longer on file.'
        WHEN NOT (NSQ-PENDING OR NSQ-PAY-DECIDED
                  OR NSQ-RETURN-DECIDED)
            DISPLAY 'ERROR: Item already settled (status '
                    NSQ-STATUS ').'
            UNLOCK NSFQUEUE-FILE
        WHEN NSQ-DEADLINE-DATE < WS-CURRENT-DATE
            DISPLAY 'ERROR: Decision deadline ' NSQ-DEADLINE-DATE
                    ' has passed; the item is returned tonight.'
            UNLOCK NSFQUEUE-FILE
        WHEN OTHER
            PERFORM DISPLAY-NSF-ITEM-ACCOUNT
            PERFORM TAKE-NSF-DECISION
    END-EVALUATE.

*> Balance, recent history and relationship for the item's account,
*> through the same displays the Account Information screen uses.
DISPLAY-NSF-ITEM-ACCOUNT.
    MOVE NSQ-ACCOUNT TO WS-INPUT-ACCOUNT
    MOVE NSQ-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF NOT FILE-SUCCESS
        DISPLAY ERR-ACCOUNT-NOT-FOUND
    ELSE
        PERFORM COMPUTE-AVAILABLE-BALANCE
        MOVE ACCOUNT-BALANCE TO WS-NSD-BAL-DISPLAY
        MOVE AVAILABLE-BALANCE TO WS-NSD-AVAIL-DISPLAY
        DISPLAY ' '
        DISPLAY 'Account:     ' ACCOUNT-NUMBER '  Type ' ACCOUNT-TYPE
                '  Status ' ACCOUNT-STATUS '  Product ' PRODUCT-CODE
        DISPLAY 'Holder:      ' HOLDER-FIRST-NAME ' ' HOLDER-LAST-NAME
        DISPLAY 'Balance:    $' WS-NSD-BAL-DISPLAY
                '   Available: $' WS-NSD-AVAIL-DISPLAY
        IF DEBITS-BLOCKED
            DISPLAY '*** DEBITS BLOCKED -- a paid item will be returned'
                    ' tonight ***'
        END-IF
        DISPLAY ' '
        DISPLAY 'Recent Transaction History:'
        DISPLAY '-----------------------------------------------------------------'
        PERFORM DISPLAY-TRANSACTION-HISTORY
        DISPLAY '-----------------------------------------------------------------'
        PERFORM DISPLAY-CUSTOMER-RELATIONSHIP
    END-IF
    MOVE NSQ-AMOUNT TO WS-NSD-AMT-DISPLAY
    DISPLAY ' '
    DISPLAY 'Item:        trace ' NSQ-TRACE-NUMBER
            ' $' WS-NSD-AMT-DISPLAY
            ' presented ' NSQ-PRESENTED-DATE
    DISPLAY 'Deadline:    ' NSQ-DEADLINE-DATE
            '   Current decision: ' NSQ-STATUS.

TAKE-NSF-DECISION.
    DISPLAY ' '
    DISPLAY 'P)ay into overdraft, R)eturn, or ENTER to leave as is: '
            WITH NO ADVANCING
    MOVE SPACE TO WS-NSD-ACTION
    ACCEPT WS-NSD-ACTION
    EVALUATE WS-NSD-ACTION
        WHEN 'P'
        WHEN 'p'
            MOVE 'A' TO WS-NSD-ACTION
        WHEN 'R'
        WHEN 'r'
            MOVE 'R' TO WS-NSD-ACTION
        WHEN OTHER
            MOVE SPACE TO WS-NSD-ACTION
    END-EVALUATE
    IF WS-NSD-ACTION = SPACE
        DISPLAY 'No decision recorded.'
        UNLOCK NSFQUEUE-FILE
    ELSE
        MOVE NSQ-STATUS TO WS-NSD-OLD-STATUS
        MOVE WS-NSD-ACTION TO NSQ-STATUS
        MOVE WS-CURRENT-TELLER-ID TO NSQ-DECIDED-BY
        MOVE WS-CURRENT-DATE TO NSQ-DECIDED-DATE
        REWRITE NSFQUEUE-RECORD
        IF NSFQUEUE-FILE-SUCCESS
            MOVE NSQ-ACCOUNT TO WS-AUDIT-ACCOUNT
            MOVE 'NSF-DECISION' TO WS-AUDIT-FIELD-NAME
            MOVE WS-NSD-OLD-STATUS TO WS-AUDIT-OLD-VALUE
            MOVE SPACES TO WS-AUDIT-NEW-VALUE
            IF NSQ-PAY-DECIDED
                STRING 'PAY ITEM ' NSQ-TRACE-NUMBER ' $'
                       WS-NSD-AMT-DISPLAY
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                DISPLAY 'SUCCESS: Item will be paid into overdraft'
                        ' tonight.'
            ELSE
                STRING 'RETURN ITEM ' NSQ-TRACE-NUMBER ' $'
                       WS-NSD-AMT-DISPLAY
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                DISPLAY 'SUCCESS: Item will be returned tonight.'
            END-IF
            PERFORM WRITE-AUDIT-RECORD
        ELSE
            DISPLAY ERR-FILE-ERROR ' (overdraft decision queue)'
        END-IF
        UNLOCK NSFQUEUE-FILE
    END-IF.

*> The compliance officer's screen behind the sanctions review queue:
*> every open hit with the name as presented and the listed party it
*> resembles, then clear one as a false match or confirm it as a true
*> one. The officer who decides a hit must not be the teller whose
*> keying raised it. Confirming a customer freezes every open account
*> under that tax ID -- debits and credits both blocked, lifted only
*> through the supervised Account Blocks screen. Every decision lands
*> on the audit trail.
SANCTIONS-REVIEW-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                     SANCTIONS REVIEW'
    DISPLAY '================================================================='
    PERFORM GET-CURRENT-DATE-TIME

    OPEN I-O SANCHIT-FILE
    IF NOT SANCHIT-FILE-SUCCESS
        OPEN OUTPUT SANCHIT-FILE
        CLOSE SANCHIT-FILE
        OPEN I-O SANCHIT-FILE
    END-IF

    PERFORM LIST-OPEN-SANCTION-HITS
    DISPLAY ' '
    DISPLAY 'C)lear a hit as a false match, F)Confirm a true match,'
            ' or ENTER to go back: ' WITH NO ADVANCING
    ACCEPT WS-SCR-ACTION
    EVALUATE WS-SCR-ACTION
        WHEN 'C'
        WHEN 'c'
            MOVE 'C' TO WS-SCR-ACTION
            PERFORM DECIDE-SANCTION-HIT
        WHEN 'F'
        WHEN 'f'
            MOVE 'F' TO WS-SCR-ACTION
            PERFORM DECIDE-SANCTION-HIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    CLOSE SANCHIT-FILE

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

LIST-OPEN-SANCTION-HITS.
    MOVE ZERO TO WS-SCR-LIST-COUNT
    DISPLAY 'Hit     Raised   Src Subject           Amount'
    DISPLAY '-----------------------------------------------------------------'
    MOVE 1 TO SCR-HIT-ID
    START SANCHIT-FILE KEY NOT < SCR-HIT-ID
    IF SANCHIT-FILE-SUCCESS
        PERFORM READ-NEXT-SANCHIT
        PERFORM UNTIL WS-SANCHIT-FILE-STATUS NOT = '00'
            IF SCR-OPEN
                ADD 1 TO WS-SCR-LIST-COUNT
                MOVE SCR-AMOUNT TO WS-SCR-AMT-DISPLAY
                DISPLAY SCR-HIT-ID ' ' SCR-HIT-DATE ' '
                        SCR-SOURCE '   ' SCR-SUBJECT-REF
                        ' $' WS-SCR-AMT-DISPLAY
                DISPLAY '        Presented: ' SCR-SCREENED-NAME
                DISPLAY '        Listed:    ' SCR-WL-NAME(1:41)
                        ' ' SCR-WL-LIST-CODE '/' SCR-WL-ENTRY-ID
            END-IF
            PERFORM READ-NEXT-SANCHIT
        END-PERFORM
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Open hits: ' WS-SCR-LIST-COUNT
            '  (Src: C opening, W wire, A ACH, R rescan)'.

READ-NEXT-SANCHIT.
    READ SANCHIT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-SANCHIT-FILE-STATUS
    END-READ.

DECIDE-SANCTION-HIT.
    DISPLAY 'Hit number: ' WITH NO ADVANCING
    ACCEPT WS-SCR-HIT-ID
    MOVE WS-SCR-HIT-ID TO SCR-HIT-ID
    READ SANCHIT-FILE
    EVALUATE TRUE
        WHEN WS-SCR-HIT-ID = ZERO
                OR NOT SANCHIT-FILE-SUCCESS
            DISPLAY 'ERROR: Hit not on file.'
        WHEN NOT SCR-OPEN
            DISPLAY 'ERROR: Hit already decided (status '
                    SCR-STATUS ' by ' SCR-DECIDED-BY ').'
        WHEN SCR-RAISED-BY = WS-CURRENT-TELLER-ID
            DISPLAY 'ERROR: A hit must be decided by someone other'
                    ' than the teller who raised it.'
        WHEN OTHER
            PERFORM APPLY-SANCTION-DECISION
    END-EVALUATE.

APPLY-SANCTION-DECISION.
    IF WS-SCR-ACTION = 'C'
        DISPLAY 'Clear hit ' SCR-HIT-ID ' as a FALSE match? (Y/N): '
                WITH NO ADVANCING
    ELSE
        DISPLAY 'Confirm hit ' SCR-HIT-ID ' as a TRUE match? (Y/N): '
                WITH NO ADVANCING
    END-IF
    ACCEPT YES-NO-INDICATOR
    IF YES-ANSWER
        MOVE WS-SCR-ACTION TO SCR-STATUS
        MOVE WS-CURRENT-TELLER-ID TO SCR-DECIDED-BY
        MOVE WS-CURRENT-DATE TO SCR-DECIDED-DATE
        REWRITE SANCHIT-RECORD
        IF SANCHIT-FILE-SUCCESS
            MOVE ZERO TO WS-AUDIT-ACCOUNT
            IF SCR-SUBJECT-BENEFICIARY
                MOVE SCR-SUBJECT-REF(1:10) TO WS-AUDIT-ACCOUNT
            END-IF
            MOVE 'SANCTIONS-HIT' TO WS-AUDIT-FIELD-NAME
            MOVE 'O' TO WS-AUDIT-OLD-VALUE
            MOVE SPACES TO WS-AUDIT-NEW-VALUE
            IF SCR-CLEARED
                STRING 'HIT ' SCR-HIT-ID ' CLEARED - FALSE MATCH '
                       SCR-SUBJECT-REF
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            ELSE
                STRING 'HIT ' SCR-HIT-ID ' CONFIRMED - TRUE MATCH '
                       SCR-SUBJECT-REF
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM REPORT-SANCTION-DECISION
        ELSE
            DISPLAY ERR-FILE-ERROR ' (sanctions queue)'
        END-IF
    ELSE
        DISPLAY 'No decision recorded.'
    END-IF.

*> What the decision means for whoever is waiting on it. Only a
*> confirmed customer has accounts to act on; a held wire or ACH
*> batch never posted in the first place.
REPORT-SANCTION-DECISION.
    EVALUATE TRUE
        WHEN SCR-CLEARED
            DISPLAY 'SUCCESS: Hit cleared. The item may be presented'
                    ' again and will pass.'
        WHEN SCR-SUBJECT-CUSTOMER
            PERFORM FREEZE-SANCTIONED-CUSTOMER
            DISPLAY 'SUCCESS: Hit confirmed. Accounts frozen: '
                    WS-SCR-FROZEN-COUNT
        WHEN SCR-SUBJECT-BENEFICIARY
            DISPLAY 'SUCCESS: Hit confirmed. The wire was never'
                    ' captured; it will be refused if re-keyed.'
        WHEN OTHER
            DISPLAY 'SUCCESS: Hit confirmed. Return the ACH batch to'
                    ' the originating bank --'
            DISPLAY 'the import will refuse this originator'
                    ' from now on.'
    END-EVALUATE.

*> Blocks debits and credits on every account still open under the
*> confirmed customer's tax ID, collecting the keys a table's worth
*> at a time and re-reading each under a lock -- the same pass shape
*> SYNC-HOLDER-COPIES uses to fan a change across a relationship.
FREEZE-SANCTIONED-CUSTOMER.
    MOVE SCR-SUBJECT-REF(1:11) TO WS-MAINT-TAX-ID
    MOVE ZERO TO WS-SCR-FROZEN-COUNT
    MOVE ZERO TO WS-SWEEP-RESUME-NUM
    PERFORM FREEZE-SANCTIONED-PASS
    PERFORM UNTIL WS-SWEEP-COUNT < 20
        PERFORM FREEZE-SANCTIONED-PASS
    END-PERFORM.

FREEZE-SANCTIONED-PASS.
    MOVE ZERO TO WS-SWEEP-COUNT
    MOVE WS-SWEEP-RESUME-NUM TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY > ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM READ-NEXT-ACCOUNT
        PERFORM UNTIL FILE-AT-END OR WS-SWEEP-COUNT >= 20
            IF HOLDER-TAX-ID = WS-MAINT-TAX-ID
                    AND NOT INACTIVE-ACCOUNT
                    AND NOT ESCHEATED-ACCOUNT
                ADD 1 TO WS-SWEEP-COUNT
                MOVE ACCOUNT-NUMBER
                    TO WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-COUNT)
            END-IF
            MOVE ACCOUNT-NUMBER TO WS-SWEEP-RESUME-NUM
            PERFORM READ-NEXT-ACCOUNT
        END-PERFORM
    END-IF

    PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
            UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
        PERFORM FREEZE-ONE-SANCTIONED-ACCOUNT
    END-PERFORM.

FREEZE-ONE-SANCTIONED-ACCOUNT.
    MOVE WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX) TO ACCOUNT-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM
    IF FILE-SUCCESS
        MOVE BLOCK-DEBITS-FLAG TO WS-BLOCK-OLD-DEBITS
        MOVE BLOCK-CREDITS-FLAG TO WS-BLOCK-OLD-CREDITS
        MOVE 'Y' TO BLOCK-DEBITS-FLAG
        MOVE 'Y' TO BLOCK-CREDITS-FLAG
        PERFORM COMPUTE-AVAILABLE-BALANCE
        REWRITE ACCOUNT-RECORD
        IF FILE-SUCCESS
            ADD 1 TO WS-SCR-FROZEN-COUNT
            MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
            IF WS-BLOCK-OLD-DEBITS NOT = 'Y'
                MOVE 'BLOCK-DEBITS-FLAG' TO WS-AUDIT-FIELD-NAME
                MOVE WS-BLOCK-OLD-DEBITS TO WS-AUDIT-OLD-VALUE
                MOVE 'Y SANCTIONS' TO WS-AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
            END-IF
            IF WS-BLOCK-OLD-CREDITS NOT = 'Y'
                MOVE 'BLOCK-CREDITS-FLAG' TO WS-AUDIT-FIELD-NAME
                MOVE WS-BLOCK-OLD-CREDITS TO WS-AUDIT-OLD-VALUE
                MOVE 'Y SANCTIONS' TO WS-AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
            END-IF
        ELSE
            DISPLAY ERR-FILE-ERROR ' (account '
                    WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX) ')'
        END-IF
    ELSE
        DISPLAY 'WARNING: Could not freeze account '
                WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX)
                ' -- block it on the Account Blocks screen.'
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> The investigators' screen behind FRAUDMON's case file: every open
*> alert with the rule that raised it, then clear it as explained
*> activity or escalate it for a suspicious-activity filing. A
*> disposition note is required either way. A clearance quiets the
*> same rule on the account for FRAUD-SUPPRESS-DAYS, so the nightly
*> run does not re-raise activity someone has already looked at.
FRAUD-CASE-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                     FRAUD ALERT CASES'
    DISPLAY '================================================================='
    PERFORM GET-CURRENT-DATE-TIME

    OPEN I-O FRAUDCASE-FILE
    IF NOT FRAUDCASE-FILE-SUCCESS
        OPEN OUTPUT FRAUDCASE-FILE
        CLOSE FRAUDCASE-FILE
        OPEN I-O FRAUDCASE-FILE
    END-IF

    PERFORM LIST-OPEN-FRAUD-CASES
    DISPLAY ' '
    DISPLAY 'C)lear a case, E)scalate a case for SAR filing,'
            ' or ENTER to go back: ' WITH NO ADVANCING
    ACCEPT WS-FCS-ACTION
    EVALUATE WS-FCS-ACTION
        WHEN 'C'
        WHEN 'c'
            MOVE 'C' TO WS-FCS-ACTION
            PERFORM DECIDE-FRAUD-CASE
        WHEN 'E'
        WHEN 'e'
            MOVE 'E' TO WS-FCS-ACTION
            PERFORM DECIDE-FRAUD-CASE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    CLOSE FRAUDCASE-FILE

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

LIST-OPEN-FRAUD-CASES.
    MOVE ZERO TO WS-FCS-LIST-COUNT
    DISPLAY 'Case    Raised   Rule Account            Amount'
    DISPLAY '-----------------------------------------------------------------'
    MOVE 1 TO FCS-CASE-ID
    START FRAUDCASE-FILE KEY NOT < FCS-CASE-ID
    IF FRAUDCASE-FILE-SUCCESS
        PERFORM READ-NEXT-FRAUDCASE
        PERFORM UNTIL WS-FRAUDCASE-FILE-STATUS NOT = '00'
            IF FCS-OPEN
                ADD 1 TO WS-FCS-LIST-COUNT
                MOVE FCS-AMOUNT TO WS-FCS-AMT-DISPLAY
                DISPLAY FCS-CASE-ID ' ' FCS-RAISED-DATE ' '
                        FCS-RULE '   ' FCS-ACCOUNT
                        ' $' WS-FCS-AMT-DISPLAY
                DISPLAY '        ' FCS-DETAIL
            END-IF
            PERFORM READ-NEXT-FRAUDCASE
        END-PERFORM
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Open cases: ' WS-FCS-LIST-COUNT
    DISPLAY '  (Rule: NA new account drained, PT pass-through,'
            ' TN transfer to new account,'
    DISPLAY '   DR dormant reactivated and drained)'.

READ-NEXT-FRAUDCASE.
    READ FRAUDCASE-FILE NEXT RECORD AT END
        MOVE '10' TO WS-FRAUDCASE-FILE-STATUS
    END-READ.

DECIDE-FRAUD-CASE.
    DISPLAY 'Case number: ' WITH NO ADVANCING
    ACCEPT WS-FCS-CASE-ID
    MOVE WS-FCS-CASE-ID TO FCS-CASE-ID
    READ FRAUDCASE-FILE
    EVALUATE TRUE
        WHEN WS-FCS-CASE-ID = ZERO
                OR NOT FRAUDCASE-FILE-SUCCESS
            DISPLAY 'ERROR: Case not on file.'
        WHEN NOT FCS-OPEN
            DISPLAY 'ERROR: Case already decided (status '
                    FCS-STATUS ' by ' FCS-DECIDED-BY ').'
        WHEN OTHER
            PERFORM APPLY-FRAUD-DECISION
    END-EVALUATE.

APPLY-FRAUD-DECISION.
    DISPLAY 'Disposition note: ' WITH NO ADVANCING
    MOVE SPACES TO WS-FCS-NOTE
    ACCEPT WS-FCS-NOTE
    IF WS-FCS-NOTE = SPACES
        DISPLAY 'ERROR: A disposition note is required.'
    ELSE
        IF WS-FCS-ACTION = 'C'
            DISPLAY 'Clear case ' FCS-CASE-ID ' as explained? (Y/N): '
                    WITH NO ADVANCING
        ELSE
            DISPLAY 'Escalate case ' FCS-CASE-ID
                    ' for SAR filing? (Y/N): ' WITH NO ADVANCING
        END-IF
        ACCEPT YES-NO-INDICATOR
        IF YES-ANSWER
            PERFORM RECORD-FRAUD-DECISION
        ELSE
            DISPLAY 'No decision recorded.'
        END-IF
    END-IF.

RECORD-FRAUD-DECISION.
    MOVE WS-FCS-ACTION TO FCS-STATUS
    MOVE WS-CURRENT-TELLER-ID TO FCS-DECIDED-BY
    MOVE WS-CURRENT-DATE TO FCS-DECIDED-DATE
    MOVE WS-FCS-NOTE TO FCS-DISPOSITION-NOTE
    MOVE SPACES TO FCS-SUPPRESS-UNTIL
    IF FCS-CLEARED AND WS-FCS-SUPPRESS-DAYS > ZERO
        COMPUTE WS-FCS-SUPPRESS-NUM =
            FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-CURRENT-DATE))
                + WS-FCS-SUPPRESS-DAYS)
        MOVE WS-FCS-SUPPRESS-NUM TO FCS-SUPPRESS-UNTIL
    END-IF
    REWRITE FRAUDCASE-RECORD
    IF FRAUDCASE-FILE-SUCCESS
        MOVE FCS-ACCOUNT TO WS-AUDIT-ACCOUNT
        MOVE 'FRAUD-ALERT' TO WS-AUDIT-FIELD-NAME
        MOVE 'O' TO WS-AUDIT-OLD-VALUE
        MOVE SPACES TO WS-AUDIT-NEW-VALUE
        IF FCS-CLEARED
            STRING 'CASE ' FCS-CASE-ID ' CLEARED ' FCS-RULE
                   ' - ' WS-FCS-NOTE
                DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            PERFORM WRITE-AUDIT-RECORD
            IF FCS-SUPPRESS-UNTIL = SPACES
                DISPLAY 'SUCCESS: Case cleared.'
            ELSE
                DISPLAY 'SUCCESS: Case cleared. Rule ' FCS-RULE
                        ' will not re-alert on this account before '
                        FCS-SUPPRESS-UNTIL '.'
            END-IF
        ELSE
            STRING 'CASE ' FCS-CASE-ID ' ESCALATED ' FCS-RULE
                   ' - ' WS-FCS-NOTE
                DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY 'SUCCESS: Case escalated for SAR filing.'
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR ' (fraud case file)'
    END-IF.

*> The customer's due-diligence record: the identity document on
*> file, date of birth, occupation, and the risk rating CUSTRISK
*> last set with the review dates it drives. Any teller can renew an
*> expired document or correct the occupation; recording a completed
*> periodic review is a supervisor's sign-off and schedules the next
*> one from the customer's current rating. Every change is audited.
CUSTOMER-DUE-DILIGENCE-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                   CUSTOMER DUE DILIGENCE'
    DISPLAY '================================================================='
    DISPLAY ' '
    PERFORM GET-CURRENT-DATE-TIME

    DISPLAY 'Enter Tax ID (SSN/EIN): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-TAX-ID
    PERFORM LOOKUP-CUSTOMER-BY-TAX-ID
    IF CUSTOMER-NOT-FOUND
        DISPLAY 'ERROR: No customer on file under that tax ID.'
    ELSE
        PERFORM DISPLAY-CUSTOMER-DUE-DILIGENCE
        DISPLAY ' '
        DISPLAY 'I)D document renewal, O)ccupation change, R)eview'
                ' completed, or ENTER to go back: ' WITH NO ADVANCING
        MOVE SPACES TO WS-CDD-ACTION
        ACCEPT WS-CDD-ACTION
        EVALUATE WS-CDD-ACTION
            WHEN 'I'
            WHEN 'i'
                MOVE 'I' TO WS-CDD-ACTION
                PERFORM PROMPT-ID-DOCUMENT
                PERFORM UPDATE-CUSTOMER-DUE-DILIGENCE
            WHEN 'O'
            WHEN 'o'
                MOVE 'O' TO WS-CDD-ACTION
                PERFORM PROMPT-OCCUPATION
                PERFORM UPDATE-CUSTOMER-DUE-DILIGENCE
            WHEN 'R'
            WHEN 'r'
                MOVE 'R' TO WS-CDD-ACTION
                IF SUPERVISOR-SIGNED-ON
                    DISPLAY 'Record the periodic review as completed'
                            ' today? (Y/N): ' WITH NO ADVANCING
                    ACCEPT YES-NO-INDICATOR
                    IF YES-ANSWER
                        PERFORM UPDATE-CUSTOMER-DUE-DILIGENCE
                    ELSE
                        DISPLAY 'No review recorded.'
                    END-IF
                ELSE
                    DISPLAY 'ERROR: A completed review is recorded by'
                            ' a supervisor.'
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

DISPLAY-CUSTOMER-DUE-DILIGENCE.
    DISPLAY 'Customer:      ' FUNCTION TRIM(CUST-FIRST-NAME) ' '
            FUNCTION TRIM(CUST-LAST-NAME)
    DISPLAY 'Customer since: ' CUST-SINCE-DATE
    IF CUST-ID-TYPE = SPACES
        DISPLAY 'ID document:   NOT ON FILE'
    ELSE
        DISPLAY 'ID document:   ' CUST-ID-TYPE ' ' CUST-ID-NUMBER
                ' issued by ' CUST-ID-ISSUER
        IF CUST-ID-EXPIRY-DATE < WS-CURRENT-DATE
            DISPLAY 'ID expires:    ' CUST-ID-EXPIRY-DATE
                    '   ** EXPIRED **'
        ELSE
            DISPLAY 'ID expires:    ' CUST-ID-EXPIRY-DATE
        END-IF
    END-IF
    IF CUST-BIRTH-DATE = SPACES
        DISPLAY 'Date of birth: (none -- business)'
    ELSE
        DISPLAY 'Date of birth: ' CUST-BIRTH-DATE
    END-IF
    DISPLAY 'Occupation:    ' CUST-OCCUPATION
    IF CUST-MAIL-RETURNED
        DISPLAY 'Mail:          RETURNED ' CUST-RETURNED-MAIL-DATE
                ' -- held until the address is corrected'
    END-IF
    EVALUATE TRUE
        WHEN CUST-RISK-HIGH
            DISPLAY 'Risk rating:   HIGH   (score ' CUST-RISK-SCORE
                    ', rated ' CUST-RISK-DATE ')'
        WHEN CUST-RISK-MEDIUM
            DISPLAY 'Risk rating:   MEDIUM (score ' CUST-RISK-SCORE
                    ', rated ' CUST-RISK-DATE ')'
        WHEN CUST-RISK-LOW
            DISPLAY 'Risk rating:   LOW    (score ' CUST-RISK-SCORE
                    ', rated ' CUST-RISK-DATE ')'
        WHEN OTHER
            DISPLAY 'Risk rating:   not yet rated'
    END-EVALUATE
    IF CUST-LAST-REVIEW-DATE = SPACES
        DISPLAY 'Last review:   none on file'
    ELSE
        DISPLAY 'Last review:   ' CUST-LAST-REVIEW-DATE
    END-IF
    IF CUST-REVIEW-DUE-DATE NOT = SPACES
        IF CUST-REVIEW-DUE-DATE <= WS-CURRENT-DATE
            DISPLAY 'Review due:    ' CUST-REVIEW-DUE-DATE
                    '   ** DUE NOW **'
        ELSE
            DISPLAY 'Review due:    ' CUST-REVIEW-DUE-DATE
        END-IF
    END-IF.

UPDATE-CUSTOMER-DUE-DILIGENCE.
    MOVE WS-INPUT-TAX-ID TO CUST-TAX-ID
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ CUSTOMER-FILE WITH LOCK
    PERFORM UNTIL NOT CUST-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ CUSTOMER-FILE WITH LOCK
    END-PERFORM
    IF NOT CUST-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (customer master)'
    ELSE
        MOVE ZERO TO WS-AUDIT-ACCOUNT
        MOVE SPACES TO WS-CDD-OLD-VALUE
        MOVE SPACES TO WS-AUDIT-NEW-VALUE
        EVALUATE WS-CDD-ACTION
            WHEN 'I'
                STRING CUST-ID-TYPE ' ' CUST-ID-NUMBER ' '
                       CUST-ID-EXPIRY-DATE
                    DELIMITED BY SIZE INTO WS-CDD-OLD-VALUE
                MOVE WS-INPUT-ID-TYPE TO CUST-ID-TYPE
                MOVE WS-INPUT-ID-NUMBER TO CUST-ID-NUMBER
                MOVE WS-INPUT-ID-ISSUER TO CUST-ID-ISSUER
                MOVE WS-INPUT-ID-EXPIRY TO CUST-ID-EXPIRY-DATE
                MOVE 'CUST-ID-DOCUMENT' TO WS-AUDIT-FIELD-NAME
                STRING CUST-TAX-ID ' ' CUST-ID-TYPE ' '
                       CUST-ID-NUMBER ' ' CUST-ID-EXPIRY-DATE
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            WHEN 'O'
                MOVE CUST-OCCUPATION TO WS-CDD-OLD-VALUE
                MOVE WS-INPUT-OCCUPATION TO CUST-OCCUPATION
                MOVE 'CUST-OCCUPATION' TO WS-AUDIT-FIELD-NAME
                STRING CUST-TAX-ID ' ' CUST-OCCUPATION
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            WHEN OTHER
                MOVE CUST-LAST-REVIEW-DATE TO WS-CDD-OLD-VALUE
                MOVE WS-CURRENT-DATE TO CUST-LAST-REVIEW-DATE
                PERFORM SET-NEXT-REVIEW-DATE
                MOVE 'CUST-LAST-REVIEW' TO WS-AUDIT-FIELD-NAME
                STRING CUST-TAX-ID ' ' CUST-LAST-REVIEW-DATE
                       ' NEXT DUE ' CUST-REVIEW-DUE-DATE
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
        END-EVALUATE
        REWRITE CUSTOMER-RECORD
        IF CUST-FILE-SUCCESS
            MOVE WS-CDD-OLD-VALUE TO WS-AUDIT-OLD-VALUE
            PERFORM WRITE-AUDIT-RECORD
            IF WS-CDD-ACTION = 'R'
                DISPLAY 'SUCCESS: Review recorded. Next review due '
                        CUST-REVIEW-DUE-DATE '.'
            ELSE
                DISPLAY 'SUCCESS: Customer record updated.'
            END-IF
        ELSE
            DISPLAY ERR-FILE-ERROR ' (customer master)'
        END-IF
    END-IF.

*> The next review falls the rating's review cycle past today, the
*> day of month capped at 28 the way CD maturities are. A customer
*> not yet rated is scheduled on the low-risk cycle until CUSTRISK
*> rates them.
SET-NEXT-REVIEW-DATE.
    EVALUATE TRUE
        WHEN CUST-RISK-HIGH
            MOVE WS-CDD-REVIEW-MOS-HIGH TO WS-CDD-REVIEW-MONTHS
        WHEN CUST-RISK-MEDIUM
            MOVE WS-CDD-REVIEW-MOS-MED TO WS-CDD-REVIEW-MONTHS
        WHEN OTHER
            MOVE WS-CDD-REVIEW-MOS-LOW TO WS-CDD-REVIEW-MONTHS
    END-EVALUATE
    COMPUTE WS-CDD-TOTAL-MONTHS =
        (FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) * 12)
            + FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) - 1
            + WS-CDD-REVIEW-MONTHS
    COMPUTE WS-CDD-DUE-YEAR = WS-CDD-TOTAL-MONTHS / 12
    COMPUTE WS-CDD-DUE-MONTH =
        FUNCTION MOD(WS-CDD-TOTAL-MONTHS, 12) + 1
    MOVE WS-CURRENT-DATE(7:2) TO WS-CDD-DUE-DAY
    IF WS-CDD-DUE-DAY > 28
        MOVE 28 TO WS-CDD-DUE-DAY
    END-IF
    MOVE SPACES TO CUST-REVIEW-DUE-DATE
    STRING WS-CDD-DUE-YEAR WS-CDD-DUE-MONTH WS-CDD-DUE-DAY
        DELIMITED BY SIZE INTO CUST-REVIEW-DUE-DATE.

*> Deceased customers and their payable-on-death beneficiaries. A
*> supervisor records the date of death on the customer master, which
*> freezes every sole-name account under the tax ID in the one step
*> -- a joint account stays open to the surviving co-holder -- and
*> suspends the standing orders drawn on the frozen accounts (SWEEPBAL
*> and XFRREQ refuse to move money on a frozen account by themselves).
*> Tellers keep each account's beneficiary register while the holder
*> is living; once frozen, the account is paid out to the register by
*> official check under supervisor approval and closed.
ESTATE-POD-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '              DECEASED CUSTOMERS / POD BENEFICIARIES'
    DISPLAY '================================================================='
    PERFORM GET-CURRENT-DATE-TIME

    OPEN I-O PODBENEF-FILE
    IF NOT PODBENEF-FILE-SUCCESS
        OPEN OUTPUT PODBENEF-FILE
        CLOSE PODBENEF-FILE
        OPEN I-O PODBENEF-FILE
    END-IF

    DISPLAY ' '
    DISPLAY 'D)ate of death -- record it and freeze the accounts,'
    DISPLAY 'B)eneficiaries of an account, P)ay out a frozen account,'
    DISPLAY 'or ENTER to go back: ' WITH NO ADVANCING
    ACCEPT WS-EST-ACTION
    EVALUATE WS-EST-ACTION
        WHEN 'D'
        WHEN 'd'
            IF SUPERVISOR-SIGNED-ON
                PERFORM RECORD-DATE-OF-DEATH
            ELSE
                DISPLAY 'ERROR: Recording a death is restricted to'
                        ' supervisors.'
            END-IF
        WHEN 'B'
        WHEN 'b'
            PERFORM MAINTAIN-POD-BENEFICIARIES
        WHEN 'P'
        WHEN 'p'
            PERFORM PAY-OUT-ESTATE-ACCOUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    CLOSE PODBENEF-FILE

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> A customer whose death is already on file re-runs the freeze
*> instead: the pass skips what is already frozen, so it only picks up
*> an account a lock kept it from reaching the first time.
RECORD-DATE-OF-DEATH.
    DISPLAY 'Tax ID of the deceased: ' WITH NO ADVANCING
    ACCEPT WS-EST-TAX-ID
    MOVE WS-EST-TAX-ID TO CUST-TAX-ID
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ CUSTOMER-FILE WITH LOCK
    PERFORM UNTIL NOT CUST-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ CUSTOMER-FILE WITH LOCK
    END-PERFORM

    IF NOT CUST-FILE-SUCCESS
        DISPLAY 'ERROR: No customer on file under that tax ID.'
    ELSE
        MOVE SPACES TO WS-EST-DECEASED-NAME
        STRING CUST-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SPACE
            INTO WS-EST-DECEASED-NAME
        DISPLAY 'Customer: ' WS-EST-DECEASED-NAME
        IF NOT CUST-IS-LIVING
            DISPLAY 'Death already recorded (' CUST-DATE-OF-DEATH
                    ') -- re-running the account freeze.'
            MOVE CUST-DATE-OF-DEATH TO WS-EST-DEATH-DATE
            UNLOCK CUSTOMER-FILE
            PERFORM FREEZE-DECEASED-ACCOUNTS
        ELSE
            DISPLAY 'Date of death (YYYYMMDD): ' WITH NO ADVANCING
            ACCEPT WS-EST-DEATH-DATE
            EVALUATE TRUE
                WHEN WS-EST-DEATH-DATE NOT NUMERIC
                    DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
                    UNLOCK CUSTOMER-FILE
                WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EST-DEATH-NUM)
                        NOT = 0
                    DISPLAY 'ERROR: Not a valid calendar date.'
                    UNLOCK CUSTOMER-FILE
                WHEN WS-EST-DEATH-DATE > WS-CURRENT-DATE
                    DISPLAY 'ERROR: Date of death is in the future.'
                    UNLOCK CUSTOMER-FILE
                WHEN OTHER
                    DISPLAY 'Record the death and freeze this'
                            ' customer''s accounts? (Y/N): '
                            WITH NO ADVANCING
                    ACCEPT YES-NO-INDICATOR
                    IF YES-ANSWER
                        PERFORM STORE-DATE-OF-DEATH
                    ELSE
                        DISPLAY 'Nothing recorded.'
                        UNLOCK CUSTOMER-FILE
                    END-IF
            END-EVALUATE
        END-IF
    END-IF.

*> The customer-level change lands on the audit trail under account
*> zero, the tax ID riding in the new value -- the per-account freeze
*> records follow from the pass.
STORE-DATE-OF-DEATH.
    MOVE WS-EST-DEATH-DATE TO CUST-DATE-OF-DEATH
    REWRITE CUSTOMER-RECORD
    IF CUST-FILE-SUCCESS
        MOVE ZERO TO WS-AUDIT-ACCOUNT
        MOVE 'CUST-DATE-OF-DEATH' TO WS-AUDIT-FIELD-NAME
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
        MOVE SPACES TO WS-AUDIT-NEW-VALUE
        STRING WS-EST-DEATH-DATE ' TAX ID ' WS-EST-TAX-ID
            DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
        PERFORM FREEZE-DECEASED-ACCOUNTS
    ELSE
        DISPLAY ERR-FILE-ERROR ' (customer master)'
    END-IF.

*> Walks every open account under the deceased's tax ID, the same
*> table-at-a-time pass FREEZE-SANCTIONED-CUSTOMER uses. A loan is
*> left alone -- it is a debt the estate settles, not money to hold.
FREEZE-DECEASED-ACCOUNTS.
    MOVE WS-EST-TAX-ID TO WS-MAINT-TAX-ID
    MOVE ZERO TO WS-EST-FROZEN-COUNT
    MOVE ZERO TO WS-EST-JOINT-COUNT
    MOVE ZERO TO WS-EST-ORDER-COUNT
    MOVE ZERO TO WS-SWEEP-RESUME-NUM
    PERFORM FREEZE-DECEASED-PASS
    PERFORM UNTIL WS-SWEEP-COUNT < 20
        PERFORM FREEZE-DECEASED-PASS
    END-PERFORM

    DISPLAY ' '
    DISPLAY 'SUCCESS: Sole-name accounts frozen:  ' WS-EST-FROZEN-COUNT
    DISPLAY '         Joint accounts left open:    ' WS-EST-JOINT-COUNT
    DISPLAY '         Standing orders suspended:   ' WS-EST-ORDER-COUNT.

FREEZE-DECEASED-PASS.
    MOVE ZERO TO WS-SWEEP-COUNT
    MOVE WS-SWEEP-RESUME-NUM TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY > ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM READ-NEXT-ACCOUNT
        PERFORM UNTIL FILE-AT-END OR WS-SWEEP-COUNT >= 20
            IF HOLDER-TAX-ID = WS-MAINT-TAX-ID
                    AND NOT INACTIVE-ACCOUNT
                    AND NOT ESCHEATED-ACCOUNT
                    AND NOT LOAN-ACCOUNT
                ADD 1 TO WS-SWEEP-COUNT
                MOVE ACCOUNT-NUMBER
                    TO WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-COUNT)
            END-IF
            MOVE ACCOUNT-NUMBER TO WS-SWEEP-RESUME-NUM
            PERFORM READ-NEXT-ACCOUNT
        END-PERFORM
    END-IF

    PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
            UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
        PERFORM FREEZE-ONE-DECEASED-ACCOUNT
    END-PERFORM.

*> A joint account is the survivor's now and is left as it is, with a
*> note on the trail. A sole-name account takes the estate freeze and
*> a debit block -- credits still land, since pensions and refunds
*> keep arriving for the estate -- and its standing orders stop.
FREEZE-ONE-DECEASED-ACCOUNT.
    MOVE WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX) TO ACCOUNT-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM
    IF FILE-SUCCESS
        EVALUATE TRUE
            WHEN CO-HOLDER-FIRST-NAME NOT = SPACES
                ADD 1 TO WS-EST-JOINT-COUNT
                DISPLAY 'Joint account ' ACCOUNT-NUMBER
                        ' stays open for '
                        FUNCTION TRIM(CO-HOLDER-FIRST-NAME) ' '
                        CO-HOLDER-LAST-NAME
                PERFORM RELEASE-ACCOUNT-LOCK
                MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                MOVE 'HOLDER-DECEASED' TO WS-AUDIT-FIELD-NAME
                MOVE SPACES TO WS-AUDIT-OLD-VALUE
                MOVE SPACES TO WS-AUDIT-NEW-VALUE
                STRING WS-EST-DEATH-DATE ' JOINT -- OPEN TO SURVIVOR'
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
            WHEN ESTATE-FROZEN
                PERFORM RELEASE-ACCOUNT-LOCK
            WHEN OTHER
                MOVE BLOCK-DEBITS-FLAG TO WS-EST-OLD-DEBITS
                MOVE 'Y' TO ESTATE-FREEZE-FLAG
                MOVE 'Y' TO BLOCK-DEBITS-FLAG
                PERFORM COMPUTE-AVAILABLE-BALANCE
                REWRITE ACCOUNT-RECORD
                IF FILE-SUCCESS
                    ADD 1 TO WS-EST-FROZEN-COUNT
                    MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                    MOVE 'ESTATE-FREEZE-FLAG' TO WS-AUDIT-FIELD-NAME
                    MOVE 'N' TO WS-AUDIT-OLD-VALUE
                    MOVE SPACES TO WS-AUDIT-NEW-VALUE
                    STRING 'Y DECEASED ' WS-EST-DEATH-DATE
                        DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                    PERFORM WRITE-AUDIT-RECORD
                    IF WS-EST-OLD-DEBITS NOT = 'Y'
                        MOVE 'BLOCK-DEBITS-FLAG' TO WS-AUDIT-FIELD-NAME
                        MOVE WS-EST-OLD-DEBITS TO WS-AUDIT-OLD-VALUE
                        MOVE 'Y ESTATE' TO WS-AUDIT-NEW-VALUE
                        PERFORM WRITE-AUDIT-RECORD
                    END-IF
                    PERFORM SUSPEND-ESTATE-ORDERS
                ELSE
                    DISPLAY ERR-FILE-ERROR ' (account '
                            WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX) ')'
                END-IF
        END-EVALUATE
    ELSE
        DISPLAY 'WARNING: Could not freeze account '
                WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX)
                ' -- record the death again to retry.'
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> Live orders drawn on the frozen account go to 'S' -- suspended, not
*> cancelled, so the record of what the customer had set up survives
*> for the executor. STANDORD only ever runs active orders.
SUSPEND-ESTATE-ORDERS.
    OPEN I-O STDORDER-FILE
    IF STDORD-FILE-SUCCESS
        PERFORM READ-NEXT-STDORDER
        PERFORM UNTIL STDORD-FILE-AT-END
            IF ORD-FROM-ACCOUNT = WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX)
                    AND ORD-ACTIVE
                MOVE 'S' TO ORD-STATUS
                REWRITE STANDING-ORDER-RECORD
                ADD 1 TO WS-EST-ORDER-COUNT
                MOVE ORD-FROM-ACCOUNT TO WS-AUDIT-ACCOUNT
                MOVE 'STANDING-ORDER' TO WS-AUDIT-FIELD-NAME
                MOVE 'A' TO WS-AUDIT-OLD-VALUE
                MOVE SPACES TO WS-AUDIT-NEW-VALUE
                STRING 'SUSPENDED -> ' ORD-TO-ACCOUNT
                    DELIMITED BY SIZE
                    INTO WS-AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
            END-IF
            PERFORM READ-NEXT-STDORDER
        END-PERFORM
        CLOSE STDORDER-FILE
    END-IF.

*> The register for one account: list it, then add or remove an
*> entry. Once the holder has died the register is what the payout
*> follows, so it can no longer be changed from here.
MAINTAIN-POD-BENEFICIARIES.
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD
        IF ACCOUNT-FOUND
            PERFORM RELEASE-ACCOUNT-LOCK
            IF INACTIVE-ACCOUNT OR ESCHEATED-ACCOUNT OR LOAN-ACCOUNT
                DISPLAY 'ERROR: Beneficiaries are named only on an'
                        ' open deposit account.'
            ELSE
                PERFORM LIST-POD-BENEFICIARIES
                IF ESTATE-FROZEN
                    DISPLAY 'The holder has died -- the register is'
                            ' fixed for the payout.'
                ELSE
                    DISPLAY ' '
                    DISPLAY 'A)dd a beneficiary, R)emove one,'
                            ' or ENTER to go back: '
                            WITH NO ADVANCING
                    ACCEPT WS-EST-ACTION
                    EVALUATE WS-EST-ACTION
                        WHEN 'A'
                        WHEN 'a'
                            PERFORM ADD-POD-BENEFICIARY
                        WHEN 'R'
                        WHEN 'r'
                            PERFORM REMOVE-POD-BENEFICIARY
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
    END-IF.

*> Loads the live entries for ACCOUNT-NUMBER into the table and shows
*> them, totalling the shares. The next sequence number is taken past
*> every entry on file, removed ones included, so a key is never
*> reused.
LIST-POD-BENEFICIARIES.
    MOVE ZERO TO WS-EST-POD-COUNT
    MOVE ZERO TO WS-EST-SHARE-TOTAL
    MOVE 1 TO WS-EST-NEXT-SEQ
    DISPLAY ' '
    DISPLAY '#  Beneficiary                              Relationship'
            '     Share'
    DISPLAY '-----------------------------------------------------------------'
    MOVE ACCOUNT-NUMBER TO POD-ACCOUNT
    MOVE ZERO TO POD-SEQ
    START PODBENEF-FILE KEY >= POD-KEY
    IF PODBENEF-FILE-SUCCESS
        PERFORM READ-NEXT-PODBENEF
        PERFORM UNTIL PODBENEF-FILE-AT-END
                OR POD-ACCOUNT NOT = ACCOUNT-NUMBER
            COMPUTE WS-EST-NEXT-SEQ = POD-SEQ + 1
            IF POD-LIVE AND WS-EST-POD-COUNT < 10
                ADD 1 TO WS-EST-POD-COUNT
                MOVE POD-SEQ TO WS-EST-POD-SEQ(WS-EST-POD-COUNT)
                MOVE POD-NAME TO WS-EST-POD-NAME(WS-EST-POD-COUNT)
                MOVE POD-SHARE-PCT TO WS-EST-POD-PCT(WS-EST-POD-COUNT)
                ADD POD-SHARE-PCT TO WS-EST-SHARE-TOTAL
                MOVE POD-SHARE-PCT TO WS-EST-PCT-DISPLAY
                DISPLAY WS-EST-POD-COUNT ' ' POD-NAME ' '
                        POD-RELATIONSHIP ' ' WS-EST-PCT-DISPLAY '%'
            END-IF
            PERFORM READ-NEXT-PODBENEF
        END-PERFORM
    END-IF
    IF WS-EST-POD-COUNT = ZERO
        DISPLAY 'No beneficiaries on file.'
    ELSE
        MOVE WS-EST-SHARE-TOTAL TO WS-EST-PCT-DISPLAY
        DISPLAY 'Shares total ' WS-EST-PCT-DISPLAY '%'
    END-IF.

READ-NEXT-PODBENEF.
    READ PODBENEF-FILE NEXT RECORD AT END
        MOVE '10' TO WS-PODBENEF-FILE-STATUS
    END-READ.

ADD-POD-BENEFICIARY.
    DISPLAY 'Beneficiary name: ' WITH NO ADVANCING
    ACCEPT WS-EST-INPUT-NAME
    DISPLAY 'Relationship: ' WITH NO ADVANCING
    ACCEPT WS-EST-INPUT-REL
    DISPLAY 'Tax ID (blank if not known): ' WITH NO ADVANCING
    ACCEPT WS-EST-INPUT-TAX-ID
    DISPLAY 'Mailing address: ' WITH NO ADVANCING
    ACCEPT WS-EST-INPUT-ADDRESS
    DISPLAY 'Share of the account (percent): ' WITH NO ADVANCING
    ACCEPT WS-EST-INPUT-PCT

    EVALUATE TRUE
        WHEN WS-EST-POD-COUNT >= 10
            DISPLAY 'ERROR: An account can name at most 10'
                    ' beneficiaries.'
        WHEN WS-EST-NEXT-SEQ = ZERO
            DISPLAY 'ERROR: Beneficiary register is full for this'
                    ' account.'
        WHEN WS-EST-INPUT-NAME = SPACES OR WS-EST-INPUT-PCT = ZERO
            DISPLAY 'ERROR: A beneficiary needs a name and a share.'
        WHEN WS-EST-SHARE-TOTAL + WS-EST-INPUT-PCT > 100
            DISPLAY 'ERROR: Shares would come to more than 100%.'
        WHEN OTHER
            MOVE ACCOUNT-NUMBER TO POD-ACCOUNT
            MOVE WS-EST-NEXT-SEQ TO POD-SEQ
            MOVE WS-EST-INPUT-NAME TO POD-NAME
            MOVE WS-EST-INPUT-REL TO POD-RELATIONSHIP
            MOVE WS-EST-INPUT-TAX-ID TO POD-TAX-ID
            MOVE WS-EST-INPUT-ADDRESS TO POD-ADDRESS
            MOVE WS-EST-INPUT-PCT TO POD-SHARE-PCT
            MOVE 'A' TO POD-STATUS
            MOVE WS-CURRENT-DATE TO POD-ADDED-DATE
            MOVE WS-CURRENT-TELLER-ID TO POD-ADDED-BY
            MOVE SPACES TO POD-PAID-DATE
            MOVE ZERO TO POD-PAID-SERIAL
            MOVE ZERO TO POD-PAID-AMOUNT
            WRITE PODBENEF-RECORD
            IF PODBENEF-FILE-SUCCESS
                MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                MOVE 'POD-BENEFICIARY' TO WS-AUDIT-FIELD-NAME
                MOVE '(NEW)' TO WS-AUDIT-OLD-VALUE
                MOVE WS-EST-INPUT-PCT TO WS-EST-PCT-DISPLAY
                MOVE SPACES TO WS-AUDIT-NEW-VALUE
                STRING WS-EST-PCT-DISPLAY '% ' WS-EST-INPUT-NAME
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
                DISPLAY 'SUCCESS: Beneficiary added.'
                ADD WS-EST-INPUT-PCT TO WS-EST-SHARE-TOTAL
                IF WS-EST-SHARE-TOTAL < 100
                    MOVE WS-EST-SHARE-TOTAL TO WS-EST-PCT-DISPLAY
                    DISPLAY 'Shares now total ' WS-EST-PCT-DISPLAY
                            '% -- the rest would be paid to the'
                            ' estate.'
                END-IF
            ELSE
                DISPLAY ERR-FILE-ERROR ' (beneficiary register)'
            END-IF
    END-EVALUATE.

REMOVE-POD-BENEFICIARY.
    IF WS-EST-POD-COUNT = ZERO
        DISPLAY 'Nothing to remove.'
    ELSE
        DISPLAY 'Remove which beneficiary (1-' WS-EST-POD-COUNT '): '
                WITH NO ADVANCING
        ACCEPT WS-EST-PICK-NUM
        IF WS-EST-PICK-NUM < 1
                OR WS-EST-PICK-NUM > WS-EST-POD-COUNT
            DISPLAY 'Invalid selection -- nothing removed.'
        ELSE
            MOVE ACCOUNT-NUMBER TO POD-ACCOUNT
            MOVE WS-EST-POD-SEQ(WS-EST-PICK-NUM) TO POD-SEQ
            READ PODBENEF-FILE WITH LOCK
            IF PODBENEF-FILE-SUCCESS
                MOVE 'R' TO POD-STATUS
                REWRITE PODBENEF-RECORD
                IF PODBENEF-FILE-SUCCESS
                    MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                    MOVE 'POD-BENEFICIARY' TO WS-AUDIT-FIELD-NAME
                    MOVE POD-NAME TO WS-AUDIT-OLD-VALUE
                    MOVE '(REMOVED)' TO WS-AUDIT-NEW-VALUE
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY 'SUCCESS: Beneficiary removed.'
                ELSE
                    DISPLAY ERR-FILE-ERROR ' (beneficiary register)'
                END-IF
            ELSE
                DISPLAY ERR-FILE-ERROR ' (beneficiary register)'
            END-IF
            UNLOCK PODBENEF-FILE
        END-IF
    END-IF.

*> Pays a frozen account out to its register and closes it. Each
*> beneficiary's cut is its share of the balance, the last one taking
*> whatever rounding leaves; a register short of 100% leaves the rest
*> to the estate itself, and no register at all pays the estate the
*> lot. An unmatured CD pays out at par -- the early-withdrawal
*> penalty is waived on the holder's death.
PAY-OUT-ESTATE-ACCOUNT.
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD
        IF ACCOUNT-FOUND
            EVALUATE TRUE
                WHEN INACTIVE-ACCOUNT OR ESCHEATED-ACCOUNT
                    DISPLAY ERR-ACCOUNT-CLOSED
                WHEN NOT ESTATE-FROZEN
                    DISPLAY 'ERROR: Only an account frozen on the'
                            ' holder''s death is paid out here.'
                WHEN CREDITS-BLOCKED OR LEGAL-HOLD-AMOUNT > ZERO
                    DISPLAY 'ERROR: Account carries a credit block or'
                            ' legal hold'
                    IF LEGAL-HOLD-CASE-REF NOT = SPACES
                        DISPLAY 'Case reference: ' LEGAL-HOLD-CASE-REF
                    END-IF
                    DISPLAY 'Release it before paying out the account.'
                WHEN ACCOUNT-BALANCE < ZERO
                    MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
                    DISPLAY 'ERROR: Account is overdrawn ($'
                            WS-BALANCE-DISPLAY
                            ') -- the shortfall is a claim on the estate.'
                WHEN AVAILABLE-BALANCE < ACCOUNT-BALANCE
                    DISPLAY 'ERROR: Deposited funds are on hold until '
                            HOLD-RELEASE-DATE
                            ' -- pay out once they clear.'
                WHEN OTHER
                    PERFORM LIST-POD-BENEFICIARIES
                    PERFORM PLAN-ESTATE-PAYOUT
                    MOVE 'ESTATE / POD PAYOUT AND CLOSE'
                        TO WS-APPROVAL-REASON
                    PERFORM REQUEST-SUPERVISOR-APPROVAL
                    IF APPROVAL-GRANTED
                        PERFORM CLOSE-ESTATE-ACCOUNT
                    END-IF
            END-EVALUATE
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

PLAN-ESTATE-PAYOUT.
    IF WS-EST-SHARE-TOTAL < 100
        ADD 1 TO WS-EST-POD-COUNT
        MOVE ZERO TO WS-EST-POD-SEQ(WS-EST-POD-COUNT)
        MOVE SPACES TO WS-EST-POD-NAME(WS-EST-POD-COUNT)
        STRING 'ESTATE OF ' DELIMITED BY SIZE
               HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
            INTO WS-EST-POD-NAME(WS-EST-POD-COUNT)
        COMPUTE WS-EST-POD-PCT(WS-EST-POD-COUNT) =
            100 - WS-EST-SHARE-TOTAL
    END-IF

    MOVE ACCOUNT-BALANCE TO WS-EST-PAYOUT-TOTAL
    MOVE ZERO TO WS-EST-PAID-SO-FAR
    DISPLAY ' '
    MOVE WS-EST-PAYOUT-TOTAL TO WS-EST-AMT-DISPLAY
    DISPLAY 'Balance to pay out: $' WS-EST-AMT-DISPLAY
    PERFORM VARYING WS-EST-POD-IDX FROM 1 BY 1
            UNTIL WS-EST-POD-IDX > WS-EST-POD-COUNT
        IF WS-EST-POD-IDX = WS-EST-POD-COUNT
            COMPUTE WS-EST-POD-AMOUNT(WS-EST-POD-IDX) =
                WS-EST-PAYOUT-TOTAL - WS-EST-PAID-SO-FAR
        ELSE
            COMPUTE WS-EST-POD-AMOUNT(WS-EST-POD-IDX) ROUNDED =
                WS-EST-PAYOUT-TOTAL * WS-EST-POD-PCT(WS-EST-POD-IDX)
                / 100
        END-IF
        ADD WS-EST-POD-AMOUNT(WS-EST-POD-IDX) TO WS-EST-PAID-SO-FAR
        MOVE WS-EST-POD-PCT(WS-EST-POD-IDX) TO WS-EST-PCT-DISPLAY
        MOVE WS-EST-POD-AMOUNT(WS-EST-POD-IDX) TO WS-EST-AMT-DISPLAY
        DISPLAY '  ' WS-EST-POD-NAME(WS-EST-POD-IDX) ' '
                WS-EST-PCT-DISPLAY '%  $' WS-EST-AMT-DISPLAY
    END-PERFORM.

*> Closes the account in the one REWRITE, the way CLOSE-ACCOUNT-WITH-
*> PAYOUT does, then issues and posts one check per cut. The account
*> buffer's balance is walked down cut by cut after the REWRITE so each
*> receipt shows what was left behind that check.
CLOSE-ESTATE-ACCOUNT.
    MOVE ACCOUNT-STATUS TO WS-EST-OLD-STATUS
    MOVE ZERO TO ACCOUNT-BALANCE
    MOVE 'I' TO ACCOUNT-STATUS
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    MOVE ZERO TO HOLD-AMOUNT
    MOVE SPACES TO HOLD-RELEASE-DATE
    PERFORM COMPUTE-AVAILABLE-BALANCE

    REWRITE ACCOUNT-RECORD
    IF FILE-SUCCESS
        MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
        MOVE 'ACCOUNT-STATUS' TO WS-AUDIT-FIELD-NAME
        MOVE WS-EST-OLD-STATUS TO WS-AUDIT-OLD-VALUE
        MOVE 'I ESTATE PAYOUT' TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
        IF WS-EST-PAYOUT-TOTAL > ZERO
            OPEN I-O OFFCHECK-FILE
            IF NOT OFFCHECK-FILE-SUCCESS
                OPEN OUTPUT OFFCHECK-FILE
                CLOSE OFFCHECK-FILE
                OPEN I-O OFFCHECK-FILE
            END-IF
            MOVE WS-EST-PAYOUT-TOTAL TO ACCOUNT-BALANCE
            PERFORM VARYING WS-EST-POD-IDX FROM 1 BY 1
                    UNTIL WS-EST-POD-IDX > WS-EST-POD-COUNT
                PERFORM PAY-ONE-ESTATE-SHARE
            END-PERFORM
            CLOSE OFFCHECK-FILE
            MOVE ZERO TO ACCOUNT-BALANCE
        END-IF
        DISPLAY MSG-ACCOUNT-CLOSED
    ELSE
        DISPLAY ERR-FILE-ERROR
    END-IF.

*> One cut: the check goes on the register fee-free (ISSUE-CLOSEOUT-
*> CHECK's shape), the 'W' that carried the money out names it, and a
*> beneficiary's register entry is marked paid with the serial.
PAY-ONE-ESTATE-SHARE.
    IF WS-EST-POD-AMOUNT(WS-EST-POD-IDX) > ZERO
        MOVE WS-EST-POD-NAME(WS-EST-POD-IDX) TO WS-OFC-PAYEE
        MOVE WS-EST-POD-AMOUNT(WS-EST-POD-IDX) TO WS-OFC-AMOUNT
        MOVE ACCOUNT-NUMBER TO WS-OFC-PURCHASE-ACCT
        PERFORM GET-NEXT-CHECK-SERIAL
        MOVE WS-OFC-SERIAL TO OFC-SERIAL
        MOVE WS-CURRENT-DATE TO OFC-ISSUE-DATE
        MOVE WS-OFC-PAYEE TO OFC-PAYEE
        MOVE WS-OFC-AMOUNT TO OFC-AMOUNT
        MOVE ZERO TO OFC-FEE
        MOVE WS-OFC-PURCHASE-ACCT TO OFC-PURCHASE-ACCOUNT
        MOVE WS-CURRENT-TELLER-ID TO OFC-ISSUED-BY
        MOVE 'O' TO OFC-STATUS
        MOVE SPACES TO OFC-PAID-DATE
        WRITE OFFCHECK-RECORD
        IF OFFCHECK-FILE-SUCCESS
            DISPLAY 'Official check ' WS-OFC-SERIAL ' issued to '
                    WS-OFC-PAYEE
        ELSE
            DISPLAY ERR-FILE-ERROR ' (check register)'
        END-IF
        MOVE WS-OFC-SERIAL TO WS-EST-POD-SERIAL(WS-EST-POD-IDX)

        SUBTRACT WS-EST-POD-AMOUNT(WS-EST-POD-IDX) FROM ACCOUNT-BALANCE
        MOVE ACCOUNT-NUMBER TO WS-INPUT-ACCOUNT
        MOVE ZERO TO WS-TO-ACCOUNT
        MOVE WS-EST-POD-AMOUNT(WS-EST-POD-IDX) TO WS-INPUT-AMOUNT
        MOVE SPACES TO WS-INPUT-MEMO
        IF WS-EST-POD-SEQ(WS-EST-POD-IDX) > ZERO
            STRING 'POD PAYOUT CHECK ' WS-OFC-SERIAL
                DELIMITED BY SIZE INTO WS-INPUT-MEMO
        ELSE
            STRING 'ESTATE PAYOUT CHECK ' WS-OFC-SERIAL
                DELIMITED BY SIZE INTO WS-INPUT-MEMO
        END-IF
        MOVE 4 TO WS-MENU-CHOICE
        PERFORM LOG-TRANSACTION
        MOVE 22 TO WS-MENU-CHOICE

        IF WS-EST-POD-SEQ(WS-EST-POD-IDX) > ZERO
            PERFORM MARK-POD-BENEFICIARY-PAID
        END-IF
    END-IF.

MARK-POD-BENEFICIARY-PAID.
    MOVE ACCOUNT-NUMBER TO POD-ACCOUNT
    MOVE WS-EST-POD-SEQ(WS-EST-POD-IDX) TO POD-SEQ
    READ PODBENEF-FILE WITH LOCK
    IF PODBENEF-FILE-SUCCESS
        MOVE 'P' TO POD-STATUS
        MOVE WS-CURRENT-DATE TO POD-PAID-DATE
        MOVE WS-EST-POD-SERIAL(WS-EST-POD-IDX) TO POD-PAID-SERIAL
        MOVE WS-EST-POD-AMOUNT(WS-EST-POD-IDX) TO POD-PAID-AMOUNT
        REWRITE PODBENEF-RECORD
    END-IF
    IF NOT PODBENEF-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (beneficiary register)'
    END-IF
    UNLOCK PODBENEF-FILE.

*> The legal-orders desk. A levy or garnishment served on the bank is
*> keyed here as an order against the account -- creditor, case
*> number, amount, the day it was received -- instead of straight
*> into the account's legal hold, which froze exempt benefit money
*> along with everything else. Nothing is held at the counter:
*> LEVYPROC reviews each new order that night, protects the benefit
*> deposits, holds only the non-exempt funds and answers the court.
*> A supervisor marks an order released or satisfied when the court
*> or creditor says so, and that night's run lifts exactly that
*> order's hold.
GARNISHMENT-ORDER-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                  GARNISHMENT / LEVY ORDERS'
    DISPLAY '================================================================='
    PERFORM GET-CURRENT-DATE-TIME

    OPEN I-O GARNORD-FILE
    IF NOT GARNORD-FILE-SUCCESS
        OPEN OUTPUT GARNORD-FILE
        CLOSE GARNORD-FILE
        OPEN I-O GARNORD-FILE
    END-IF

    DISPLAY ' '
    DISPLAY 'N)ew order, L)ist an account''s orders,'
    DISPLAY 'R)eleased by the court, S)atisfied,'
    DISPLAY 'or ENTER to go back: ' WITH NO ADVANCING
    ACCEPT WS-GRN-ACTION
    EVALUATE WS-GRN-ACTION
        WHEN 'N'
        WHEN 'n'
            PERFORM ENTER-GARNISHMENT-ORDER
        WHEN 'L'
        WHEN 'l'
            PERFORM SELECT-ACCOUNT
            IF WS-INPUT-ACCOUNT > 0
                PERFORM LIST-GARNISHMENT-ORDERS
            END-IF
        WHEN 'R'
        WHEN 'r'
        WHEN 'S'
        WHEN 's'
            IF SUPERVISOR-SIGNED-ON
                MOVE FUNCTION UPPER-CASE(WS-GRN-ACTION)
                    TO WS-GRN-ACTION
                PERFORM END-GARNISHMENT-ORDER
            ELSE
                DISPLAY 'ERROR: Releasing an order is restricted to'
                        ' supervisors.'
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    CLOSE GARNORD-FILE

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> Fetch-and-increment on the order-zero control record, next order
*> number in its amount field -- the claim register's convention.
GET-NEXT-GARNISHMENT-ID.
    MOVE ZERO TO GRN-ORDER-ID
    READ GARNORD-FILE WITH LOCK
    IF GARNORD-FILE-SUCCESS
        MOVE GRN-ORDER-AMOUNT TO WS-GRN-ORDER-ID
        COMPUTE GRN-ORDER-AMOUNT = GRN-ORDER-AMOUNT + 1
        REWRITE GARNORD-RECORD
        UNLOCK GARNORD-FILE
    ELSE
        MOVE 1 TO WS-GRN-ORDER-ID
        INITIALIZE GARNORD-RECORD
        MOVE ZERO TO GRN-ORDER-ID
        MOVE 'NEXT-ORDER CTL' TO GRN-CASE-NUMBER
        MOVE 2 TO GRN-ORDER-AMOUNT
        MOVE 'C' TO GRN-STATUS
        WRITE GARNORD-RECORD
    END-IF.

ENTER-GARNISHMENT-ORDER.
    PERFORM SELECT-ACCOUNT
    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD
        IF NOT ACCOUNT-FOUND
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        ELSE
            PERFORM RELEASE-ACCOUNT-LOCK
            IF LOAN-ACCOUNT
                DISPLAY 'ERROR: A loan holds no funds to levy --'
                        ' answer the order by letter.'
            ELSE
                PERFORM CAPTURE-GARNISHMENT-ORDER
            END-IF
        END-IF
    END-IF.

CAPTURE-GARNISHMENT-ORDER.
    DISPLAY 'Creditor: ' WITH NO ADVANCING
    ACCEPT WS-GRN-CREDITOR
    DISPLAY 'Court case number: ' WITH NO ADVANCING
    ACCEPT WS-GRN-CASE-NUMBER
    DISPLAY 'Amount of the order: ' WITH NO ADVANCING
    ACCEPT WS-GRN-AMOUNT
    DISPLAY 'Date received (YYYYMMDD, ENTER for today): '
            WITH NO ADVANCING
    ACCEPT WS-GRN-RECEIVED-DATE
    IF WS-GRN-RECEIVED-DATE = SPACES
        MOVE WS-CURRENT-DATE TO WS-GRN-RECEIVED-DATE
    END-IF
    DISPLAY 'L)evy or G)arnishment: ' WITH NO ADVANCING
    ACCEPT WS-GRN-TYPE
    MOVE FUNCTION UPPER-CASE(WS-GRN-TYPE) TO WS-GRN-TYPE

    EVALUATE TRUE
        WHEN WS-GRN-CREDITOR = SPACES OR WS-GRN-CASE-NUMBER = SPACES
            DISPLAY 'ERROR: An order needs a creditor and a case'
                    ' number.'
        WHEN WS-GRN-AMOUNT = ZERO
            DISPLAY 'ERROR: Enter the amount the order demands.'
        WHEN WS-GRN-RECEIVED-DATE NOT NUMERIC
            DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-GRN-RECEIVED-NUM)
                NOT = 0
            DISPLAY 'ERROR: Not a valid calendar date.'
        WHEN WS-GRN-RECEIVED-DATE > WS-CURRENT-DATE
            DISPLAY 'ERROR: Date received is in the future.'
        WHEN WS-GRN-TYPE NOT = 'L' AND WS-GRN-TYPE NOT = 'G'
            DISPLAY 'ERROR: Order type must be L or G.'
        WHEN OTHER
            PERFORM GET-NEXT-GARNISHMENT-ID
            INITIALIZE GARNORD-RECORD
            MOVE WS-GRN-ORDER-ID TO GRN-ORDER-ID
            MOVE ACCOUNT-NUMBER TO GRN-ACCOUNT
            MOVE WS-GRN-CREDITOR TO GRN-CREDITOR
            MOVE WS-GRN-CASE-NUMBER TO GRN-CASE-NUMBER
            MOVE WS-GRN-AMOUNT TO GRN-ORDER-AMOUNT
            MOVE WS-GRN-RECEIVED-DATE TO GRN-RECEIVED-DATE
            MOVE WS-GRN-TYPE TO GRN-ORDER-TYPE
            MOVE 'N' TO GRN-STATUS
            MOVE WS-CURRENT-TELLER-ID TO GRN-KEYED-BY
            WRITE GARNORD-RECORD
            IF GARNORD-FILE-SUCCESS
                MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                MOVE 'GARNISHMENT-ORDER' TO WS-AUDIT-FIELD-NAME
                MOVE '(NEW)' TO WS-AUDIT-OLD-VALUE
                MOVE WS-GRN-AMOUNT TO WS-GRN-AMT-DISPLAY
                MOVE SPACES TO WS-AUDIT-NEW-VALUE
                STRING 'ORDER ' WS-GRN-ORDER-ID ' CASE '
                       WS-GRN-CASE-NUMBER ' $' WS-GRN-AMT-DISPLAY
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                PERFORM WRITE-AUDIT-RECORD
                DISPLAY 'SUCCESS: Order ' WS-GRN-ORDER-ID
                        ' recorded -- tonight''s run places the hold'
                DISPLAY '         and prepares the answer to the'
                        ' court.'
            ELSE
                DISPLAY ERR-FILE-ERROR ' (garnishment orders)'
            END-IF
    END-EVALUATE.

*> Every order on file for the account, by the alternate account key.
LIST-GARNISHMENT-ORDERS.
    MOVE ZERO TO WS-GRN-LIST-COUNT
    DISPLAY ' '
    DISPLAY 'Order   Received Case number     Status'
            '              Ordered           Held'
    DISPLAY '-----------------------------------------------------------------'
    MOVE WS-INPUT-ACCOUNT TO GRN-ACCOUNT
    START GARNORD-FILE KEY NOT < GRN-ACCOUNT
    IF GARNORD-FILE-SUCCESS
        PERFORM READ-NEXT-GARNISHMENT-ORDER
        PERFORM UNTIL NOT GARNORD-FILE-SUCCESS
                OR GRN-ACCOUNT NOT = WS-INPUT-ACCOUNT
            ADD 1 TO WS-GRN-LIST-COUNT
            EVALUATE TRUE
                WHEN GRN-NEW
                    MOVE 'AWAITING REVIEW' TO WS-GRN-STATUS-TEXT
                WHEN GRN-HOLD-PLACED
                    MOVE 'HOLD PLACED' TO WS-GRN-STATUS-TEXT
                WHEN GRN-RELEASE-PENDING
                    MOVE 'RELEASE PENDING' TO WS-GRN-STATUS-TEXT
                WHEN GRN-SATISFY-PENDING
                    MOVE 'SATISFY PENDING' TO WS-GRN-STATUS-TEXT
                WHEN GRN-RELEASED
                    MOVE 'RELEASED' TO WS-GRN-STATUS-TEXT
                WHEN GRN-SATISFIED
                    MOVE 'SATISFIED' TO WS-GRN-STATUS-TEXT
                WHEN GRN-NO-ACCOUNT
                    MOVE 'NO FUNDS HELD' TO WS-GRN-STATUS-TEXT
                WHEN OTHER
                    MOVE GRN-STATUS TO WS-GRN-STATUS-TEXT
            END-EVALUATE
            MOVE GRN-ORDER-AMOUNT TO WS-GRN-AMT-DISPLAY
            MOVE GRN-HOLD-AMOUNT TO WS-GRN-HELD-DISPLAY
            DISPLAY GRN-ORDER-ID ' ' GRN-RECEIVED-DATE ' '
                    GRN-CASE-NUMBER ' ' WS-GRN-STATUS-TEXT ' '
                    WS-GRN-AMT-DISPLAY ' ' WS-GRN-HELD-DISPLAY
            DISPLAY '        ' GRN-CREDITOR
            PERFORM READ-NEXT-GARNISHMENT-ORDER
        END-PERFORM
    END-IF
    IF WS-GRN-LIST-COUNT = ZERO
        DISPLAY 'No garnishment or levy orders on file.'
    END-IF.

READ-NEXT-GARNISHMENT-ORDER.
    READ GARNORD-FILE NEXT RECORD AT END
        MOVE '10' TO WS-GARNORD-FILE-STATUS
    END-READ.

*> Marks an order released (WS-GRN-ACTION 'R') or satisfied ('S').
*> An order tonight's run has not reviewed yet holds nothing, so it
*> is closed on the spot; one holding funds is flagged for LEVYPROC,
*> which lifts that order's hold and only that order's.
END-GARNISHMENT-ORDER.
    DISPLAY 'Order number: ' WITH NO ADVANCING
    ACCEPT WS-GRN-ORDER-ID
    MOVE WS-GRN-ORDER-ID TO GRN-ORDER-ID
    READ GARNORD-FILE WITH LOCK
    EVALUATE TRUE
        WHEN WS-GRN-ORDER-ID = ZERO OR NOT GARNORD-FILE-SUCCESS
            DISPLAY 'ERROR: Order not on file.'
        WHEN GRN-NEW
            IF WS-GRN-ACTION = 'S'
                MOVE 'P' TO GRN-STATUS
            ELSE
                MOVE 'L' TO GRN-STATUS
            END-IF
            MOVE WS-CURRENT-TELLER-ID TO GRN-LIFT-REQUESTED-BY
            MOVE WS-CURRENT-DATE TO GRN-LIFTED-DATE
            PERFORM STORE-GARNISHMENT-END
            DISPLAY 'SUCCESS: Order closed before review -- nothing'
                    ' was held.'
        WHEN GRN-HOLD-PLACED
            IF WS-GRN-ACTION = 'S'
                MOVE 'S' TO GRN-STATUS
            ELSE
                MOVE 'R' TO GRN-STATUS
            END-IF
            MOVE WS-CURRENT-TELLER-ID TO GRN-LIFT-REQUESTED-BY
            PERFORM STORE-GARNISHMENT-END
            MOVE GRN-HOLD-AMOUNT TO WS-GRN-HELD-DISPLAY
            DISPLAY 'SUCCESS: Tonight''s run lifts the $'
                    WS-GRN-HELD-DISPLAY ' held under this order.'
        WHEN OTHER
            DISPLAY 'ERROR: Order is not open (status '
                    GRN-STATUS ').'
    END-EVALUATE
    UNLOCK GARNORD-FILE.

STORE-GARNISHMENT-END.
    REWRITE GARNORD-RECORD
    IF GARNORD-FILE-SUCCESS
        MOVE GRN-ACCOUNT TO WS-AUDIT-ACCOUNT
        MOVE 'GARNISHMENT-ORDER' TO WS-AUDIT-FIELD-NAME
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
        STRING 'ORDER ' GRN-ORDER-ID ' CASE ' GRN-CASE-NUMBER
            DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
        MOVE SPACES TO WS-AUDIT-NEW-VALUE
        IF WS-GRN-ACTION = 'S'
            STRING 'SATISFIED BY ' WS-CURRENT-TELLER-ID
                DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
        ELSE
            STRING 'RELEASED BY ' WS-CURRENT-TELLER-ID
                DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
        END-IF
        PERFORM WRITE-AUDIT-RECORD
    ELSE
        DISPLAY ERR-FILE-ERROR ' (garnishment orders)'
    END-IF.

*> Screens the staged name against every entry on the watch list.
*> Each entry the name matches is looked up on the review queue for
*> this same subject: a pairing compliance has cleared passes, a
*> confirmed one refuses, an open one holds, and a pairing never
*> seen before is queued as a new hit and holds. No list on file
*> means nothing to screen against -- the item passes, as it always
*> did.
SCREEN-AGAINST-WATCHLIST.
    SET SCREEN-PASSED TO TRUE
    PERFORM GET-CURRENT-DATE-TIME
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

*> A hit needs the listed surname (or entity name) as whole words in
*> the presented name, and the listed given name too when the entry
*> carries one.
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

*> A confirmed match outranks a held one, so the verdict only ever
*> hardens as the list is walked.
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

*> The same subject, name and listed party seen before, whatever the
*> screening point that raised it.
FIND-PRIOR-SANCTION-HIT.
    MOVE 'N' TO WS-SCR-PRIOR-FLAG
    MOVE 1 TO SCR-HIT-ID
    START SANCHIT-FILE KEY NOT < SCR-HIT-ID
    IF SANCHIT-FILE-SUCCESS
        PERFORM READ-NEXT-SANCHIT
        PERFORM UNTIL WS-SANCHIT-FILE-STATUS NOT = '00'
                OR PRIOR-HIT-FOUND
            IF SCR-SUBJECT-KIND = WS-SCR-KIND
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

QUEUE-SANCTION-HIT.
    PERFORM GET-NEXT-SANCTION-HIT-ID
    MOVE WS-SCR-HIT-ID TO SCR-HIT-ID
    MOVE WS-CURRENT-DATE TO SCR-HIT-DATE
    MOVE WS-CURRENT-TIME TO SCR-HIT-TIME
    MOVE WS-SCR-SOURCE TO SCR-SOURCE
    MOVE WS-SCR-KIND TO SCR-SUBJECT-KIND
    MOVE WS-SCR-REF TO SCR-SUBJECT-REF
    MOVE WS-SCR-NAME TO SCR-SCREENED-NAME
    MOVE WS-SCR-AMOUNT TO SCR-AMOUNT
    MOVE WL-ENTRY-ID TO SCR-WL-ENTRY-ID
    MOVE WL-LIST-CODE TO SCR-WL-LIST-CODE
    MOVE SPACES TO SCR-WL-NAME
    STRING FUNCTION TRIM(WL-FIRST-NAME) ' '
           FUNCTION TRIM(WL-LAST-NAME)
        DELIMITED BY SIZE INTO SCR-WL-NAME
    MOVE 'O' TO SCR-STATUS
    MOVE WS-CURRENT-TELLER-ID TO SCR-RAISED-BY
    MOVE SPACES TO SCR-DECIDED-BY
    MOVE SPACES TO SCR-DECIDED-DATE
    WRITE SANCHIT-RECORD
    IF SANCHIT-FILE-SUCCESS
        DISPLAY 'Possible sanctions match queued for compliance'
                ' review, hit ' WS-SCR-HIT-ID
        DISPLAY '  Listed party: ' SCR-WL-NAME(1:41)
                ' (' WL-LIST-CODE ')'
    ELSE
        DISPLAY ERR-FILE-ERROR ' (sanctions queue)'
    END-IF.

*> Fetch-and-increment on the hit-zero control record, next hit
*> number in its amount field -- the claim register's convention.
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

*> New Account Selection Paragraph
SELECT-ACCOUNT.
    PERFORM LOAD-ACCOUNT-LIST-FIRST-PAGE

    IF WS-ACCOUNT-COUNT = 0
        DISPLAY CLEAR-SCREEN
        DISPLAY CURSOR-HOME
        DISPLAY '================================================================='
        DISPLAY '                        SELECT ACCOUNT'
        DISPLAY '================================================================='
        DISPLAY 'No accounts found in the system.'
        DISPLAY 'Please create an account first.'
        MOVE 0 TO WS-INPUT-ACCOUNT
    ELSE
        SET WS-SELECTION-DONE-FLAG TO 'N'
        PERFORM UNTIL SELECTION-MADE
            DISPLAY CLEAR-SCREEN
            DISPLAY CURSOR-HOME
            DISPLAY '================================================================='
            DISPLAY '                        SELECT ACCOUNT'
            DISPLAY '================================================================='
            DISPLAY ' '
            PERFORM DISPLAY-ACCOUNT-LIST
            PERFORM GET-ACCOUNT-SELECTION
        END-PERFORM
    END-IF.

*> Selection for transfer FROM account
SELECT-ACCOUNT-FROM.
    PERFORM LOAD-ACCOUNT-LIST-FIRST-PAGE

    IF WS-ACCOUNT-COUNT = 0
        DISPLAY CLEAR-SCREEN
        DISPLAY CURSOR-HOME
        DISPLAY '================================================================='
        DISPLAY '                    SELECT SOURCE ACCOUNT'
        DISPLAY '================================================================='
        DISPLAY 'No accounts found in the system.'
        DISPLAY 'Please create an account first.'
        MOVE 0 TO WS-INPUT-ACCOUNT
    ELSE
        SET WS-SELECTION-DONE-FLAG TO 'N'
        PERFORM UNTIL SELECTION-MADE
            DISPLAY CLEAR-SCREEN
            DISPLAY CURSOR-HOME
            DISPLAY '================================================================='
            DISPLAY '                    SELECT SOURCE ACCOUNT'
            DISPLAY '          (Account to transfer money FROM)'
            DISPLAY '================================================================='
            DISPLAY ' '
            PERFORM DISPLAY-ACCOUNT-LIST
            PERFORM GET-SOURCE-ACCOUNT
        END-PERFORM
    END-IF.

*> Selection for transfer TO account
SELECT-ACCOUNT-TO.
    PERFORM LOAD-ACCOUNT-LIST-FIRST-PAGE

    IF WS-ACCOUNT-COUNT = 0
        DISPLAY CLEAR-SCREEN
        DISPLAY CURSOR-HOME
        DISPLAY '================================================================='
        DISPLAY '                  SELECT DESTINATION ACCOUNT'
        DISPLAY '================================================================='
        DISPLAY 'No accounts found in the system.'
        DISPLAY 'Please create an account first.'
        MOVE 0 TO WS-INPUT-ACCOUNT
    ELSE
        SET WS-SELECTION-DONE-FLAG TO 'N'
        PERFORM UNTIL SELECTION-MADE
            DISPLAY CLEAR-SCREEN
            DISPLAY CURSOR-HOME
            DISPLAY '================================================================='
            DISPLAY '                  SELECT DESTINATION ACCOUNT'
            DISPLAY '          (Account to transfer money TO)'
            DISPLAY '================================================================='
            DISPLAY ' '
            PERFORM DISPLAY-ACCOUNT-LIST
            PERFORM GET-DESTINATION-ACCOUNT
        END-PERFORM
    END-IF.

*> Loads the first page (10 rows) of ACCOUNT-FILE in key order.
LOAD-ACCOUNT-LIST-FIRST-PAGE.
    MOVE LOW-VALUES TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
    PERFORM FILL-PAGE-FORWARD
    PERFORM SET-PAGE-BOUNDARIES.

*> Loads the page immediately after the one on screen.
LOAD-NEXT-ACCOUNT-PAGE.
    MOVE WS-LAST-LOADED-ACCT-NUM TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY > ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM FILL-PAGE-FORWARD
        PERFORM SET-PAGE-BOUNDARIES
    ELSE
        DISPLAY 'No more accounts.'
    END-IF.

*> Loads the page immediately before the one on screen.
LOAD-PREVIOUS-ACCOUNT-PAGE.
    MOVE WS-FIRST-LOADED-ACCT-NUM TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY < ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM FILL-PAGE-BACKWARD
        PERFORM SET-PAGE-BOUNDARIES
    ELSE
        DISPLAY 'Already at the first page.'
    END-IF.

FILL-PAGE-FORWARD.
    MOVE 0 TO WS-ACCOUNT-COUNT
    PERFORM READ-NEXT-ACCOUNT
    PERFORM UNTIL FILE-AT-END OR WS-ACCOUNT-COUNT >= 10
        ADD 1 TO WS-ACCOUNT-COUNT
        MOVE ACCOUNT-NUMBER TO WS-LIST-ACCOUNT-NUM(WS-ACCOUNT-COUNT)
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
               INTO WS-LIST-HOLDER-NAME(WS-ACCOUNT-COUNT)
        MOVE ACCOUNT-TYPE TO WS-LIST-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
        PERFORM READ-NEXT-ACCOUNT
    END-PERFORM.

*> Reads backward into the page, leaving entries in descending key
*> order, then REVERSE-ACCOUNT-LIST puts the page back in the
*> ascending order the rest of the screen expects.
FILL-PAGE-BACKWARD.
    MOVE 0 TO WS-ACCOUNT-COUNT
    PERFORM READ-PREVIOUS-ACCOUNT
    PERFORM UNTIL FILE-AT-END OR WS-ACCOUNT-COUNT >= 10
        ADD 1 TO WS-ACCOUNT-COUNT
        MOVE ACCOUNT-NUMBER TO WS-LIST-ACCOUNT-NUM(WS-ACCOUNT-COUNT)
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
               INTO WS-LIST-HOLDER-NAME(WS-ACCOUNT-COUNT)
        MOVE ACCOUNT-TYPE TO WS-LIST-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
        PERFORM READ-PREVIOUS-ACCOUNT
    END-PERFORM
    PERFORM REVERSE-ACCOUNT-LIST.

REVERSE-ACCOUNT-LIST.
    MOVE 1 TO WS-REV-I
    PERFORM UNTIL WS-REV-I >= WS-ACCOUNT-COUNT - WS-REV-I + 1
        COMPUTE WS-REV-J = WS-ACCOUNT-COUNT - WS-REV-I + 1
        MOVE WS-ACCOUNT-LIST(WS-REV-I) TO WS-LIST-SWAP-ENTRY
        MOVE WS-ACCOUNT-LIST(WS-REV-J) TO WS-ACCOUNT-LIST(WS-REV-I)
        MOVE WS-LIST-SWAP-ENTRY TO WS-ACCOUNT-LIST(WS-REV-J)
        ADD 1 TO WS-REV-I
    END-PERFORM.

*> Records the first/last key on the page just loaded and peeks ahead
*> and behind it so the prompt can say whether N/P actually go anywhere.
SET-PAGE-BOUNDARIES.
    MOVE 'N' TO WS-HAS-NEXT-PAGE
    MOVE 'N' TO WS-HAS-PREV-PAGE

    IF WS-ACCOUNT-COUNT > 0
        MOVE WS-LIST-ACCOUNT-NUM(1) TO WS-FIRST-LOADED-ACCT-NUM
        MOVE WS-LIST-ACCOUNT-NUM(WS-ACCOUNT-COUNT) TO
             WS-LAST-LOADED-ACCT-NUM

        MOVE WS-LAST-LOADED-ACCT-NUM TO ACCOUNT-NUMBER
        START ACCOUNT-FILE KEY > ACCOUNT-NUMBER
        IF FILE-SUCCESS
            MOVE 'Y' TO WS-HAS-NEXT-PAGE
        END-IF

        MOVE WS-FIRST-LOADED-ACCT-NUM TO ACCOUNT-NUMBER
        START ACCOUNT-FILE KEY < ACCOUNT-NUMBER
        IF FILE-SUCCESS
            MOVE 'Y' TO WS-HAS-PREV-PAGE
        END-IF
    END-IF.

READ-NEXT-ACCOUNT.
    READ ACCOUNT-FILE NEXT RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

READ-PREVIOUS-ACCOUNT.
    READ ACCOUNT-FILE PREVIOUS RECORD AT END
        SET FILE-AT-END TO TRUE
    END-READ.

DISPLAY-ACCOUNT-LIST.
    DISPLAY 'Available Accounts:'
    DISPLAY '-------------------'

    PERFORM VARYING WS-SELECTED-OPTION FROM 1 BY 1
            UNTIL WS-SELECTED-OPTION > WS-ACCOUNT-COUNT
        DISPLAY WS-SELECTED-OPTION ' '
                WS-LIST-HOLDER-NAME(WS-SELECTED-OPTION)(1:20)
    END-PERFORM
    DISPLAY '-------------------'
    IF MORE-NEXT-PAGE
        DISPLAY '(N)ext page available'
    END-IF
    IF MORE-PREV-PAGE
        DISPLAY '(P)revious page available'
    END-IF.

GET-ACCOUNT-SELECTION.
    DISPLAY ' '
    DISPLAY 'Enter account number (1-' WS-ACCOUNT-COUNT
            '), N)ext, P)revious, S)earch, or B to go Back: '
            WITH NO ADVANCING
    ACCEPT WS-ACCOUNT-SELECTION-INPUT
    PERFORM RESOLVE-ACCOUNT-SELECTION.

GET-SOURCE-ACCOUNT.
    DISPLAY ' '
    DISPLAY 'Enter SOURCE account number (1-' WS-ACCOUNT-COUNT
            '), N)ext, P)revious, S)earch, or B to go Back: '
            WITH NO ADVANCING
    ACCEPT WS-ACCOUNT-SELECTION-INPUT
    PERFORM RESOLVE-ACCOUNT-SELECTION.

GET-DESTINATION-ACCOUNT.
    DISPLAY ' '
    DISPLAY 'Enter DESTINATION account number (1-' WS-ACCOUNT-COUNT
            '), N)ext, P)revious, S)earch, or B to go Back: '
            WITH NO ADVANCING
    ACCEPT WS-ACCOUNT-SELECTION-INPUT
    PERFORM RESOLVE-ACCOUNT-SELECTION.

*> Shared by GET-ACCOUNT-SELECTION/GET-SOURCE-ACCOUNT/
*> GET-DESTINATION-ACCOUNT once the raw input has been ACCEPTed.
RESOLVE-ACCOUNT-SELECTION.
    EVALUATE WS-ACCOUNT-SELECTION-INPUT
        WHEN 'B'
        WHEN 'b'
            MOVE 0 TO WS-INPUT-ACCOUNT
            SET SELECTION-MADE TO TRUE
        WHEN 'N'
        WHEN 'n'
            IF MORE-NEXT-PAGE
                PERFORM LOAD-NEXT-ACCOUNT-PAGE
            ELSE
                DISPLAY 'Already at the last page.'
                DISPLAY 'Press ENTER to continue...'
                ACCEPT WS-MENU-CHOICE
            END-IF
        WHEN 'P'
        WHEN 'p'
            IF MORE-PREV-PAGE
                PERFORM LOAD-PREVIOUS-ACCOUNT-PAGE
            ELSE
                DISPLAY 'Already at the first page.'
                DISPLAY 'Press ENTER to continue...'
                ACCEPT WS-MENU-CHOICE
            END-IF
        WHEN 'S'
        WHEN 's'
            DISPLAY ' '
            DISPLAY 'Enter name or phone to search for: ' WITH NO ADVANCING
            ACCEPT WS-SEARCH-TEXT
            PERFORM SEARCH-ACCOUNT-BY-NAME-OR-PHONE
        WHEN OTHER
            MOVE FUNCTION NUMVAL(WS-ACCOUNT-SELECTION-INPUT)
                TO WS-SELECTED-OPTION
            IF WS-SELECTED-OPTION >= 1 AND
               WS-SELECTED-OPTION <= WS-ACCOUNT-COUNT
                MOVE WS-LIST-ACCOUNT-NUM(WS-SELECTED-OPTION)
                    TO WS-INPUT-ACCOUNT
                SET SELECTION-MADE TO TRUE
            ELSE
                DISPLAY 'Invalid selection. Please try again.'
                DISPLAY 'Press ENTER to continue...'
                ACCEPT WS-MENU-CHOICE
            END-IF
    END-EVALUATE.

*> Scans ACCOUNT-FILE for a holder first/last name or phone number
*> containing the search text and, on a match, jumps straight to that
*> account instead of making the teller page through the list.
SEARCH-ACCOUNT-BY-NAME-OR-PHONE.
    MOVE ZERO TO WS-SEARCH-FOUND-NUM
    COMPUTE WS-SEARCH-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-TEXT))

    IF WS-SEARCH-LEN > ZERO
        MOVE LOW-VALUES TO ACCOUNT-NUMBER
        START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
        PERFORM READ-NEXT-ACCOUNT
        PERFORM UNTIL FILE-AT-END OR WS-SEARCH-FOUND-NUM > ZERO
            PERFORM CHECK-ACCOUNT-NAME-PHONE-MATCH
            IF WS-SEARCH-FOUND-NUM = ZERO
                PERFORM READ-NEXT-ACCOUNT
            END-IF
        END-PERFORM
    END-IF

    IF WS-SEARCH-FOUND-NUM > ZERO
        MOVE WS-SEARCH-FOUND-NUM TO WS-INPUT-ACCOUNT
        SET SELECTION-MADE TO TRUE
    ELSE
        DISPLAY 'No matching account found for: '
                FUNCTION TRIM(WS-SEARCH-TEXT)
        DISPLAY 'Press ENTER to continue...'
        ACCEPT WS-MENU-CHOICE
    END-IF.

CHECK-ACCOUNT-NAME-PHONE-MATCH.
    MOVE ZERO TO WS-MATCH-COUNT
    INSPECT HOLDER-LAST-NAME TALLYING WS-MATCH-COUNT
        FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
    IF WS-MATCH-COUNT = ZERO
        INSPECT HOLDER-FIRST-NAME TALLYING WS-MATCH-COUNT
            FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
    END-IF
    IF WS-MATCH-COUNT = ZERO
        INSPECT HOLDER-PHONE TALLYING WS-MATCH-COUNT
            FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
    END-IF
    IF WS-MATCH-COUNT > ZERO
        MOVE ACCOUNT-NUMBER TO WS-SEARCH-FOUND-NUM
    END-IF.

*> Opens a new account under a customer. The tax ID is keyed first and
*> looked up on the customer master: a hit means this is an additional
*> account for a customer already on file, so their contact details are
*> reused from the CIF record instead of being re-keyed (and possibly
*> re-keyed differently) per account; a miss walks the teller through
*> the full new-customer prompts and CREATE-NEW-ACCOUNT adds the
*> customer to the master alongside the account.
CREATE-ACCOUNT-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                     CREATE NEW ACCOUNT'
    DISPLAY '================================================================='
    DISPLAY ' '

    DISPLAY 'Enter Tax ID (SSN/EIN): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-TAX-ID
    PERFORM UNTIL WS-INPUT-TAX-ID NOT = SPACES
        DISPLAY 'ERROR: Tax ID cannot be blank.'
        DISPLAY 'Enter Tax ID (SSN/EIN): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-TAX-ID
    END-PERFORM

    PERFORM LOOKUP-CUSTOMER-BY-TAX-ID

    IF CUSTOMER-FOUND AND NOT CUST-IS-LIVING
        *> A deceased customer's relationship only winds down -- the
        *> estate opens its own accounts under its own tax ID.
        DISPLAY ' '
        DISPLAY 'REFUSED: ' FUNCTION TRIM(CUST-FIRST-NAME) ' '
                FUNCTION TRIM(CUST-LAST-NAME)
                ' is recorded deceased (' CUST-DATE-OF-DEATH ').'
        DISPLAY 'No account can be opened under this tax ID.'
        MOVE 'N' TO YES-NO-INDICATOR
    ELSE
        IF CUSTOMER-FOUND
            DISPLAY ' '
            DISPLAY 'Existing customer on file:'
            DISPLAY '  Name:    ' CUST-FIRST-NAME ' ' CUST-LAST-NAME
            DISPLAY '  Address: ' CUST-ADDRESS
            DISPLAY '  Phone:   ' CUST-PHONE
            IF CUST-ID-TYPE = SPACES
                    OR CUST-ID-EXPIRY-DATE < WS-CURRENT-DATE
                DISPLAY '  NOTE: No current ID on file -- take the'
                        ' customer''s document on the'
                DISPLAY '        Customer Due Diligence screen.'
            END-IF
            DISPLAY 'Open additional account for this customer? (Y/N): '
                    WITH NO ADVANCING
            ACCEPT YES-NO-INDICATOR
            IF YES-ANSWER
                MOVE CUST-FIRST-NAME TO WS-INPUT-FIRST-NAME
                MOVE CUST-LAST-NAME TO WS-INPUT-LAST-NAME
                MOVE CUST-ADDRESS TO WS-INPUT-ADDRESS
                MOVE CUST-PHONE TO WS-INPUT-PHONE
                PERFORM SCREEN-ACCOUNT-HOLDER
            END-IF
        ELSE
            SET YES-ANSWER TO TRUE
            PERFORM PROMPT-NEW-CUSTOMER-DETAILS
            PERFORM SCREEN-ACCOUNT-HOLDER
        END-IF
    END-IF

    IF YES-ANSWER
        PERFORM PROMPT-NEW-ACCOUNT-DETAILS
        IF WS-INPUT-CO-FIRST-NAME NOT = SPACES
            PERFORM SCREEN-JOINT-CO-HOLDER
        END-IF
    END-IF

    IF YES-ANSWER
        PERFORM CREATE-NEW-ACCOUNT
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> Keyed read on the customer master. Leaves the record loaded in
*> CUSTOMER-RECORD when found.
LOOKUP-CUSTOMER-BY-TAX-ID.
    MOVE WS-INPUT-TAX-ID TO CUST-TAX-ID
    READ CUSTOMER-FILE
    IF CUST-FILE-SUCCESS
        SET CUSTOMER-FOUND TO TRUE
    ELSE
        SET CUSTOMER-NOT-FOUND TO TRUE
    END-IF.

PROMPT-NEW-CUSTOMER-DETAILS.
    DISPLAY 'Enter First Name: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-FIRST-NAME
    PERFORM UNTIL WS-INPUT-FIRST-NAME NOT = SPACES
        DISPLAY 'ERROR: First name cannot be blank.'
        DISPLAY 'Enter First Name: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-FIRST-NAME
    END-PERFORM

    DISPLAY 'Enter Last Name: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-LAST-NAME
    PERFORM UNTIL WS-INPUT-LAST-NAME NOT = SPACES
        DISPLAY 'ERROR: Last name cannot be blank.'
        DISPLAY 'Enter Last Name: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-LAST-NAME
    END-PERFORM

    DISPLAY 'Enter Address: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-ADDRESS

    DISPLAY 'Enter Phone Number (10 digits): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-PHONE
    PERFORM COUNT-PHONE-DIGITS
    PERFORM UNTIL WS-PHONE-DIGIT-COUNT = 10
        DISPLAY 'ERROR: Phone number must contain exactly 10 digits.'
        DISPLAY 'Enter Phone Number (10 digits): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-PHONE
        PERFORM COUNT-PHONE-DIGITS
    END-PERFORM

    MOVE SPACES TO WS-INPUT-DELIVERY-PREF
    DISPLAY 'Statement delivery -- M-Mail, E-E-statement,'
            ' H-Hold at branch (blank for Mail): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-DELIVERY-PREF
    IF WS-INPUT-DELIVERY-PREF = SPACES
        MOVE 'M' TO WS-INPUT-DELIVERY-PREF
    END-IF
    PERFORM UNTIL WS-INPUT-DELIVERY-PREF = 'M' OR 'E' OR 'H'
        DISPLAY 'ERROR: Delivery must be M, E or H.'
        DISPLAY 'Statement delivery (M/E/H): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-DELIVERY-PREF
    END-PERFORM

    PERFORM PROMPT-ID-DOCUMENT
    PERFORM PROMPT-BIRTH-DATE
    PERFORM PROMPT-OCCUPATION.

*> The identity document seen at the counter. An expired document
*> is not acceptable identification, so none can be keyed.
PROMPT-ID-DOCUMENT.
    MOVE SPACES TO WS-INPUT-ID-TYPE
    DISPLAY 'ID type -- DL-Driver license, PP-Passport, SI-State ID,'
            ' MI-Military ID, OT-Other: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-ID-TYPE
    PERFORM UNTIL WS-INPUT-ID-TYPE = 'DL' OR 'PP' OR 'SI' OR 'MI'
                                  OR 'OT'
        DISPLAY 'ERROR: ID type must be DL, PP, SI, MI or OT.'
        DISPLAY 'ID type: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-ID-TYPE
    END-PERFORM

    MOVE SPACES TO WS-INPUT-ID-NUMBER
    DISPLAY 'ID number: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-ID-NUMBER
    PERFORM UNTIL WS-INPUT-ID-NUMBER NOT = SPACES
        DISPLAY 'ERROR: ID number cannot be blank.'
        DISPLAY 'ID number: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-ID-NUMBER
    END-PERFORM

    MOVE SPACES TO WS-INPUT-ID-ISSUER
    DISPLAY 'Issuing state or country: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-ID-ISSUER
    PERFORM UNTIL WS-INPUT-ID-ISSUER NOT = SPACES
        DISPLAY 'ERROR: Issuer cannot be blank.'
        DISPLAY 'Issuing state or country: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-ID-ISSUER
    END-PERFORM

    MOVE SPACES TO WS-INPUT-ID-EXPIRY
    DISPLAY 'ID expiry date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-ID-EXPIRY
    PERFORM CHECK-ID-EXPIRY-DATE
    PERFORM UNTIL CDD-DATE-GOOD
        DISPLAY 'ID expiry date (YYYYMMDD): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-ID-EXPIRY
        PERFORM CHECK-ID-EXPIRY-DATE
    END-PERFORM.

CHECK-ID-EXPIRY-DATE.
    MOVE 'N' TO WS-CDD-DATE-FLAG
    EVALUATE TRUE
        WHEN WS-INPUT-ID-EXPIRY NOT NUMERIC
            DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-ID-EXPIRY-NUM)
                NOT = 0
            DISPLAY 'ERROR: Not a valid calendar date.'
        WHEN WS-INPUT-ID-EXPIRY < WS-CURRENT-DATE
            DISPLAY 'ERROR: The document has expired -- an unexpired'
                    ' ID is required.'
        WHEN OTHER
            SET CDD-DATE-GOOD TO TRUE
    END-EVALUATE.

*> A business customer has no date of birth; the signer's document
*> stands as its identification.
PROMPT-BIRTH-DATE.
    MOVE SPACES TO WS-INPUT-BIRTH-DATE
    DISPLAY 'Date of birth (YYYYMMDD, blank for a business): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-BIRTH-DATE
    PERFORM CHECK-BIRTH-DATE
    PERFORM UNTIL CDD-DATE-GOOD
        DISPLAY 'Date of birth (YYYYMMDD): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-BIRTH-DATE
        PERFORM CHECK-BIRTH-DATE
    END-PERFORM.

CHECK-BIRTH-DATE.
    MOVE 'N' TO WS-CDD-DATE-FLAG
    EVALUATE TRUE
        WHEN WS-INPUT-BIRTH-DATE = SPACES
            SET CDD-DATE-GOOD TO TRUE
        WHEN WS-INPUT-BIRTH-DATE NOT NUMERIC
            DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-BIRTH-NUM) NOT = 0
            DISPLAY 'ERROR: Not a valid calendar date.'
        WHEN WS-INPUT-BIRTH-DATE >= WS-CURRENT-DATE
            DISPLAY 'ERROR: Date of birth must be in the past.'
        WHEN OTHER
            SET CDD-DATE-GOOD TO TRUE
    END-EVALUATE.

PROMPT-OCCUPATION.
    MOVE SPACES TO WS-INPUT-OCCUPATION
    DISPLAY 'Occupation (or nature of business): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-OCCUPATION
    PERFORM UNTIL WS-INPUT-OCCUPATION NOT = SPACES
        DISPLAY 'ERROR: Occupation cannot be blank.'
        DISPLAY 'Occupation (or nature of business): '
                WITH NO ADVANCING
        ACCEPT WS-INPUT-OCCUPATION
    END-PERFORM.

*> The gate in front of CREATE-NEW-ACCOUNT: the holder is screened
*> before any account is opened under them -- a first-time customer
*> and a customer already on file alike, since the list may have
*> changed since they joined -- and a possible match stops the
*> opening outright. Nothing reaches the account file or the
*> customer master until compliance clears the hit and the teller
*> keys the account again. Customers with no new account are still
*> rescanned nightly whenever a new list is loaded.
SCREEN-ACCOUNT-HOLDER.
    MOVE 'C' TO WS-SCR-SOURCE
    MOVE 'C' TO WS-SCR-KIND
    MOVE WS-INPUT-TAX-ID TO WS-SCR-REF
    MOVE SPACES TO WS-SCR-NAME
    STRING FUNCTION TRIM(WS-INPUT-FIRST-NAME) ' '
           FUNCTION TRIM(WS-INPUT-LAST-NAME)
        DELIMITED BY SIZE INTO WS-SCR-NAME
    MOVE ZERO TO WS-SCR-AMOUNT
    PERFORM SCREEN-AGAINST-WATCHLIST
    EVALUATE TRUE
        WHEN SCREEN-CONFIRMED
            DISPLAY 'REFUSED: Customer is a confirmed sanctions'
                    ' match. No account was opened.'
            MOVE 'N' TO YES-NO-INDICATOR
        WHEN SCREEN-HELD
            DISPLAY 'STOPPED: Customer is a possible sanctions match'
                    ' and is held for'
            DISPLAY 'compliance review. No account was opened --'
                    ' re-key once the hit is cleared.'
            MOVE 'N' TO YES-NO-INDICATOR
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A joint co-owner is a party to the account in their own right and
*> is screened the same way before the account is written. The hit
*> is raised against the primary holder's tax ID -- the co-owner has
*> no customer record of their own -- so a confirmed match freezes
*> the relationship the joint account belongs to.
SCREEN-JOINT-CO-HOLDER.
    MOVE 'C' TO WS-SCR-SOURCE
    MOVE 'C' TO WS-SCR-KIND
    MOVE WS-INPUT-TAX-ID TO WS-SCR-REF
    MOVE SPACES TO WS-SCR-NAME
    STRING FUNCTION TRIM(WS-INPUT-CO-FIRST-NAME) ' '
           FUNCTION TRIM(WS-INPUT-CO-LAST-NAME)
        DELIMITED BY SIZE INTO WS-SCR-NAME
    MOVE ZERO TO WS-SCR-AMOUNT
    PERFORM SCREEN-AGAINST-WATCHLIST
    EVALUATE TRUE
        WHEN SCREEN-CONFIRMED
            DISPLAY 'REFUSED: Co-owner is a confirmed sanctions'
                    ' match. No account was opened.'
            MOVE 'N' TO YES-NO-INDICATOR
        WHEN SCREEN-HELD
            DISPLAY 'STOPPED: Co-owner is a possible sanctions match'
                    ' and is held for'
            DISPLAY 'compliance review. No account was opened --'
                    ' re-key once the hit is cleared.'
            MOVE 'N' TO YES-NO-INDICATOR
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

PROMPT-NEW-ACCOUNT-DETAILS.
    MOVE WS-CURRENT-BRANCH TO WS-INPUT-BRANCH
    DISPLAY 'Branch (blank for ' WS-CURRENT-BRANCH '): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-BRANCH
    IF WS-INPUT-BRANCH = SPACES
        MOVE WS-CURRENT-BRANCH TO WS-INPUT-BRANCH
    END-IF
    PERFORM VALIDATE-BRANCH-CODE
    PERFORM UNTIL BRANCH-CODE-GOOD
        DISPLAY 'ERROR: Branch is not on the branch master.'
        DISPLAY 'Branch: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-BRANCH
        IF WS-INPUT-BRANCH = SPACES
            MOVE WS-CURRENT-BRANCH TO WS-INPUT-BRANCH
        END-IF
        PERFORM VALIDATE-BRANCH-CODE
    END-PERFORM

    MOVE SPACES TO WS-INPUT-CO-FIRST-NAME
    MOVE SPACES TO WS-INPUT-CO-LAST-NAME
    DISPLAY 'Joint Account -- Co-Owner First Name (blank for none): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-CO-FIRST-NAME
    IF WS-INPUT-CO-FIRST-NAME NOT = SPACES
        DISPLAY 'Co-Owner Last Name: ' WITH NO ADVANCING
        ACCEPT WS-INPUT-CO-LAST-NAME
    END-IF

    MOVE SPACES TO WS-INPUT-CURRENCY
    DISPLAY 'Currency (e.g. USD, EUR, CAD -- blank for USD): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-CURRENCY
    IF WS-INPUT-CURRENCY = SPACES
        MOVE 'USD' TO WS-INPUT-CURRENCY
    END-IF

    DISPLAY 'Account Type (C-Checking, S-Savings, T-CD, L-Loan): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-ACCOUNT-TYPE
    PERFORM UNTIL WS-INPUT-ACCOUNT-TYPE = 'C' OR 'S' OR 'T' OR 'L'
        DISPLAY 'ERROR: Account type must be C, S, T or L.'
        DISPLAY 'Account Type (C-Checking, S-Savings, T-CD, L-Loan): '
                WITH NO ADVANCING
        ACCEPT WS-INPUT-ACCOUNT-TYPE
    END-PERFORM

    MOVE WS-INPUT-ACCOUNT-TYPE TO WS-PRD-CHECK-TYPE
    MOVE SPACES TO WS-INPUT-PRODUCT
    DISPLAY 'Product code (blank for the standard terms): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-PRODUCT
    PERFORM VALIDATE-PRODUCT-CODE
    PERFORM UNTIL PRODUCT-CODE-GOOD
        DISPLAY 'ERROR: Not an active product for account type '
                WS-INPUT-ACCOUNT-TYPE '.'
        DISPLAY 'Product code (blank for the standard terms): '
                WITH NO ADVANCING
        MOVE SPACES TO WS-INPUT-PRODUCT
        ACCEPT WS-INPUT-PRODUCT
        PERFORM VALIDATE-PRODUCT-CODE
    END-PERFORM

    MOVE ZERO TO WS-INPUT-LOAN-PRINCIPAL
    MOVE ZERO TO WS-INPUT-LOAN-RATE
    MOVE ZERO TO WS-INPUT-LOAN-TERM
    MOVE ZERO TO WS-INPUT-LOAN-DUE-DAY
    IF WS-INPUT-ACCOUNT-TYPE = 'L'
        DISPLAY 'Loan Principal: $' WITH NO ADVANCING
        ACCEPT WS-INPUT-LOAN-PRINCIPAL
        DISPLAY 'Annual Rate (e.g. 0.0725 for 7.25%): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-LOAN-RATE
        DISPLAY 'Term (months): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-LOAN-TERM
        PERFORM UNTIL WS-INPUT-LOAN-TERM > ZERO
            DISPLAY 'ERROR: Term must be at least one month.'
            DISPLAY 'Term (months): ' WITH NO ADVANCING
            ACCEPT WS-INPUT-LOAN-TERM
        END-PERFORM
        DISPLAY 'Payment Due Day of Month (1-28): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-LOAN-DUE-DAY
        PERFORM UNTIL WS-INPUT-LOAN-DUE-DAY >= 1
                AND WS-INPUT-LOAN-DUE-DAY <= 28
            DISPLAY 'ERROR: Due day must be 1-28.'
            DISPLAY 'Payment Due Day of Month (1-28): ' WITH NO ADVANCING
            ACCEPT WS-INPUT-LOAN-DUE-DAY
        END-PERFORM
    END-IF

    MOVE ZERO TO WS-INPUT-CD-TERM-MONTHS
    MOVE ZERO TO WS-INPUT-CD-RATE
    MOVE SPACE TO WS-INPUT-CD-ROLLOVER
    IF WS-INPUT-ACCOUNT-TYPE = 'T'
        DISPLAY 'CD Term (months): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-CD-TERM-MONTHS
        DISPLAY 'Locked-In Annual Rate (e.g. 0.0275 for 2.75%): '
                WITH NO ADVANCING
        ACCEPT WS-INPUT-CD-RATE
        DISPLAY 'At maturity -- R-Roll into new term, S-Convert to Savings: '
                WITH NO ADVANCING
        ACCEPT WS-INPUT-CD-ROLLOVER
        PERFORM UNTIL WS-INPUT-CD-ROLLOVER = 'R' OR 'S'
            DISPLAY 'ERROR: Maturity instruction must be R or S.'
            DISPLAY 'At maturity -- R-Roll into new term, S-Convert to Savings: '
                    WITH NO ADVANCING
            ACCEPT WS-INPUT-CD-ROLLOVER
        END-PERFORM
    END-IF

    MOVE ZERO TO WS-INPUT-LINKED-ACCOUNT
    IF WS-INPUT-ACCOUNT-TYPE = 'C'
        DISPLAY 'Link Savings Account for Overdraft Protection'
        DISPLAY '(Enter account number, or 0 for none): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-LINKED-ACCOUNT
        IF WS-INPUT-LINKED-ACCOUNT > ZERO
            PERFORM VALIDATE-LINKED-ACCOUNT
        END-IF
    END-IF.

*> Counts digit characters anywhere in WS-INPUT-PHONE so the teller can
*> key a phone number with punctuation (e.g. (555) 123-4567) and still
*> pass the 10-digit check CREATE-ACCOUNT-MODULE enforces.
COUNT-PHONE-DIGITS.
    MOVE ZERO TO WS-PHONE-DIGIT-COUNT
    PERFORM VARYING WS-PHONE-IDX FROM 1 BY 1
            UNTIL WS-PHONE-IDX > 15
        IF WS-INPUT-PHONE(WS-PHONE-IDX:1) IS NUMERIC
            ADD 1 TO WS-PHONE-DIGIT-COUNT
        END-IF
    END-PERFORM.

*> Confirms the account entered for overdraft protection actually
*> exists and is a savings account before it gets wired up. Overwrites
*> ACCOUNT-RECORD the same way CHECK-DUPLICATE-TAX-ID's scan does --
*> safe here because CREATE-NEW-ACCOUNT repopulates every field for
*> the new account from scratch afterward.
*> The linked account must also share the new account's currency --
*> the overdraft sweep moves the shortfall amount straight across,
*> so a cross-currency link would silently convert at 1:1.
VALIDATE-LINKED-ACCOUNT.
    MOVE WS-INPUT-LINKED-ACCOUNT TO WS-CHKDGT-ACCOUNT
    PERFORM VERIFY-ACCOUNT-CHECK-DIGIT
    IF NOT ACCOUNT-NUMBER-VALID
        DISPLAY 'Linked account number fails its check digit --'
                ' continuing without overdraft protection.'
        MOVE ZERO TO WS-INPUT-LINKED-ACCOUNT
    END-IF
    IF WS-INPUT-LINKED-ACCOUNT = ZERO
        CONTINUE
    ELSE
    MOVE WS-INPUT-LINKED-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF NOT FILE-SUCCESS OR NOT SAVINGS-ACCOUNT OR NOT ACTIVE-ACCOUNT
        DISPLAY 'Linked account not found or is not an active savings '
                'account -- continuing without overdraft protection.'
        MOVE ZERO TO WS-INPUT-LINKED-ACCOUNT
    ELSE
        MOVE CURRENCY-CODE TO WS-FX-LOOKUP-CODE
        IF WS-FX-LOOKUP-CODE = SPACES
            MOVE 'USD' TO WS-FX-LOOKUP-CODE
        END-IF
        IF WS-FX-LOOKUP-CODE NOT = WS-INPUT-CURRENCY
            DISPLAY 'Linked account is held in ' WS-FX-LOOKUP-CODE
                    ' but this account is ' WS-INPUT-CURRENCY
                    ' -- continuing without overdraft protection.'
            MOVE ZERO TO WS-INPUT-LINKED-ACCOUNT
        END-IF
    END-IF
    END-IF.

CREATE-NEW-ACCOUNT.
    PERFORM GET-NEXT-ACCOUNT-NUM
    MOVE WS-NEXT-ACCOUNT-NUM TO ACCOUNT-NUMBER
    MOVE WS-INPUT-ACCOUNT-TYPE TO ACCOUNT-TYPE
    MOVE 'A' TO ACCOUNT-STATUS
    MOVE WS-INPUT-FIRST-NAME TO HOLDER-FIRST-NAME
    MOVE WS-INPUT-LAST-NAME TO HOLDER-LAST-NAME
    MOVE WS-INPUT-ADDRESS TO HOLDER-ADDRESS
    MOVE WS-INPUT-PHONE TO HOLDER-PHONE
    MOVE WS-INPUT-TAX-ID TO HOLDER-TAX-ID
    MOVE ZERO TO ACCOUNT-BALANCE
    MOVE ZERO TO AVAILABLE-BALANCE
    MOVE ZERO TO HOLD-AMOUNT
    MOVE SPACES TO HOLD-RELEASE-DATE
    MOVE 'N' TO BLOCK-DEBITS-FLAG
    MOVE 'N' TO BLOCK-CREDITS-FLAG
    MOVE ZERO TO LEGAL-HOLD-AMOUNT
    MOVE SPACES TO LEGAL-HOLD-CASE-REF
    MOVE ZERO TO DAILY-WDL-LIMIT
    MOVE ZERO TO DAILY-XFR-LIMIT
    MOVE ZERO TO DAY-WDL-USED
    MOVE ZERO TO DAY-XFR-USED
    MOVE SPACES TO DAY-USAGE-DATE
    MOVE ZERO TO CYCLE-WDL-COUNT
    MOVE SPACES TO CYCLE-WDL-MONTH
    MOVE ZERO TO CYCLE-BREACH-STREAK
    MOVE WS-INPUT-BRANCH TO BRANCH-CODE
    MOVE 'N' TO ESTATE-FREEZE-FLAG
    MOVE WS-INPUT-PRODUCT TO PRODUCT-CODE
    MOVE WS-INPUT-LINKED-ACCOUNT TO LINKED-ACCOUNT-NUMBER
    MOVE WS-INPUT-CO-FIRST-NAME TO CO-HOLDER-FIRST-NAME
    MOVE WS-INPUT-CO-LAST-NAME TO CO-HOLDER-LAST-NAME
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO ACCOUNT-OPEN-DATE
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE

    MOVE WS-INPUT-CURRENCY TO CURRENCY-CODE
    MOVE SPACES TO CD-MATURITY-DATE
    MOVE ZERO TO CD-LOCKED-RATE
    MOVE ZERO TO CD-TERM-MONTHS
    MOVE SPACE TO CD-ROLLOVER-INSTRUCTION
    IF WS-INPUT-ACCOUNT-TYPE = 'T'
        MOVE WS-INPUT-CD-RATE TO CD-LOCKED-RATE
        MOVE WS-INPUT-CD-TERM-MONTHS TO CD-TERM-MONTHS
        MOVE WS-INPUT-CD-ROLLOVER TO CD-ROLLOVER-INSTRUCTION
        PERFORM COMPUTE-CD-MATURITY-DATE
    END-IF

    IF WS-INPUT-ACCOUNT-TYPE = 'L'
        MOVE WS-INPUT-LOAN-PRINCIPAL TO ACCOUNT-BALANCE
        MOVE WS-INPUT-LOAN-PRINCIPAL TO AVAILABLE-BALANCE
    END-IF

    WRITE ACCOUNT-RECORD

    IF FILE-SUCCESS
        IF WS-INPUT-ACCOUNT-TYPE = 'L'
            PERFORM ADD-LOAN-TO-MASTER
        END-IF
        IF CUSTOMER-NOT-FOUND
            PERFORM ADD-CUSTOMER-TO-MASTER
        END-IF
        IF LINKED-ACCOUNT-NUMBER > ZERO
            MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
            MOVE 'LINKED-ACCOUNT' TO WS-AUDIT-FIELD-NAME
            MOVE '0' TO WS-AUDIT-OLD-VALUE
            MOVE LINKED-ACCOUNT-NUMBER TO WS-AUDIT-NEW-VALUE
            PERFORM WRITE-AUDIT-RECORD
        END-IF
        DISPLAY MSG-ACCOUNT-CREATED
        DISPLAY 'Account Number: ' ACCOUNT-NUMBER
    ELSE
        DISPLAY ERR-FILE-ERROR
        DISPLAY 'File Status: ' WS-FILE-STATUS
    END-IF.

*> Adds a first-time customer to the master alongside their first
*> account. A duplicate-key WRITE (two tellers racing the same brand-
*> new customer) is not an error -- the customer is simply already on
*> file by the time this runs.
*> Books the loan's terms on the loan master alongside the account.
*> The amortized payment is computed here once and carried on the
*> record -- the due-day report and the customer both work from it.
ADD-LOAN-TO-MASTER.
    OPEN I-O LOAN-FILE
    IF NOT LOAN-FILE-SUCCESS
        OPEN OUTPUT LOAN-FILE
        CLOSE LOAN-FILE
        OPEN I-O LOAN-FILE
    END-IF

    PERFORM COMPUTE-LOAN-PAYMENT

    MOVE ACCOUNT-NUMBER TO LOAN-ACCOUNT-NUMBER
    MOVE WS-INPUT-LOAN-PRINCIPAL TO LOAN-ORIG-PRINCIPAL
    MOVE WS-INPUT-LOAN-RATE TO LOAN-ANNUAL-RATE
    MOVE WS-INPUT-LOAN-TERM TO LOAN-TERM-MONTHS
    MOVE WS-LOAN-PAYMENT TO LOAN-PAYMENT-AMOUNT
    MOVE WS-INPUT-LOAN-DUE-DAY TO LOAN-PAYMENT-DUE-DAY
    MOVE ZERO TO LOAN-ACCRUED-INTEREST
    MOVE WS-CURRENT-DATE TO LOAN-LAST-PAYMENT-DATE
    MOVE SPACES TO LOAN-LATE-FEE-DATE
    MOVE ZERO TO LOAN-ESCROW-MONTHLY
    MOVE ZERO TO LOAN-ESCROW-BALANCE
    MOVE SPACES TO LOAN-ESCROW-ANALYSIS-DATE
    MOVE ZERO TO LOAN-LATE-FEES-DUE
    MOVE SPACE TO LOAN-STATUS
    MOVE SPACES TO LOAN-CLOSED-DATE
    WRITE LOAN-RECORD
    IF LOAN-FILE-SUCCESS
        MOVE WS-LOAN-PAYMENT TO WS-LOAN-PAYMENT-DISPLAY
        DISPLAY 'Monthly Payment: $' WS-LOAN-PAYMENT-DISPLAY
    ELSE
        DISPLAY ERR-FILE-ERROR ' (loan master)'
    END-IF
    CLOSE LOAN-FILE.

COMPUTE-LOAN-PAYMENT.
    IF WS-INPUT-LOAN-RATE = ZERO
        COMPUTE WS-LOAN-PAYMENT ROUNDED =
            WS-INPUT-LOAN-PRINCIPAL / WS-INPUT-LOAN-TERM
    ELSE
        COMPUTE WS-LOAN-MONTHLY-RATE ROUNDED =
            WS-INPUT-LOAN-RATE / 12
        COMPUTE WS-LOAN-GROWTH-FACTOR ROUNDED =
            (1 + WS-LOAN-MONTHLY-RATE) ** WS-INPUT-LOAN-TERM
        COMPUTE WS-LOAN-PAYMENT ROUNDED =
            WS-INPUT-LOAN-PRINCIPAL * WS-LOAN-MONTHLY-RATE
                * WS-LOAN-GROWTH-FACTOR
                / (WS-LOAN-GROWTH-FACTOR - 1)
    END-IF.

ADD-CUSTOMER-TO-MASTER.
    MOVE WS-INPUT-TAX-ID TO CUST-TAX-ID
    MOVE WS-INPUT-FIRST-NAME TO CUST-FIRST-NAME
    MOVE WS-INPUT-LAST-NAME TO CUST-LAST-NAME
    MOVE WS-INPUT-ADDRESS TO CUST-ADDRESS
    MOVE WS-INPUT-PHONE TO CUST-PHONE
    MOVE WS-CURRENT-DATE TO CUST-SINCE-DATE
    MOVE WS-INPUT-DELIVERY-PREF TO CUST-DELIVERY-PREF
    MOVE SPACES TO CUST-DATE-OF-DEATH
    PERFORM CLEAR-CUSTOMER-DUE-DILIGENCE
    MOVE 'N' TO CUST-RETURNED-MAIL-FLAG
    MOVE SPACES TO CUST-RETURNED-MAIL-DATE
    MOVE WS-INPUT-ID-TYPE TO CUST-ID-TYPE
    MOVE WS-INPUT-ID-NUMBER TO CUST-ID-NUMBER
    MOVE WS-INPUT-ID-ISSUER TO CUST-ID-ISSUER
    MOVE WS-INPUT-ID-EXPIRY TO CUST-ID-EXPIRY-DATE
    MOVE WS-INPUT-BIRTH-DATE TO CUST-BIRTH-DATE
    MOVE WS-INPUT-OCCUPATION TO CUST-OCCUPATION
    WRITE CUSTOMER-RECORD
    IF NOT CUST-FILE-SUCCESS AND NOT CUST-FILE-DUPLICATE
        DISPLAY ERR-FILE-ERROR ' (customer master)'
    END-IF.

ACCOUNT-INFO-MODULE.
    PERFORM SELECT-ACCOUNT
    
    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD
        
        IF ACCOUNT-FOUND
            PERFORM RELEASE-ACCOUNT-LOCK
            DISPLAY CLEAR-SCREEN
            DISPLAY CURSOR-HOME
            DISPLAY '================================================================='
            DISPLAY '                      ACCOUNT INFORMATION'
            DISPLAY '================================================================='
            DISPLAY ' '
            DISPLAY 'Account Number: ' ACCOUNT-NUMBER
            DISPLAY 'Account Holder: ' HOLDER-FIRST-NAME ' ' HOLDER-LAST-NAME
            IF CO-HOLDER-FIRST-NAME NOT = SPACES
                DISPLAY 'Joint Owner:    ' CO-HOLDER-FIRST-NAME ' '
                        CO-HOLDER-LAST-NAME
            END-IF
            DISPLAY 'Account Type: ' ACCOUNT-TYPE
            IF CURRENCY-CODE NOT = SPACES
                DISPLAY 'Currency:     ' CURRENCY-CODE
            ELSE
                DISPLAY 'Currency:     USD'
            END-IF
            DISPLAY 'Account Opened: ' ACCOUNT-OPEN-DATE
            DISPLAY ' '
            MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
            DISPLAY '***************************************************************'
            DISPLAY '*                    CURRENT BALANCE                          *'
            DISPLAY '*                       $' WS-BALANCE-DISPLAY '              *'
            DISPLAY '***************************************************************'
            IF HOLD-AMOUNT > ZERO
                MOVE AVAILABLE-BALANCE TO WS-AVAILABLE-DISPLAY
                DISPLAY 'Available Balance: $' WS-AVAILABLE-DISPLAY
                        ' (hold released ' HOLD-RELEASE-DATE ')'
            END-IF
            IF DEBITS-BLOCKED
                DISPLAY '*** DEBITS BLOCKED ***'
            END-IF
            IF CREDITS-BLOCKED
                DISPLAY '*** CREDITS BLOCKED ***'
            END-IF
            IF LEGAL-HOLD-AMOUNT > ZERO
                MOVE LEGAL-HOLD-AMOUNT TO WS-LEGAL-HOLD-DISPLAY
                DISPLAY '*** LEGAL HOLD $' WS-LEGAL-HOLD-DISPLAY
                        ' (case ' LEGAL-HOLD-CASE-REF ') ***'
            END-IF
            PERFORM DISPLAY-LIVE-STOP-PAYMENTS
            IF SAVINGS-ACCOUNT
                PERFORM DISPLAY-CYCLE-USAGE-WARNING
            END-IF
            DISPLAY ' '
            DISPLAY 'Recent Transaction History:'
            DISPLAY '-----------------------------------------------------------------'
            DISPLAY 'Date       Description                          Amount'
            DISPLAY '-----------------------------------------------------------------'
            PERFORM DISPLAY-TRANSACTION-HISTORY
            DISPLAY '-----------------------------------------------------------------'
            PERFORM DISPLAY-CUSTOMER-RELATIONSHIP
            DISPLAY ' '
            DISPLAY '>>> Press ENTER to return to main menu <<<'
            ACCEPT WS-MENU-CHOICE
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
            DISPLAY ' '
            DISPLAY '>>> Press ENTER to return to main menu <<<'
            ACCEPT WS-MENU-CHOICE
        END-IF
    END-IF.

*> Flags the account-information screen while a stop-payment order is
*> in force, the same way the blocks and legal holds announce
*> themselves -- a teller cashing a check over the counter has to see
*> the stop without opening the Stop Payments screen.
DISPLAY-LIVE-STOP-PAYMENTS.
    OPEN INPUT STOPPAY-FILE
    IF STOPPAY-FILE-SUCCESS
        PERFORM READ-NEXT-STOP
        PERFORM UNTIL STOPPAY-FILE-AT-END
            IF STP-ACCOUNT-NUMBER = WS-INPUT-ACCOUNT
                    AND STP-OPEN
                    AND STP-EXPIRY-DATE >= WS-CURRENT-DATE
                MOVE STP-AMOUNT-LOW TO WS-STOP-LOW-DISPLAY
                MOVE STP-AMOUNT-HIGH TO WS-STOP-HIGH-DISPLAY
                DISPLAY '*** STOP PAYMENT $' WS-STOP-LOW-DISPLAY
                        ' - $' WS-STOP-HIGH-DISPLAY
                        ' trace ' STP-TRACE-NUMBER
                        ' to ' STP-EXPIRY-DATE ' ***'
            END-IF
            PERFORM READ-NEXT-STOP
        END-PERFORM
        CLOSE STOPPAY-FILE
    END-IF.

*> Relationship view: everything this customer holds with us, pulled
*> by the tax ID reference the account carries to the customer master,
*> so the teller sees the whole relationship in one place instead of
*> running SEARCH-ACCOUNT-BY-NAME-OR-PHONE once per account. Scans
*> ACCOUNT-FILE (clobbering the ACCOUNT-RECORD buffer, which the
*> screen above is already done with) after saving the keys it needs.
DISPLAY-CUSTOMER-RELATIONSHIP.
    MOVE HOLDER-TAX-ID TO WS-REL-TAX-ID
    MOVE ACCOUNT-NUMBER TO WS-REL-THIS-ACCOUNT
    MOVE ZERO TO WS-REL-ACCOUNT-COUNT

    DISPLAY ' '
    DISPLAY 'Customer Relationship (all accounts under this tax ID):'
    DISPLAY '-----------------------------------------------------------------'
    MOVE LOW-VALUES TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY NOT < ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM READ-NEXT-ACCOUNT
        PERFORM UNTIL FILE-AT-END
            IF HOLDER-TAX-ID = WS-REL-TAX-ID
                ADD 1 TO WS-REL-ACCOUNT-COUNT
                MOVE ACCOUNT-BALANCE TO WS-REL-BALANCE-DISPLAY
                IF ACCOUNT-NUMBER = WS-REL-THIS-ACCOUNT
                    DISPLAY ACCOUNT-NUMBER ' ' ACCOUNT-TYPE ' '
                            ACCOUNT-STATUS ' $' WS-REL-BALANCE-DISPLAY
                            '  <-- this account'
                ELSE
                    DISPLAY ACCOUNT-NUMBER ' ' ACCOUNT-TYPE ' '
                            ACCOUNT-STATUS ' $' WS-REL-BALANCE-DISPLAY
                END-IF
            END-IF
            PERFORM READ-NEXT-ACCOUNT
        END-PERFORM
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Accounts in relationship: ' WS-REL-ACCOUNT-COUNT.

READ-ACCOUNT-RECORD.
    MOVE WS-INPUT-ACCOUNT TO WS-CHKDGT-ACCOUNT
    PERFORM VERIFY-ACCOUNT-CHECK-DIGIT
    IF NOT ACCOUNT-NUMBER-VALID
        DISPLAY ERR-INVALID-ACCOUNT
        DISPLAY 'Account number fails its check digit.'
        SET ACCOUNT-NOT-FOUND TO TRUE
    ELSE
        MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER
        MOVE ZERO TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
        PERFORM UNTIL NOT FILE-RECORD-LOCKED
                OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
            ADD 1 TO WS-LOCK-RETRY-COUNT
            READ ACCOUNT-FILE WITH LOCK
        END-PERFORM

        IF FILE-SUCCESS
            SET ACCOUNT-FOUND TO TRUE
            PERFORM COMPUTE-AVAILABLE-BALANCE
        ELSE
            IF FILE-RECORD-LOCKED
                DISPLAY ERR-ACCOUNT-LOCKED
            END-IF
            SET ACCOUNT-NOT-FOUND TO TRUE
        END-IF
    END-IF.

*> The mod-10 (Luhn) check over the leading nine digits of
*> WS-CHKDGT-ACCOUNT: alternate digits double (a doubled digit over
*> nine casts out nine), the sum's tens-complement is the expected
*> last digit. Left in WS-CHKDGT-EXPECTED.
COMPUTE-ACCOUNT-CHECK-DIGIT.
    MOVE WS-CHKDGT-ACCOUNT TO WS-CHKDGT-STRING
    MOVE ZERO TO WS-CHKDGT-SUM
    PERFORM VARYING WS-CHKDGT-I FROM 1 BY 1
            UNTIL WS-CHKDGT-I > 9
        COMPUTE WS-CHKDGT-DIGIT =
            FUNCTION NUMVAL(WS-CHKDGT-STRING(WS-CHKDGT-I:1))
        IF FUNCTION MOD(10 - WS-CHKDGT-I, 2) = 1
            COMPUTE WS-CHKDGT-DIGIT = WS-CHKDGT-DIGIT * 2
            IF WS-CHKDGT-DIGIT > 9
                SUBTRACT 9 FROM WS-CHKDGT-DIGIT
            END-IF
        END-IF
        ADD WS-CHKDGT-DIGIT TO WS-CHKDGT-SUM
    END-PERFORM
    COMPUTE WS-CHKDGT-EXPECTED =
        FUNCTION MOD(10 - FUNCTION MOD(WS-CHKDGT-SUM, 10), 10).

*> Verifies WS-CHKDGT-ACCOUNT. Numbers below the floor predate the
*> scheme and always pass.
VERIFY-ACCOUNT-CHECK-DIGIT.
    IF WS-CHKDGT-ACCOUNT < WS-CHECK-DIGIT-FLOOR
        MOVE 'Y' TO WS-CHKDGT-OK-FLAG
    ELSE
        PERFORM COMPUTE-ACCOUNT-CHECK-DIGIT
        IF FUNCTION MOD(WS-CHKDGT-ACCOUNT, 10) = WS-CHKDGT-EXPECTED
            MOVE 'Y' TO WS-CHKDGT-OK-FLAG
        ELSE
            MOVE 'N' TO WS-CHKDGT-OK-FLAG
        END-IF
    END-IF.

*> Releases a record this session locked via READ ... WITH LOCK. Safe
*> to call even when nothing is currently locked (an UNLOCK with no
*> lock outstanding is not an error) -- every module that calls
*> READ-ACCOUNT-RECORD performs this once it's done with the account,
*> whether or not it went on to REWRITE (a successful REWRITE already
*> releases the lock on its own, so this is just the cleanup for the
*> read-only and early-exit paths).
RELEASE-ACCOUNT-LOCK.
    UNLOCK ACCOUNT-FILE.

*> Releases an expired hold (HOLD-RELEASE-DATE on or before today) and
*> recomputes AVAILABLE-BALANCE from the ledger balance and whatever
*> hold is still outstanding. Run on every account read so a stale
*> hold never outlives WS-HOLD-DAYS, and again just before any REWRITE
*> so the persisted record always carries a correct AVAILABLE-BALANCE.
COMPUTE-AVAILABLE-BALANCE.
    IF HOLD-RELEASE-DATE NOT = SPACES
            AND HOLD-RELEASE-DATE <= WS-CURRENT-DATE
        MOVE ZERO TO HOLD-AMOUNT
        MOVE SPACES TO HOLD-RELEASE-DATE
    END-IF
    COMPUTE AVAILABLE-BALANCE =
        ACCOUNT-BALANCE - HOLD-AMOUNT - LEGAL-HOLD-AMOUNT.

*> Extends HOLD-RELEASE-DATE to the account's hold days (its product's,
*> else WS-HOLD-DAYS) calendar days past today, using FUNCTION
*> INTEGER-OF-DATE/DATE-OF-INTEGER for correct month and leap-year
*> rollover.
COMPUTE-HOLD-RELEASE-DATE.
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    COMPUTE WS-HOLD-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))
            + WS-EFF-HOLD-DAYS
    COMPUTE WS-HOLD-RELEASE-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-HOLD-DATE-INTEGER)
    MOVE WS-HOLD-RELEASE-DATE-NUM TO WS-CANDIDATE-DATE
    PERFORM ROLL-TO-NEXT-BUSINESS-DAY
    MOVE WS-CANDIDATE-DATE TO HOLD-RELEASE-DATE.

*> Sets CD-MATURITY-DATE to WS-INPUT-CD-TERM-MONTHS months past
*> today's date. The maturity day is carried over from today's day of
*> month but capped at 28 so the result is always a valid calendar
*> date regardless of which month it lands in.
COMPUTE-CD-MATURITY-DATE.
    COMPUTE WS-CD-TOTAL-MONTHS =
        (FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) * 12)
            + FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) - 1
            + WS-INPUT-CD-TERM-MONTHS
    COMPUTE WS-CD-MATURITY-YEAR = WS-CD-TOTAL-MONTHS / 12
    COMPUTE WS-CD-MATURITY-MONTH =
        FUNCTION MOD(WS-CD-TOTAL-MONTHS, 12) + 1
    MOVE WS-CURRENT-DATE(7:2) TO WS-CD-MATURITY-DAY
    IF WS-CD-MATURITY-DAY > 28
        MOVE 28 TO WS-CD-MATURITY-DAY
    END-IF
    STRING WS-CD-MATURITY-YEAR WS-CD-MATURITY-MONTH WS-CD-MATURITY-DAY
        DELIMITED BY SIZE INTO CD-MATURITY-DATE.

*> Checks whether the transfer's destination account is still active,
*> saves its locked record for PROCESS-TRANSFER to post against, then
*> restores the FROM account's record (the one TRANSFER-MODULE's
*> funds check and PROCESS-TRANSFER's first posting actually need
*> loaded) before returning -- both accounts are already locked by
*> this point, so nothing here re-reads either one.
CHECK-TO-ACCOUNT-ACTIVE.
    MOVE WS-TO-ACCOUNT TO ACCOUNT-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM
    IF FILE-SUCCESS AND ACTIVE-ACCOUNT AND NOT LOAN-ACCOUNT
            AND NOT CREDITS-BLOCKED
        SET WS-TO-ACCOUNT-ACTIVE TO TRUE
        MOVE ACCOUNT-RECORD TO WS-TO-ACCOUNT-RECORD
    ELSE
        SET WS-TO-ACCOUNT-CLOSED TO TRUE
    END-IF

    MOVE WS-FROM-ACCOUNT-RECORD TO ACCOUNT-RECORD.

DEPOSIT-MODULE.
    PERFORM SELECT-ACCOUNT
    
    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND
            IF INACTIVE-ACCOUNT OR DORMANT-ACCOUNT OR ESCHEATED-ACCOUNT
                    OR LOAN-ACCOUNT OR CREDITS-BLOCKED
                EVALUATE TRUE
                    WHEN LOAN-ACCOUNT
                        DISPLAY 'ERROR: Use Loan Payment for loans'
                    WHEN CREDITS-BLOCKED
                        DISPLAY 'ERROR: Credits are blocked on this'
                                ' account (case ' LEGAL-HOLD-CASE-REF
                                ')'
                    WHEN DORMANT-ACCOUNT
                        DISPLAY ERR-ACCOUNT-DORMANT
                    WHEN OTHER
                        DISPLAY ERR-ACCOUNT-CLOSED
                END-EVALUATE
            ELSE
                PERFORM CAPTURE-DEPOSIT-TICKET

                IF WS-INPUT-AMOUNT > ZERO
                    MOVE 'N' TO WS-INPUT-HOLD-FLAG
                    IF WS-TICKET-CHECK-TOTAL > ZERO
                        DISPLAY 'Checks subject to hold? (Y/N): '
                                WITH NO ADVANCING
                        ACCEPT WS-INPUT-HOLD-FLAG
                    END-IF
                    DISPLAY 'Memo (optional): ' WITH NO ADVANCING
                    ACCEPT WS-INPUT-MEMO
                    PERFORM CHECK-BATCH-WINDOW
                    IF BATCH-WINDOW-SHUT
                        MOVE 'D' TO WS-PENDING-TYPE
                        PERFORM CAPTURE-PENDING-POSTING
                    ELSE
                        PERFORM PROMPT-VALUE-DATE
                        PERFORM PROCESS-DEPOSIT
                    END-IF
                ELSE
                    DISPLAY ERR-INVALID-AMOUNT
                END-IF
            END-IF
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> The teller keys the deposit as a ticket: the cash amount, then one
*> line per check (routing number, serial, amount) until a blank
*> routing number ends the list. WS-INPUT-AMOUNT comes back as the
*> ticket total; a ticket with no cash and no checks leaves it zero
*> and the caller refuses it as an invalid amount.
CAPTURE-DEPOSIT-TICKET.
    MOVE ZERO TO WS-TICKET-CASH-AMOUNT
    MOVE ZERO TO WS-TICKET-CHECK-TOTAL
    MOVE ZERO TO WS-TICKET-CHECK-COUNT
    MOVE ZERO TO WS-INPUT-AMOUNT
    DISPLAY ' '
    DISPLAY 'Deposit ticket -- cash first, then one line per check.'
    DISPLAY 'Cash amount (0 if none): $' WITH NO ADVANCING
    ACCEPT WS-TICKET-CASH-AMOUNT
    MOVE 'N' TO WS-TICKET-DONE-FLAG
    PERFORM CAPTURE-TICKET-CHECK UNTIL TICKET-ENTRY-DONE
    COMPUTE WS-INPUT-AMOUNT =
        WS-TICKET-CASH-AMOUNT + WS-TICKET-CHECK-TOTAL
    IF WS-INPUT-AMOUNT > ZERO
        MOVE WS-TICKET-CASH-AMOUNT TO WS-TICKET-AMOUNT-DISPLAY
        DISPLAY 'Cash:   $' WS-TICKET-AMOUNT-DISPLAY
        MOVE WS-TICKET-CHECK-TOTAL TO WS-TICKET-AMOUNT-DISPLAY
        DISPLAY 'Checks: $' WS-TICKET-AMOUNT-DISPLAY
                ' (' WS-TICKET-CHECK-COUNT ' item(s))'
        MOVE WS-INPUT-AMOUNT TO WS-TICKET-AMOUNT-DISPLAY
        DISPLAY 'Ticket total: $' WS-TICKET-AMOUNT-DISPLAY
    END-IF.

*> One check line. The routing number must be the nine digits off
*> the MICR line and the amount above zero, or the line is not
*> taken and the teller keys it again.
CAPTURE-TICKET-CHECK.
    IF WS-TICKET-CHECK-COUNT >= WS-TICKET-MAX-CHECKS
        DISPLAY 'Ticket is full at ' WS-TICKET-MAX-CHECKS
                ' checks -- deposit the rest on a second ticket.'
        SET TICKET-ENTRY-DONE TO TRUE
    ELSE
        COMPUTE WS-TICKET-IDX = WS-TICKET-CHECK-COUNT + 1
        MOVE SPACES TO WS-INPUT-ROUTING
        DISPLAY 'Check ' WS-TICKET-IDX
                ' routing number (ENTER when done): '
                WITH NO ADVANCING
        ACCEPT WS-INPUT-ROUTING
        IF WS-INPUT-ROUTING = SPACES
            SET TICKET-ENTRY-DONE TO TRUE
        ELSE
            MOVE SPACES TO WS-INPUT-SERIAL
            MOVE ZERO TO WS-INPUT-ITEM-AMOUNT
            DISPLAY '  Check serial number: ' WITH NO ADVANCING
            ACCEPT WS-INPUT-SERIAL
            DISPLAY '  Check amount: $' WITH NO ADVANCING
            ACCEPT WS-INPUT-ITEM-AMOUNT
            IF WS-INPUT-ROUTING IS NUMERIC
                    AND WS-INPUT-ITEM-AMOUNT > ZERO
                MOVE WS-TICKET-IDX TO WS-TICKET-CHECK-COUNT
                MOVE WS-INPUT-ROUTING
                    TO WS-TKT-ROUTING(WS-TICKET-IDX)
                MOVE WS-INPUT-SERIAL
                    TO WS-TKT-SERIAL(WS-TICKET-IDX)
                MOVE WS-INPUT-ITEM-AMOUNT
                    TO WS-TKT-AMOUNT(WS-TICKET-IDX)
                ADD WS-INPUT-ITEM-AMOUNT TO WS-TICKET-CHECK-TOTAL
            ELSE
                DISPLAY '  Line not taken -- routing number must be'
                        ' 9 digits and the amount above zero.'
            END-IF
        END-IF
    END-IF.

*> The whole ticket posts to the ledger balance immediately. When the
*> teller holds the checks, only the ticket's check total is added to
*> HOLD-AMOUNT (cash is good funds) and HOLD-RELEASE-DATE is pushed
*> out WS-HOLD-DAYS, so AVAILABLE-BALANCE (what withdrawals/transfers
*> are checked against) doesn't reflect the checks until the hold
*> clears. The ticket lines are filed against the deposit's TRANS-ID
*> and itemized on its receipt.
PROCESS-DEPOSIT.
    ADD WS-INPUT-AMOUNT TO ACCOUNT-BALANCE
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE

    IF DEPOSIT-ON-HOLD AND WS-TICKET-CHECK-TOTAL > ZERO
        ADD WS-TICKET-CHECK-TOTAL TO HOLD-AMOUNT
        PERFORM COMPUTE-HOLD-RELEASE-DATE
    ELSE
        MOVE 'N' TO WS-INPUT-HOLD-FLAG
    END-IF
    PERFORM COMPUTE-AVAILABLE-BALANCE

    REWRITE ACCOUNT-RECORD

    IF FILE-SUCCESS
        SET TICKET-IN-FLIGHT TO TRUE
        PERFORM LOG-TRANSACTION
        MOVE TRANS-ID TO WS-TICKET-TRANS-ID
        MOVE TRANS-DATE TO WS-TICKET-DATE
        MOVE TRANS-TIME TO WS-TICKET-TIME
        PERFORM WRITE-DEPOSIT-TICKET
        PERFORM PRINT-TICKET-RECEIPT-LINES
        MOVE 'N' TO WS-TICKET-FLIGHT-FLAG
        DISPLAY MSG-TRANSACTION-COMPLETE
        MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
        DISPLAY 'New Balance: $' WS-BALANCE-DISPLAY
        IF DEPOSIT-ON-HOLD
            MOVE AVAILABLE-BALANCE TO WS-AVAILABLE-DISPLAY
            DISPLAY 'Available Balance: $' WS-AVAILABLE-DISPLAY
                    ' (hold released ' HOLD-RELEASE-DATE ')'
            MOVE ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
            MOVE 'H' TO WS-NOTICE-EVENT-CODE
            MOVE WS-TICKET-CHECK-TOTAL TO WS-NOTICE-AMOUNT
            MOVE HOLD-RELEASE-DATE TO WS-NOTICE-EVENT-DATE
            PERFORM WRITE-CUSTOMER-NOTICE
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR
    END-IF.

*> Files the ticket just posted or captured: a cash line (when there
*> was cash) and one line per check, under the account and the
*> ticket's date and time, carrying WS-TICKET-TRANS-ID (zero for a
*> capture PENDPOST has yet to post). The caller stages the ticket
*> date, time and TRANS-ID.
WRITE-DEPOSIT-TICKET.
    OPEN I-O DEPITEM-FILE
    IF NOT DEPITEM-FILE-SUCCESS
        OPEN OUTPUT DEPITEM-FILE
        CLOSE DEPITEM-FILE
        OPEN I-O DEPITEM-FILE
    END-IF
    IF NOT DEPITEM-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (deposit ticket lines)'
    ELSE
        MOVE ZERO TO WS-TICKET-LINE
        IF WS-TICKET-CASH-AMOUNT > ZERO
            PERFORM STAGE-TICKET-LINE
            MOVE 'C' TO DIT-ITEM-TYPE
            MOVE SPACES TO DIT-ROUTING-NUMBER
            MOVE SPACES TO DIT-CHECK-SERIAL
            MOVE WS-TICKET-CASH-AMOUNT TO DIT-AMOUNT
            MOVE 'N' TO DIT-HOLD-FLAG
            PERFORM WRITE-TICKET-LINE
        END-IF
        PERFORM VARYING WS-TICKET-IDX FROM 1 BY 1
                UNTIL WS-TICKET-IDX > WS-TICKET-CHECK-COUNT
            PERFORM STAGE-TICKET-LINE
            MOVE 'K' TO DIT-ITEM-TYPE
            MOVE WS-TKT-ROUTING(WS-TICKET-IDX) TO DIT-ROUTING-NUMBER
            MOVE WS-TKT-SERIAL(WS-TICKET-IDX) TO DIT-CHECK-SERIAL
            MOVE WS-TKT-AMOUNT(WS-TICKET-IDX) TO DIT-AMOUNT
            IF DEPOSIT-ON-HOLD
                MOVE 'Y' TO DIT-HOLD-FLAG
            ELSE
                MOVE 'N' TO DIT-HOLD-FLAG
            END-IF
            PERFORM WRITE-TICKET-LINE
        END-PERFORM
        CLOSE DEPITEM-FILE
    END-IF.

STAGE-TICKET-LINE.
    ADD 1 TO WS-TICKET-LINE
    MOVE SPACES TO DEPITEM-RECORD
    MOVE WS-INPUT-ACCOUNT TO DIT-ACCOUNT
    MOVE WS-TICKET-DATE TO DIT-TICKET-DATE
    MOVE WS-TICKET-TIME TO DIT-TICKET-TIME
    MOVE WS-TICKET-LINE TO DIT-LINE-NUMBER
    MOVE WS-TICKET-TRANS-ID TO DIT-TRANS-ID
    MOVE WS-CURRENT-TELLER-ID TO DIT-TELLER-ID.

WRITE-TICKET-LINE.
    WRITE DEPITEM-RECORD
    IF NOT DEPITEM-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (deposit ticket line '
                WS-TICKET-LINE ')'
    END-IF.

*> Itemizes the deposit on the receipt log right under the posting's
*> own line, which PRINT-RECEIPT has just written: the cash, then
*> each check with its routing number and serial. TRANSACTION-RECORD
*> and ACCOUNT-RECORD still hold the deposit.
PRINT-TICKET-RECEIPT-LINES.
    OPEN EXTEND RECEIPT-FILE
    IF NOT RECEIPT-FILE-SUCCESS
        OPEN OUTPUT RECEIPT-FILE
    END-IF
    IF RECEIPT-FILE-SUCCESS
        IF WS-TICKET-CASH-AMOUNT > ZERO
            PERFORM STAGE-TICKET-RECEIPT-LINE
            MOVE 'CASH' TO RCPT-DESCRIPTION
            MOVE WS-TICKET-CASH-AMOUNT TO RCPT-AMOUNT
            WRITE RECEIPT-RECORD
        END-IF
        PERFORM VARYING WS-TICKET-IDX FROM 1 BY 1
                UNTIL WS-TICKET-IDX > WS-TICKET-CHECK-COUNT
            PERFORM STAGE-TICKET-RECEIPT-LINE
            IF DEPOSIT-ON-HOLD
                STRING 'CHECK RT ' WS-TKT-ROUTING(WS-TICKET-IDX)
                       ' NO ' WS-TKT-SERIAL(WS-TICKET-IDX)
                       ' HELD'
                    DELIMITED BY SIZE INTO RCPT-DESCRIPTION
            ELSE
                STRING 'CHECK RT ' WS-TKT-ROUTING(WS-TICKET-IDX)
                       ' NO ' WS-TKT-SERIAL(WS-TICKET-IDX)
                    DELIMITED BY SIZE INTO RCPT-DESCRIPTION
            END-IF
            MOVE WS-TKT-AMOUNT(WS-TICKET-IDX) TO RCPT-AMOUNT
            WRITE RECEIPT-RECORD
            MOVE WS-TKT-AMOUNT(WS-TICKET-IDX)
                TO WS-TICKET-AMOUNT-DISPLAY
            DISPLAY '  ' RCPT-DESCRIPTION(1:40)
                    ' $' WS-TICKET-AMOUNT-DISPLAY
        END-PERFORM
        CLOSE RECEIPT-FILE
    END-IF.

STAGE-TICKET-RECEIPT-LINE.
    MOVE TRANS-ID TO RCPT-TRANS-ID
    MOVE TRANS-DATE TO RCPT-DATE
    MOVE TRANS-TIME TO RCPT-TIME
    MOVE TRANS-TYPE TO RCPT-TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO RCPT-ACCOUNT-NUMBER
    MOVE SPACES TO RCPT-HOLDER-NAME
    STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           HOLDER-LAST-NAME DELIMITED BY SPACE
           INTO RCPT-HOLDER-NAME
    MOVE SPACES TO RCPT-DESCRIPTION
    MOVE ACCOUNT-BALANCE TO RCPT-RESULTING-BALANCE
    MOVE TELLER-ID TO RCPT-TELLER-ID
    MOVE 'I' TO RCPT-LINE-KIND.

WITHDRAWAL-MODULE.
    PERFORM SELECT-ACCOUNT
    
    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND
            IF INACTIVE-ACCOUNT OR DORMANT-ACCOUNT OR ESCHEATED-ACCOUNT
                    OR LOAN-ACCOUNT OR DEBITS-BLOCKED
                EVALUATE TRUE
                    WHEN LOAN-ACCOUNT
                        DISPLAY 'ERROR: Use Loan Payment for loans'
                    WHEN DEBITS-BLOCKED
                        DISPLAY 'ERROR: Debits are blocked on this'
                                ' account (case ' LEGAL-HOLD-CASE-REF
                                ')'
                    WHEN DORMANT-ACCOUNT
                        DISPLAY ERR-ACCOUNT-DORMANT
                    WHEN OTHER
                        DISPLAY ERR-ACCOUNT-CLOSED
                END-EVALUATE
            ELSE
                IF SAVINGS-ACCOUNT
                    PERFORM DISPLAY-CYCLE-USAGE-WARNING
                END-IF
                DISPLAY ' '
                DISPLAY 'Enter Withdrawal Amount: $' WITH NO ADVANCING
                ACCEPT WS-INPUT-AMOUNT

                IF WS-INPUT-AMOUNT > ZERO
                    DISPLAY 'Memo (optional): ' WITH NO ADVANCING
                    ACCEPT WS-INPUT-MEMO
                    *> The approval gates run BEFORE any capture --
                    *> the supervisor is standing here now, and the
                    *> queue flush posts with no second pair of eyes
                    *> of its own. A capture must never be the way
                    *> around a limit.
                    PERFORM CHECK-WITHDRAWAL-APPROVAL
                    IF APPROVAL-GRANTED
                        PERFORM CHECK-BATCH-WINDOW
                        IF BATCH-WINDOW-SHUT
                            IF CD-ACCOUNT
                                    AND CD-MATURITY-DATE
                                        > WS-CURRENT-DATE
                                *> The queue cannot post the early-
                                *> withdrawal penalty alongside it.
                                PERFORM REFUSE-WINDOW-SHUT-OPTION
                            ELSE
                                MOVE 'W' TO WS-PENDING-TYPE
                                PERFORM CAPTURE-PENDING-POSTING
                            END-IF
                        ELSE
                            PERFORM PROMPT-VALUE-DATE
                            IF WS-INPUT-AMOUNT <= AVAILABLE-BALANCE
                                PERFORM PROCESS-WITHDRAWAL
                            ELSE
                                PERFORM ATTEMPT-OVERDRAFT-WITHDRAWAL
                            END-IF
                        END-IF
                    END-IF
                ELSE
                    DISPLAY ERR-INVALID-AMOUNT
                END-IF
            END-IF
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> Decides whether the withdrawal just keyed needs a second pair of
*> eyes before it posts: any withdrawal above the operations-set
*> limit, and any withdrawal from a CD ahead of its maturity date
*> (the early-withdrawal penalty case). ACCOUNT-RECORD holds the
*> account being drawn down when this runs.
CHECK-WITHDRAWAL-APPROVAL.
    SET APPROVAL-GRANTED TO TRUE
    MOVE 'N' TO WS-APPROVAL-NEEDED-FLAG
    IF WS-INPUT-AMOUNT > WS-APPROVAL-WITHDRAWAL-LIMIT
        SET APPROVAL-NEEDED TO TRUE
        MOVE 'WITHDRAWAL OVER LIMIT' TO WS-APPROVAL-REASON
    END-IF
    IF WS-CURRENT-TELLER-LIMIT > ZERO
            AND WS-INPUT-AMOUNT > WS-CURRENT-TELLER-LIMIT
        SET APPROVAL-NEEDED TO TRUE
        MOVE 'OVER TELLER POSTING LIMIT' TO WS-APPROVAL-REASON
    END-IF
    IF CD-ACCOUNT AND CD-MATURITY-DATE > WS-CURRENT-DATE
        SET APPROVAL-NEEDED TO TRUE
        MOVE 'CD EARLY WITHDRAWAL WITH PENALTY' TO WS-APPROVAL-REASON
    END-IF
    PERFORM RESET-DAY-USAGE-IF-STALE
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    IF DAILY-WDL-LIMIT > ZERO
        MOVE DAILY-WDL-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    ELSE
        MOVE WS-EFF-DAILY-WDL-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    END-IF
    IF WS-EFFECTIVE-DAY-LIMIT > ZERO
            AND DAY-WDL-USED + WS-INPUT-AMOUNT
                > WS-EFFECTIVE-DAY-LIMIT
        SET APPROVAL-NEEDED TO TRUE
        MOVE 'DAILY WITHDRAWAL LIMIT EXCEEDED' TO WS-APPROVAL-REASON
        MOVE DAY-WDL-USED TO WS-DAY-USED-DISPLAY
        MOVE WS-EFFECTIVE-DAY-LIMIT TO WS-DAY-LIMIT-DISPLAY
        DISPLAY 'Used today: $' WS-DAY-USED-DISPLAY
                '  Daily limit: $' WS-DAY-LIMIT-DISPLAY
    END-IF
    IF APPROVAL-NEEDED
        PERFORM REQUEST-SUPERVISOR-APPROVAL
    END-IF.

*> The per-day accumulators live on the account record, stamped with
*> the day they belong to -- the first touch on a new day zeroes them
*> rather than any batch having to sweep every account at midnight.
RESET-DAY-USAGE-IF-STALE.
    PERFORM GET-CURRENT-DATE-TIME
    IF DAY-USAGE-DATE NOT = WS-CURRENT-DATE
        MOVE ZERO TO DAY-WDL-USED
        MOVE ZERO TO DAY-XFR-USED
        MOVE WS-CURRENT-DATE TO DAY-USAGE-DATE
    END-IF.

*> Rolls the statement-cycle counter into the new month on its
*> first debit -- closing out the old cycle's breach streak on the
*> way -- then counts this debit. The caller's REWRITE persists it
*> with the posting, so the count can never drift from the money.
BUMP-SAVINGS-CYCLE-COUNT.
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    IF CYCLE-WDL-MONTH NOT = WS-CURRENT-DATE(1:6)
        IF CYCLE-WDL-MONTH NOT = SPACES
            IF CYCLE-WDL-COUNT > WS-EFF-SAVINGS-WDL-LIMIT
                IF CYCLE-BREACH-STREAK < 9
                    ADD 1 TO CYCLE-BREACH-STREAK
                END-IF
            ELSE
                MOVE ZERO TO CYCLE-BREACH-STREAK
            END-IF
        END-IF
        MOVE ZERO TO CYCLE-WDL-COUNT
        MOVE WS-CURRENT-DATE(1:6) TO CYCLE-WDL-MONTH
    END-IF
    IF CYCLE-WDL-COUNT < 99
        ADD 1 TO CYCLE-WDL-COUNT
    END-IF
    IF CYCLE-WDL-COUNT = WS-EFF-SAVINGS-WDL-LIMIT
        DISPLAY '*** This is savings withdrawal '
                CYCLE-WDL-COUNT ' of ' WS-EFF-SAVINGS-WDL-LIMIT
                ' this cycle -- the next one draws the'
                ' excess-activity fee. ***'
    END-IF.

*> What the teller sees before taking a savings debit: the cycle
*> usage so far, the fee warning at the limit, and the conversion
*> flag once the count has breached three cycles running.
DISPLAY-CYCLE-USAGE-WARNING.
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    IF CYCLE-WDL-MONTH = WS-CURRENT-DATE(1:6)
        MOVE CYCLE-WDL-COUNT TO WS-CYCLE-VIEW-COUNT
    ELSE
        MOVE ZERO TO WS-CYCLE-VIEW-COUNT
    END-IF
    DISPLAY 'Savings withdrawals this cycle: '
            WS-CYCLE-VIEW-COUNT ' of ' WS-EFF-SAVINGS-WDL-LIMIT
    IF WS-CYCLE-VIEW-COUNT >= WS-EFF-SAVINGS-WDL-LIMIT
        MOVE WS-EXCESS-WDL-FEE TO WS-CYCLE-FEE-DISPLAY
        DISPLAY '*** CYCLE LIMIT REACHED -- further debits draw'
                ' the $' WS-CYCLE-FEE-DISPLAY
                ' excess-activity fee ***'
    END-IF
    IF CYCLE-BREACH-STREAK >= 3
        DISPLAY '*** Limit breached ' CYCLE-BREACH-STREAK
                ' cycles running -- FLAGGED FOR CONVERSION'
                ' TO CHECKING ***'
    END-IF.

*> The excess-activity fee for a savings debit past the cycle
*> limit, assessed right behind the posting that crossed it --
*> capped at what is in the account, the same 'F' shape and
*> rewrite-in-place the CD early-withdrawal penalty takes.
*> ACCOUNT-RECORD still holds the just-rewritten savings account.
ASSESS-EXCESS-WITHDRAWAL-FEE.
    IF WS-EXCESS-WDL-FEE > ZERO AND ACCOUNT-BALANCE > ZERO
        MOVE WS-EXCESS-WDL-FEE TO WS-CYCLE-FEE-AMOUNT
        IF WS-CYCLE-FEE-AMOUNT > ACCOUNT-BALANCE
            MOVE ACCOUNT-BALANCE TO WS-CYCLE-FEE-AMOUNT
        END-IF
        SUBTRACT WS-CYCLE-FEE-AMOUNT FROM ACCOUNT-BALANCE
        PERFORM COMPUTE-AVAILABLE-BALANCE
        REWRITE ACCOUNT-RECORD
        IF FILE-SUCCESS
            PERFORM LOG-EXCESS-WITHDRAWAL-FEE
            MOVE WS-CYCLE-FEE-AMOUNT TO WS-CYCLE-FEE-DISPLAY
            DISPLAY 'Excess-activity fee assessed: $'
                    WS-CYCLE-FEE-DISPLAY
        ELSE
            DISPLAY ERR-FILE-ERROR ' (excess-activity fee)'
        END-IF
    END-IF.

LOG-EXCESS-WITHDRAWAL-FEE.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'F' TO TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-CYCLE-FEE-AMOUNT TO TRANS-AMOUNT
    MOVE 'EXCESS WITHDRAWAL FEE' TO TRANS-DESCRIPTION
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF NOT TRANS-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE

    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

*> Same second-pair-of-eyes gate for the transfer-out cap.
*> ACCOUNT-RECORD holds the FROM account when this runs -- the cap is
*> on money leaving the account, so the destination plays no part.
CHECK-TRANSFER-APPROVAL.
    SET APPROVAL-GRANTED TO TRUE
    MOVE 'N' TO WS-APPROVAL-NEEDED-FLAG
    IF WS-CURRENT-TELLER-LIMIT > ZERO
            AND WS-INPUT-AMOUNT > WS-CURRENT-TELLER-LIMIT
        SET APPROVAL-NEEDED TO TRUE
        MOVE 'OVER TELLER POSTING LIMIT' TO WS-APPROVAL-REASON
    END-IF
    PERFORM RESET-DAY-USAGE-IF-STALE
    PERFORM LOAD-ACCOUNT-PRODUCT-TERMS
    IF DAILY-XFR-LIMIT > ZERO
        MOVE DAILY-XFR-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    ELSE
        MOVE WS-EFF-DAILY-XFR-LIMIT TO WS-EFFECTIVE-DAY-LIMIT
    END-IF
    IF WS-EFFECTIVE-DAY-LIMIT > ZERO
            AND DAY-XFR-USED + WS-INPUT-AMOUNT
                > WS-EFFECTIVE-DAY-LIMIT
        SET APPROVAL-NEEDED TO TRUE
        MOVE 'DAILY TRANSFER LIMIT EXCEEDED' TO WS-APPROVAL-REASON
        MOVE DAY-XFR-USED TO WS-DAY-USED-DISPLAY
        MOVE WS-EFFECTIVE-DAY-LIMIT TO WS-DAY-LIMIT-DISPLAY
        DISPLAY 'Transferred today: $' WS-DAY-USED-DISPLAY
                '  Daily limit: $' WS-DAY-LIMIT-DISPLAY
    END-IF
    IF APPROVAL-NEEDED
        PERFORM REQUEST-SUPERVISOR-APPROVAL
    END-IF.

*> Demands a second teller's ID for a high-risk action. A blank ID or
*> the signed-on teller's own ID denies the action -- the whole point
*> is that one person cannot do this alone. With the teller master in
*> use the second ID must also be an active SUPERVISOR record and key
*> its own password -- any made-up ID used to pass. The granted
*> approver ID is left in WS-APPROVAL-SUPERVISOR-ID for the LOG
*> paragraphs to record on the posting.
REQUEST-SUPERVISOR-APPROVAL.
    MOVE SPACES TO WS-APPROVAL-SUPERVISOR-ID
    DISPLAY ' '
    DISPLAY 'SUPERVISOR APPROVAL REQUIRED: ' WS-APPROVAL-REASON
    DISPLAY 'Supervisor ID (blank to cancel): ' WITH NO ADVANCING
    ACCEPT WS-SUPERVISOR-ID
    EVALUATE TRUE
        WHEN WS-SUPERVISOR-ID = SPACES
            SET APPROVAL-DENIED TO TRUE
            DISPLAY 'Approval not given -- action cancelled.'
        WHEN WS-SUPERVISOR-ID = WS-CURRENT-TELLER-ID
            SET APPROVAL-DENIED TO TRUE
            DISPLAY 'ERROR: Approver must be a different teller.'
            DISPLAY 'Action cancelled.'
        WHEN OTHER
            PERFORM VERIFY-APPROVER-CREDENTIALS
            IF APPROVER-QUALIFIES
                SET APPROVAL-GRANTED TO TRUE
                MOVE WS-SUPERVISOR-ID TO WS-APPROVAL-SUPERVISOR-ID
                DISPLAY 'Approved by ' WS-APPROVAL-SUPERVISOR-ID
            ELSE
                SET APPROVAL-DENIED TO TRUE
                DISPLAY 'Action cancelled.'
            END-IF
    END-EVALUATE.

*> The master check behind an approval: the keyed ID must be on file,
*> active, hold the supervisor role, and key its own password. In
*> bootstrap mode (empty master) there is nothing to check against,
*> so any second ID still qualifies, exactly as before the master.
VERIFY-APPROVER-CREDENTIALS.
    IF NOT TELLER-MASTER-IN-USE
        SET APPROVER-QUALIFIES TO TRUE
    ELSE
        MOVE 'N' TO WS-APPROVER-OK-FLAG
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
    END-IF.

*> Called only when WS-INPUT-AMOUNT exceeds the checking account's own
*> balance. Pulls the shortfall from LINKED-ACCOUNT-NUMBER (subject to
*> its own balance) instead of simply refusing the withdrawal. Falls
*> back to ERR-INSUFFICIENT-FUNDS when there is no linked account or
*> the linked account can't cover the shortfall either.
ATTEMPT-OVERDRAFT-WITHDRAWAL.
    SET WS-OVERDRAFT-USED-FLAG TO 'N'
    MOVE ACCOUNT-NUMBER TO WS-OVERDRAFT-CHECKING-NUM
    COMPUTE WS-OVERDRAFT-SHORTFALL = WS-INPUT-AMOUNT - AVAILABLE-BALANCE

    IF LINKED-ACCOUNT-NUMBER = ZERO
        DISPLAY ERR-INSUFFICIENT-FUNDS
    ELSE
        MOVE LINKED-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
        MOVE ZERO TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
        PERFORM UNTIL NOT FILE-RECORD-LOCKED
                OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
            ADD 1 TO WS-LOCK-RETRY-COUNT
            READ ACCOUNT-FILE WITH LOCK
        END-PERFORM
        IF FILE-SUCCESS
            PERFORM COMPUTE-AVAILABLE-BALANCE
        END-IF
        IF FILE-SUCCESS AND ACTIVE-ACCOUNT
           AND NOT DEBITS-BLOCKED
           AND WS-OVERDRAFT-SHORTFALL <= AVAILABLE-BALANCE
            PERFORM PROCESS-OVERDRAFT-WITHDRAWAL
        ELSE
            EVALUATE TRUE
                WHEN FILE-RECORD-LOCKED
                    DISPLAY ERR-ACCOUNT-LOCKED ' (linked account)'
                WHEN FILE-SUCCESS AND DEBITS-BLOCKED
                    DISPLAY ERR-INSUFFICIENT-FUNDS
                    DISPLAY 'Linked account has a debit block and'
                            ' cannot cover the shortfall.'
                WHEN OTHER
                    DISPLAY ERR-INSUFFICIENT-FUNDS
                    DISPLAY 'Linked account cannot cover the shortfall either.'
            END-EVALUATE
            PERFORM RELEASE-ACCOUNT-LOCK
        END-IF
    END-IF.

*> ACCOUNT-RECORD holds the linked savings account (just read) on
*> entry. Debits the shortfall from it, credits it into the checking
*> account, then completes the original withdrawal against checking.
PROCESS-OVERDRAFT-WITHDRAWAL.
    MOVE ACCOUNT-NUMBER TO WS-OVERDRAFT-SAVINGS-NUM
    SUBTRACT WS-OVERDRAFT-SHORTFALL FROM ACCOUNT-BALANCE
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    PERFORM COMPUTE-AVAILABLE-BALANCE
    REWRITE ACCOUNT-RECORD

    IF FILE-SUCCESS
        PERFORM LOG-OVERDRAFT-TRANSFER

        MOVE WS-OVERDRAFT-CHECKING-NUM TO ACCOUNT-NUMBER
        MOVE ZERO TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
        PERFORM UNTIL NOT FILE-RECORD-LOCKED
                OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
            ADD 1 TO WS-LOCK-RETRY-COUNT
            READ ACCOUNT-FILE WITH LOCK
        END-PERFORM
        IF FILE-SUCCESS
            ADD WS-OVERDRAFT-SHORTFALL TO ACCOUNT-BALANCE
            SUBTRACT WS-INPUT-AMOUNT FROM ACCOUNT-BALANCE
            MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
            PERFORM RESET-DAY-USAGE-IF-STALE
            ADD WS-INPUT-AMOUNT TO DAY-WDL-USED
            PERFORM COMPUTE-AVAILABLE-BALANCE
            REWRITE ACCOUNT-RECORD

            IF FILE-SUCCESS
                PERFORM LOG-OVERDRAFT-TRANSFER-IN
                PERFORM LOG-TRANSACTION
                SET OVERDRAFT-USED TO TRUE
                MOVE WS-OVERDRAFT-CHECKING-NUM TO WS-NOTICE-ACCOUNT
                MOVE 'O' TO WS-NOTICE-EVENT-CODE
                MOVE WS-OVERDRAFT-SHORTFALL TO WS-NOTICE-AMOUNT
                MOVE WS-CURRENT-DATE TO WS-NOTICE-EVENT-DATE
                PERFORM WRITE-CUSTOMER-NOTICE
                MOVE WS-OVERDRAFT-SHORTFALL TO WS-OVERDRAFT-SHORT-DISP
                DISPLAY MSG-TRANSACTION-COMPLETE
                DISPLAY 'Overdraft protection used: $' WS-OVERDRAFT-SHORT-DISP
                        ' pulled from linked account ' LINKED-ACCOUNT-NUMBER
                MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
                DISPLAY 'New Balance: $' WS-BALANCE-DISPLAY
            ELSE
                DISPLAY ERR-FILE-ERROR ' (checking account)'
            END-IF
        ELSE
            DISPLAY ERR-FILE-ERROR ' (checking account)'
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR ' (linked account)'
    END-IF.

*> Logs the debit leg against the linked savings account. ACCOUNT-
*> RECORD must still hold that account (just REWRITten) when this
*> runs, the same convention LOG-TRANSACTION/LOG-TRANSFER-IN rely on.
LOG-OVERDRAFT-TRANSFER.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'T' TO TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE WS-OVERDRAFT-CHECKING-NUM TO TO-ACCOUNT
    MOVE WS-OVERDRAFT-SHORTFALL TO TRANS-AMOUNT
    MOVE 'OVERDRAFT TRANSFER' TO TRANS-DESCRIPTION
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF NOT TRANS-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE

    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

*> Logs the credit leg against the checking account, the overdraft
*> sweep's counterpart to LOG-OVERDRAFT-TRANSFER, the same way
*> LOG-TRANSFER-IN completes LOG-TRANSACTION's 'T' leg for an ordinary
*> transfer. Without this leg RECONCIL's replay of the checking account
*> never sees the sweep's credit and permanently disagrees with the
*> live balance. ACCOUNT-RECORD must still hold the checking account
*> (just REWRITten) when this runs.
LOG-OVERDRAFT-TRANSFER-IN.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'I' TO TRANS-TYPE
    MOVE WS-OVERDRAFT-SAVINGS-NUM TO FROM-ACCOUNT
    MOVE ACCOUNT-NUMBER TO TO-ACCOUNT
    MOVE WS-OVERDRAFT-SHORTFALL TO TRANS-AMOUNT
    MOVE 'OVERDRAFT TRANSFER' TO TRANS-DESCRIPTION
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF NOT TRANS-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE

    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

PROCESS-WITHDRAWAL.
    SUBTRACT WS-INPUT-AMOUNT FROM ACCOUNT-BALANCE
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    PERFORM RESET-DAY-USAGE-IF-STALE
    ADD WS-INPUT-AMOUNT TO DAY-WDL-USED
    IF SAVINGS-ACCOUNT
        PERFORM BUMP-SAVINGS-CYCLE-COUNT
    END-IF
    PERFORM COMPUTE-AVAILABLE-BALANCE

    REWRITE ACCOUNT-RECORD

    IF FILE-SUCCESS
        PERFORM LOG-TRANSACTION
        IF CD-ACCOUNT AND CD-MATURITY-DATE > WS-CURRENT-DATE
            PERFORM ASSESS-CD-EARLY-WITHDRAWAL-PENALTY
        END-IF
        IF SAVINGS-ACCOUNT
                AND CYCLE-WDL-COUNT > WS-EFF-SAVINGS-WDL-LIMIT
            PERFORM ASSESS-EXCESS-WITHDRAWAL-FEE
        END-IF
        DISPLAY MSG-TRANSACTION-COMPLETE
        MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
        DISPLAY 'New Balance: $' WS-BALANCE-DISPLAY
    ELSE
        DISPLAY ERR-FILE-ERROR
    END-IF.

*> Called only when PROCESS-WITHDRAWAL just drew down a CD account
*> ahead of CD-MATURITY-DATE. Assesses WS-CD-PENALTY-RATE of the
*> withdrawal amount (capped at what's left in the account) as a 'F'
*> fee transaction, the same TRANS-TYPE MAINTFEE's maintenance fee
*> uses.
ASSESS-CD-EARLY-WITHDRAWAL-PENALTY.
    COMPUTE WS-CD-PENALTY-AMOUNT ROUNDED =
        WS-INPUT-AMOUNT * WS-CD-PENALTY-RATE
    IF WS-CD-PENALTY-AMOUNT > ACCOUNT-BALANCE
        MOVE ACCOUNT-BALANCE TO WS-CD-PENALTY-AMOUNT
    END-IF

    SUBTRACT WS-CD-PENALTY-AMOUNT FROM ACCOUNT-BALANCE
    PERFORM COMPUTE-AVAILABLE-BALANCE
    REWRITE ACCOUNT-RECORD

    IF FILE-SUCCESS
        PERFORM LOG-CD-PENALTY-TRANSACTION
        MOVE WS-CD-PENALTY-AMOUNT TO WS-CD-PENALTY-DISPLAY
        DISPLAY 'Early withdrawal penalty assessed: $' WS-CD-PENALTY-DISPLAY
    ELSE
        DISPLAY ERR-FILE-ERROR ' (CD penalty)'
    END-IF.

*> Logs the CD early-withdrawal penalty as a 'F' fee transaction.
*> ACCOUNT-RECORD must still hold the CD account (just REWRITten by
*> ASSESS-CD-EARLY-WITHDRAWAL-PENALTY) when this runs.
LOG-CD-PENALTY-TRANSACTION.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'F' TO TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ACCOUNT-NUMBER TO TO-ACCOUNT
    MOVE WS-CD-PENALTY-AMOUNT TO TRANS-AMOUNT
    MOVE 'CD EARLY WITHDRAWAL PENALTY' TO TRANS-DESCRIPTION
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF NOT TRANS-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE

    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

TRANSFER-MODULE.
    PERFORM SELECT-ACCOUNT-FROM
    MOVE WS-INPUT-ACCOUNT TO WS-FROM-ACCOUNT-TEMP
    
    IF WS-FROM-ACCOUNT-TEMP > 0
        MOVE WS-FROM-ACCOUNT-TEMP TO WS-INPUT-ACCOUNT
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND AND ACTIVE-ACCOUNT AND NOT LOAN-ACCOUNT
                AND NOT DEBITS-BLOCKED
            IF SAVINGS-ACCOUNT
                PERFORM DISPLAY-CYCLE-USAGE-WARNING
            END-IF
            MOVE ACCOUNT-RECORD TO WS-FROM-ACCOUNT-RECORD
            PERFORM SELECT-ACCOUNT-TO
            MOVE WS-INPUT-ACCOUNT TO WS-TO-ACCOUNT

            IF WS-TO-ACCOUNT > 0
                PERFORM CHECK-TO-ACCOUNT-ACTIVE

                IF WS-TO-ACCOUNT-ACTIVE
                    DISPLAY ' '
                    DISPLAY 'Enter Transfer Amount: $' WITH NO ADVANCING
                    ACCEPT WS-INPUT-AMOUNT

                    IF WS-INPUT-AMOUNT > ZERO
                        DISPLAY 'Memo (optional): ' WITH NO ADVANCING
                        ACCEPT WS-INPUT-MEMO
                        PERFORM RESOLVE-TRANSFER-CURRENCY
                        IF NOT FX-RESOLVED
                            CONTINUE
                        ELSE
                            IF WS-INPUT-AMOUNT <= AVAILABLE-BALANCE
                                *> The approval gate runs BEFORE any
                                *> capture -- the supervisor is
                                *> standing here now, and the queue
                                *> flush posts with no second pair
                                *> of eyes of its own.
                                PERFORM CHECK-TRANSFER-APPROVAL
                                IF APPROVAL-GRANTED
                                    PERFORM CHECK-BATCH-WINDOW
                                    IF BATCH-WINDOW-SHUT
                                        IF FX-CONVERSION-USED
                                            *> The queue posts both
                                            *> legs at face value --
                                            *> a cross-currency pair
                                            *> captured would post
                                            *> at 1:1.
                                            PERFORM
                                                REFUSE-WINDOW-SHUT-OPTION
                                        ELSE
                                            MOVE 'T'
                                                TO WS-PENDING-TYPE
                                            PERFORM
                                                CAPTURE-PENDING-POSTING
                                        END-IF
                                    ELSE
                                        PERFORM PROMPT-VALUE-DATE
                                        PERFORM PROCESS-TRANSFER
                                    END-IF
                                END-IF
                            ELSE
                                DISPLAY ERR-INSUFFICIENT-FUNDS
                            END-IF
                        END-IF
                    ELSE
                        DISPLAY ERR-INVALID-AMOUNT
                    END-IF
                ELSE
                    DISPLAY ERR-ACCOUNT-CLOSED ' (destination account)'
                END-IF
            END-IF
        ELSE
            IF ACCOUNT-FOUND
                EVALUATE TRUE
                    WHEN DEBITS-BLOCKED
                        DISPLAY 'ERROR: Debits are blocked on this'
                                ' account (case ' LEGAL-HOLD-CASE-REF
                                ')'
                    WHEN DORMANT-ACCOUNT
                        DISPLAY ERR-ACCOUNT-DORMANT
                    WHEN OTHER
                        DISPLAY ERR-ACCOUNT-CLOSED
                END-EVALUATE
            ELSE
                DISPLAY ERR-ACCOUNT-NOT-FOUND
            END-IF
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> Works out what the destination account must be credited. Same
*> currency on both sides (spaces count as USD) passes the amount
*> straight through; different currencies need a booked rate for each
*> side from the daily table, and a missing rate refuses the transfer
*> before any posting -- a teller cannot book a conversion at a rate
*> the bank never set. ACCOUNT-RECORD holds the FROM account here.
RESOLVE-TRANSFER-CURRENCY.
    MOVE 'Y' TO WS-FX-OK-FLAG
    MOVE 'N' TO WS-FX-USED-FLAG
    MOVE WS-INPUT-AMOUNT TO WS-CONVERTED-AMOUNT

    MOVE CURRENCY-CODE TO WS-FX-FROM-CODE
    IF WS-FX-FROM-CODE = SPACES
        MOVE 'USD' TO WS-FX-FROM-CODE
    END-IF
    MOVE WS-TO-CURRENCY-CODE TO WS-FX-TO-CODE
    IF WS-FX-TO-CODE = SPACES
        MOVE 'USD' TO WS-FX-TO-CODE
    END-IF

    IF WS-FX-FROM-CODE NOT = WS-FX-TO-CODE
        MOVE WS-FX-FROM-CODE TO WS-FX-LOOKUP-CODE
        PERFORM LOOKUP-FX-RATE
        MOVE WS-FX-LOOKUP-RATE TO WS-FX-FROM-RATE
        IF FX-RATE-FOUND
            MOVE WS-FX-TO-CODE TO WS-FX-LOOKUP-CODE
            PERFORM LOOKUP-FX-RATE
            MOVE WS-FX-LOOKUP-RATE TO WS-FX-TO-RATE
        END-IF
        IF NOT FX-RATE-FOUND
            DISPLAY 'ERROR: No exchange rate on file for '
                    WS-FX-LOOKUP-CODE ' -- transfer refused.'
            DISPLAY 'Maintain the rate table and try again.'
            MOVE 'N' TO WS-FX-OK-FLAG
        ELSE
            SET FX-CONVERSION-USED TO TRUE
            COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                WS-INPUT-AMOUNT * WS-FX-FROM-RATE / WS-FX-TO-RATE
            COMPUTE WS-FX-LOOKUP-RATE ROUNDED =
                WS-FX-FROM-RATE / WS-FX-TO-RATE
            MOVE WS-FX-LOOKUP-RATE TO WS-FX-RATE-DISPLAY
            MOVE SPACES TO WS-FX-DESC
            STRING 'FX ' WS-FX-FROM-CODE '>' WS-FX-TO-CODE
                   ' @ ' WS-FX-RATE-DISPLAY
                DELIMITED BY SIZE INTO WS-FX-DESC
            MOVE WS-CONVERTED-AMOUNT TO WS-CONVERTED-DISPLAY
            DISPLAY 'Conversion: ' WS-FX-DESC
            DISPLAY 'Destination will be credited '
                    WS-CONVERTED-DISPLAY ' ' WS-FX-TO-CODE
        END-IF
    END-IF.

*> One currency's dollars-per-unit rate off the daily table. USD is
*> the base and always resolves to 1.000000 without a record.
LOOKUP-FX-RATE.
    MOVE 'N' TO WS-FX-FOUND-FLAG
    MOVE 1.000000 TO WS-FX-LOOKUP-RATE
    IF WS-FX-LOOKUP-CODE = 'USD'
        MOVE 'Y' TO WS-FX-FOUND-FLAG
    ELSE
        OPEN INPUT FXRATE-FILE
        IF FX-FILE-SUCCESS
            MOVE WS-FX-LOOKUP-CODE TO FX-CURRENCY-CODE
            READ FXRATE-FILE
            IF FX-FILE-SUCCESS
                MOVE FX-RATE-TO-BASE TO WS-FX-LOOKUP-RATE
                MOVE 'Y' TO WS-FX-FOUND-FLAG
            END-IF
            CLOSE FXRATE-FILE
        END-IF
    END-IF.

PROCESS-TRANSFER.
    *> Process FROM account - subtract amount
    SUBTRACT WS-INPUT-AMOUNT FROM ACCOUNT-BALANCE
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    PERFORM RESET-DAY-USAGE-IF-STALE
    ADD WS-INPUT-AMOUNT TO DAY-XFR-USED
    IF SAVINGS-ACCOUNT
        PERFORM BUMP-SAVINGS-CYCLE-COUNT
    END-IF
    PERFORM COMPUTE-AVAILABLE-BALANCE

    REWRITE ACCOUNT-RECORD

    IF FILE-SUCCESS
        MOVE ACCOUNT-BALANCE TO WS-FROM-BALANCE
        PERFORM LOG-TRANSACTION
        IF SAVINGS-ACCOUNT
                AND CYCLE-WDL-COUNT > WS-EFF-SAVINGS-WDL-LIMIT
            PERFORM ASSESS-EXCESS-WITHDRAWAL-FEE
            MOVE ACCOUNT-BALANCE TO WS-FROM-BALANCE
        END-IF

        *> Now process TO account - add amount. Already locked and
        *> loaded by CHECK-TO-ACCOUNT-ACTIVE; restore it with a MOVE
        *> instead of re-reading a record this session already holds.
        MOVE WS-TO-ACCOUNT-RECORD TO ACCOUNT-RECORD
        ADD WS-CONVERTED-AMOUNT TO ACCOUNT-BALANCE
        MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
        PERFORM COMPUTE-AVAILABLE-BALANCE

        REWRITE ACCOUNT-RECORD

        IF FILE-SUCCESS
            MOVE ACCOUNT-BALANCE TO WS-TO-BALANCE
            PERFORM LOG-TRANSFER-IN

            *> Display transfer summary
            DISPLAY ' '
            DISPLAY MSG-TRANSACTION-COMPLETE
            DISPLAY '================================================================='
            DISPLAY '                     TRANSFER SUMMARY'
            DISPLAY '================================================================='
            MOVE WS-FROM-BALANCE TO WS-FROM-BALANCE-DISPLAY
            MOVE WS-TO-BALANCE TO WS-TO-BALANCE-DISPLAY
            MOVE WS-INPUT-AMOUNT TO WS-INPUT-AMOUNT-DISPLAY
            DISPLAY 'Amount Transferred: ' WS-INPUT-AMOUNT-DISPLAY
                    ' ' WS-FX-FROM-CODE
            IF FX-CONVERSION-USED
                MOVE WS-CONVERTED-AMOUNT TO WS-CONVERTED-DISPLAY
                DISPLAY 'Amount Credited:    ' WS-CONVERTED-DISPLAY
                        ' ' WS-FX-TO-CODE
            END-IF
            DISPLAY ' '
            DISPLAY 'FROM Account: ' WS-FROM-ACCOUNT-TEMP
            DISPLAY 'New Balance: $' WS-FROM-BALANCE-DISPLAY
            DISPLAY ' '
            DISPLAY 'TO Account: ' WS-TO-ACCOUNT
            DISPLAY 'New Balance: $' WS-TO-BALANCE-DISPLAY
            DISPLAY '================================================================='
        ELSE
            DISPLAY ERR-FILE-ERROR ' (TO account)'
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR ' (FROM account)'
    END-IF.

CLOSE-ACCOUNT-MODULE.
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND
            IF INACTIVE-ACCOUNT OR DORMANT-ACCOUNT OR ESCHEATED-ACCOUNT
                IF DORMANT-ACCOUNT
                    DISPLAY ERR-ACCOUNT-DORMANT
                ELSE
                    DISPLAY ERR-ACCOUNT-CLOSED
                END-IF
            ELSE
            IF DEBITS-BLOCKED OR CREDITS-BLOCKED
                    OR LEGAL-HOLD-AMOUNT > ZERO
                *> A garnishment or levy must be released on the
                *> blocks screen before the account can close -- the
                *> all-or-nothing closure this refusal replaces is
                *> exactly what the blocks exist to avoid.
                DISPLAY 'ERROR: Account carries a block or legal hold'
                IF LEGAL-HOLD-CASE-REF NOT = SPACES
                    DISPLAY 'Case reference: ' LEGAL-HOLD-CASE-REF
                END-IF
                DISPLAY 'Release it before closing the account.'
            ELSE
                IF ACCOUNT-BALANCE = ZERO
                    MOVE 'I' TO ACCOUNT-STATUS
                    REWRITE ACCOUNT-RECORD
                    IF FILE-SUCCESS
                        MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                        MOVE 'ACCOUNT-STATUS' TO WS-AUDIT-FIELD-NAME
                        MOVE 'A' TO WS-AUDIT-OLD-VALUE
                        MOVE 'I' TO WS-AUDIT-NEW-VALUE
                        PERFORM WRITE-AUDIT-RECORD
                        DISPLAY MSG-ACCOUNT-CLOSED
                    ELSE
                        DISPLAY ERR-FILE-ERROR
                    END-IF
                ELSE
                    IF LOAN-ACCOUNT
                        *> An outstanding loan balance is money owed
                        *> TO the bank -- there is nothing to pay
                        *> out. It must be retired through Loan
                        *> Payment before the account can close.
                        DISPLAY 'ERROR: Loan must be paid off before'
                                ' closing'
                        MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
                        DISPLAY 'Outstanding Balance: $'
                                WS-BALANCE-DISPLAY
                    ELSE
                    IF CD-ACCOUNT
                            AND CD-MATURITY-DATE > WS-CURRENT-DATE
                        *> A balance closeout pays out at par, which
                        *> would drain an unmatured CD past the
                        *> early-withdrawal penalty the Withdrawal
                        *> screen assesses -- the two paths must not
                        *> disagree on penalty policy.
                        DISPLAY 'ERROR: CD has not matured (matures '
                                CD-MATURITY-DATE ').'
                        DISPLAY 'Withdraw it through the Withdrawal'
                                ' screen first -- the early-'
                        DISPLAY 'withdrawal penalty applies there --'
                                ' then close the account.'
                    ELSE
                    IF ACCOUNT-BALANCE > ZERO
                        MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
                        DISPLAY 'Account still holds $' WS-BALANCE-DISPLAY
                        MOVE 'CLOSE ACCOUNT WITH BALANCE'
                            TO WS-APPROVAL-REASON
                        PERFORM REQUEST-SUPERVISOR-APPROVAL
                        IF APPROVAL-GRANTED
                            PERFORM CLOSE-ACCOUNT-WITH-PAYOUT
                        END-IF
                    ELSE
                        DISPLAY 'ERROR: Account is overdrawn and cannot'
                                ' be closed'
                        MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
                        DISPLAY 'Current Balance: $' WS-BALANCE-DISPLAY
                    END-IF
                    END-IF
                    END-IF
                END-IF
            END-IF
            END-IF
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> Supervisor-approved closure of an account that still carries a
*> balance: the remaining funds are paid out as a 'W' withdrawal
*> (logged with both IDs, so the money trail and the closure share the
*> approver), the status flips to 'I' in the same REWRITE, and the
*> status change is audited. Runs only after REQUEST-SUPERVISOR-
*> APPROVAL has granted -- a single teller still cannot do this alone.
CLOSE-ACCOUNT-WITH-PAYOUT.
    MOVE ACCOUNT-BALANCE TO WS-CLOSEOUT-AMOUNT
    MOVE WS-CLOSEOUT-AMOUNT TO WS-INPUT-AMOUNT
    MOVE ZERO TO ACCOUNT-BALANCE
    MOVE 'I' TO ACCOUNT-STATUS
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    MOVE ZERO TO HOLD-AMOUNT
    MOVE SPACES TO HOLD-RELEASE-DATE
    PERFORM COMPUTE-AVAILABLE-BALANCE

    REWRITE ACCOUNT-RECORD
    IF FILE-SUCCESS
        MOVE ZERO TO WS-TO-ACCOUNT
        MOVE 'ACCOUNT CLOSEOUT PAYOUT' TO WS-INPUT-MEMO
        MOVE 4 TO WS-MENU-CHOICE
        PERFORM LOG-TRANSACTION
        MOVE 6 TO WS-MENU-CHOICE
        MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
        MOVE 'ACCOUNT-STATUS' TO WS-AUDIT-FIELD-NAME
        MOVE 'A' TO WS-AUDIT-OLD-VALUE
        MOVE 'I' TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
        MOVE WS-CLOSEOUT-AMOUNT TO WS-INPUT-AMOUNT-DISPLAY
        DISPLAY MSG-ACCOUNT-CLOSED
        DISPLAY 'Closeout payout: $' WS-INPUT-AMOUNT-DISPLAY
        PERFORM ISSUE-CLOSEOUT-CHECK
    ELSE
        DISPLAY ERR-FILE-ERROR
    END-IF.

*> The closeout payout leaves as an official check on the register,
*> not an untracked cash figure -- the same 'W' already posted the
*> money out; this records the instrument it left on.
ISSUE-CLOSEOUT-CHECK.
    OPEN I-O OFFCHECK-FILE
    IF NOT OFFCHECK-FILE-SUCCESS
        OPEN OUTPUT OFFCHECK-FILE
        CLOSE OFFCHECK-FILE
        OPEN I-O OFFCHECK-FILE
    END-IF
    IF OFFCHECK-FILE-SUCCESS
        MOVE SPACES TO WS-OFC-PAYEE
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
            INTO WS-OFC-PAYEE
        MOVE WS-CLOSEOUT-AMOUNT TO WS-OFC-AMOUNT
        MOVE ACCOUNT-NUMBER TO WS-OFC-PURCHASE-ACCT
        PERFORM GET-NEXT-CHECK-SERIAL
        MOVE WS-OFC-SERIAL TO OFC-SERIAL
        MOVE WS-CURRENT-DATE TO OFC-ISSUE-DATE
        MOVE WS-OFC-PAYEE TO OFC-PAYEE
        MOVE WS-OFC-AMOUNT TO OFC-AMOUNT
        MOVE ZERO TO OFC-FEE
        MOVE WS-OFC-PURCHASE-ACCT TO OFC-PURCHASE-ACCOUNT
        MOVE WS-CURRENT-TELLER-ID TO OFC-ISSUED-BY
        MOVE 'O' TO OFC-STATUS
        MOVE SPACES TO OFC-PAID-DATE
        WRITE OFFCHECK-RECORD
        IF OFFCHECK-FILE-SUCCESS
            DISPLAY 'Payout issued as official check, serial '
                    WS-OFC-SERIAL
        ELSE
            DISPLAY ERR-FILE-ERROR ' (check register)'
        END-IF
        CLOSE OFFCHECK-FILE
    ELSE
        DISPLAY ERR-FILE-ERROR ' (check register)'
    END-IF.

*> Lets a teller update a live account's contact details (and, subject
*> to business rules, its account type) after it has already been
*> opened -- the only other place HOLDER-ADDRESS/HOLDER-PHONE are ever
*> written is CREATE-NEW-ACCOUNT's initial WRITE.
MAINTAIN-ACCOUNT-MODULE.
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND
            EVALUATE TRUE
                WHEN INACTIVE-ACCOUNT OR ESCHEATED-ACCOUNT
                    DISPLAY ERR-ACCOUNT-CLOSED
                    PERFORM RELEASE-ACCOUNT-LOCK
                WHEN DORMANT-ACCOUNT
                    PERFORM REACTIVATE-DORMANT-ACCOUNT
                WHEN OTHER
                    PERFORM DISPLAY-CURRENT-ACCOUNT-DETAILS
                    PERFORM PROMPT-MAINTENANCE-UPDATES
                    PERFORM APPLY-MAINTENANCE-UPDATES
            END-EVALUATE
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> The documented reactivation step for a dormant account -- the only
*> door back to 'A' once the dormancy batch has flagged inactivity.
*> The teller confirms the customer contact that justifies waking the
*> account, and the status flip is recorded on the audit trail with
*> the confirmation text as the documentation an examiner will ask
*> for. Until this runs, every posting path refuses the account.
REACTIVATE-DORMANT-ACCOUNT.
    DISPLAY ' '
    DISPLAY 'This account is DORMANT (no activity since '
            LAST-TRANSACTION-DATE ').'
    DISPLAY 'Reactivation requires documented customer contact.'
    DISPLAY 'Describe the contact (blank to cancel): ' WITH NO ADVANCING
    ACCEPT WS-REACTIVATION-NOTE

    IF WS-REACTIVATION-NOTE = SPACES
        DISPLAY 'Reactivation cancelled.'
        PERFORM RELEASE-ACCOUNT-LOCK
    ELSE
        MOVE 'A' TO ACCOUNT-STATUS
        PERFORM GET-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
        REWRITE ACCOUNT-RECORD
        IF FILE-SUCCESS
            MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
            MOVE 'ACCOUNT-STATUS' TO WS-AUDIT-FIELD-NAME
            MOVE 'D' TO WS-AUDIT-OLD-VALUE
            STRING 'A - ' WS-REACTIVATION-NOTE
                DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY 'SUCCESS: Account reactivated'
        ELSE
            DISPLAY ERR-FILE-ERROR
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

DISPLAY-CURRENT-ACCOUNT-DETAILS.
    DISPLAY ' '
    DISPLAY 'Current Address: ' HOLDER-ADDRESS
    DISPLAY 'Current Phone:   ' HOLDER-PHONE
    DISPLAY 'Current Type:    ' ACCOUNT-TYPE
    DISPLAY 'Current Product: ' PRODUCT-CODE
    MOVE DAILY-WDL-LIMIT TO WS-DAY-LIMIT-DISPLAY
    DISPLAY 'Daily Withdrawal Limit: $' WS-DAY-LIMIT-DISPLAY
            ' (0 = product/bank default)'
    MOVE DAILY-XFR-LIMIT TO WS-DAY-LIMIT-DISPLAY
    DISPLAY 'Daily Transfer Limit:   $' WS-DAY-LIMIT-DISPLAY
            ' (0 = product/bank default)'
    DISPLAY ' '.

*> Blank answers leave the corresponding field unchanged -- only a
*> non-blank phone number goes through the same digit-count validation
*> CREATE-ACCOUNT-MODULE uses. Account type can only be flipped between
*> CHECKING and SAVINGS here; a certificate of deposit has a locked-in
*> term and rate that make retyping it a different product action, not
*> a maintenance edit, so that case is refused outright.
PROMPT-MAINTENANCE-UPDATES.
    MOVE SPACES TO WS-INPUT-ADDRESS
    DISPLAY 'New Address (blank to keep current): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-ADDRESS

    MOVE SPACES TO WS-INPUT-PHONE
    DISPLAY 'New Phone Number (blank to keep current): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-PHONE
    IF WS-INPUT-PHONE NOT = SPACES
        PERFORM COUNT-PHONE-DIGITS
        PERFORM UNTIL WS-PHONE-DIGIT-COUNT = 10
            DISPLAY 'ERROR: Phone number must contain exactly 10 digits.'
            DISPLAY 'New Phone Number: ' WITH NO ADVANCING
            ACCEPT WS-INPUT-PHONE
            PERFORM COUNT-PHONE-DIGITS
        END-PERFORM
    END-IF

    MOVE SPACES TO WS-INPUT-ACCOUNT-TYPE
    IF CD-ACCOUNT
        DISPLAY 'Certificate-of-deposit accounts cannot be retyped here.'
    ELSE
        DISPLAY 'New Account Type -- C-Checking, S-Savings'
                ' (blank to keep current): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-ACCOUNT-TYPE
        PERFORM UNTIL WS-INPUT-ACCOUNT-TYPE = SPACES
                OR WS-INPUT-ACCOUNT-TYPE = 'C' OR 'S'
            DISPLAY 'ERROR: Account type must be C or S.'
            DISPLAY 'New Account Type -- C-Checking, S-Savings'
                    ' (blank to keep current): ' WITH NO ADVANCING
            ACCEPT WS-INPUT-ACCOUNT-TYPE
        END-PERFORM
    END-IF

    *> A retyped account cannot keep a product built for its old
    *> type, so the product is picked again for the new one.
    MOVE 'N' TO WS-PRODUCT-CHANGE-FLAG
    MOVE SPACES TO WS-INPUT-PRODUCT
    IF WS-INPUT-ACCOUNT-TYPE NOT = SPACES
            AND WS-INPUT-ACCOUNT-TYPE NOT = ACCOUNT-TYPE
        MOVE WS-INPUT-ACCOUNT-TYPE TO WS-PRD-CHECK-TYPE
        DISPLAY 'Product code for the new type (blank for the'
                ' standard terms): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-PRODUCT
        SET PRODUCT-CHANGED TO TRUE
    ELSE
        MOVE ACCOUNT-TYPE TO WS-PRD-CHECK-TYPE
        DISPLAY 'New product code (blank to keep current, * for the'
                ' standard terms): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-PRODUCT
        IF WS-INPUT-PRODUCT NOT = SPACES
            SET PRODUCT-CHANGED TO TRUE
        END-IF
        IF WS-INPUT-PRODUCT = '*'
            MOVE SPACES TO WS-INPUT-PRODUCT
        END-IF
    END-IF
    PERFORM VALIDATE-PRODUCT-CODE
    PERFORM UNTIL PRODUCT-CODE-GOOD
        DISPLAY 'ERROR: Not an active product for account type '
                WS-PRD-CHECK-TYPE '.'
        DISPLAY 'Product code (blank for the standard terms): '
                WITH NO ADVANCING
        MOVE SPACES TO WS-INPUT-PRODUCT
        ACCEPT WS-INPUT-PRODUCT
        PERFORM VALIDATE-PRODUCT-CODE
    END-PERFORM

    MOVE SPACES TO WS-INPUT-DELIVERY-PREF
    DISPLAY 'Statement delivery -- M-Mail, E-E-statement,'
            ' H-Hold at branch (blank to keep current): '
            WITH NO ADVANCING
    ACCEPT WS-INPUT-DELIVERY-PREF
    PERFORM UNTIL WS-INPUT-DELIVERY-PREF = SPACES
            OR WS-INPUT-DELIVERY-PREF = 'M' OR 'E' OR 'H'
        DISPLAY 'ERROR: Delivery must be M, E or H.'
        DISPLAY 'Statement delivery (M/E/H, blank to keep): '
                WITH NO ADVANCING
        ACCEPT WS-INPUT-DELIVERY-PREF
    END-PERFORM

    *> A new address clears the returned-mail flag by itself, so the
    *> question is only put when the address is being kept.
    MOVE SPACES TO WS-INPUT-RETURNED-MAIL
    IF WS-INPUT-ADDRESS = SPACES
        DISPLAY 'Mail returned undeliverable? Y-Hold mail, N-Address'
                ' confirmed (blank to keep current): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-RETURNED-MAIL
        PERFORM UNTIL WS-INPUT-RETURNED-MAIL = SPACES
                OR WS-INPUT-RETURNED-MAIL = 'Y' OR 'N'
            DISPLAY 'ERROR: Returned mail must be Y or N.'
            DISPLAY 'Mail returned (Y/N, blank to keep): '
                    WITH NO ADVANCING
            ACCEPT WS-INPUT-RETURNED-MAIL
        END-PERFORM
    END-IF

    MOVE SPACES TO WS-INPUT-LIMIT-CHANGE
    DISPLAY 'Change daily limits? Y/N: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-LIMIT-CHANGE
    IF WS-INPUT-LIMIT-CHANGE = 'Y'
        DISPLAY 'Daily withdrawal limit (0 for bank default): $'
                WITH NO ADVANCING
        ACCEPT WS-INPUT-DAY-WDL-LIMIT
        DISPLAY 'Daily transfer limit (0 for bank default): $'
                WITH NO ADVANCING
        ACCEPT WS-INPUT-DAY-XFR-LIMIT
    END-IF.

*> Overdraft protection (LINKED-ACCOUNT-NUMBER) is a checking-only
*> concept, so converting out of checking drops it rather than leaving
*> a dangling link a savings account can never use.
*>
*> An address or phone change is a customer-level fact, not an
*> account-level one, so after the picked account is rewritten the
*> same change lands once on the customer master and is fanned back
*> out to the holder copies on every other account carrying this tax
*> ID -- the old behavior of updating only the one account the teller
*> picked is what left a customer's three accounts with three
*> divergent addresses.
APPLY-MAINTENANCE-UPDATES.
    MOVE HOLDER-TAX-ID TO WS-MAINT-TAX-ID
    MOVE ACCOUNT-NUMBER TO WS-MAINT-ACCOUNT-NUM
    MOVE HOLDER-ADDRESS TO WS-AUDIT-OLD-ADDRESS
    MOVE HOLDER-PHONE TO WS-AUDIT-OLD-PHONE
    MOVE ACCOUNT-TYPE TO WS-AUDIT-OLD-TYPE
    MOVE DAILY-WDL-LIMIT TO WS-MAINT-OLD-WDL-LIMIT
    MOVE DAILY-XFR-LIMIT TO WS-MAINT-OLD-XFR-LIMIT
    MOVE PRODUCT-CODE TO WS-PRD-OLD-CODE

    IF WS-INPUT-ADDRESS NOT = SPACES
        MOVE WS-INPUT-ADDRESS TO HOLDER-ADDRESS
    END-IF
    IF WS-INPUT-PHONE NOT = SPACES
        MOVE WS-INPUT-PHONE TO HOLDER-PHONE
    END-IF
    IF WS-INPUT-ACCOUNT-TYPE NOT = SPACES
        MOVE WS-INPUT-ACCOUNT-TYPE TO ACCOUNT-TYPE
        IF NOT CHECKING-ACCOUNT
            MOVE ZERO TO LINKED-ACCOUNT-NUMBER
        END-IF
    END-IF
    IF WS-INPUT-LIMIT-CHANGE = 'Y'
        MOVE WS-INPUT-DAY-WDL-LIMIT TO DAILY-WDL-LIMIT
        MOVE WS-INPUT-DAY-XFR-LIMIT TO DAILY-XFR-LIMIT
    END-IF
    IF PRODUCT-CHANGED
        MOVE WS-INPUT-PRODUCT TO PRODUCT-CODE
    END-IF

    REWRITE ACCOUNT-RECORD
    IF FILE-SUCCESS
        PERFORM AUDIT-MAINTENANCE-CHANGES
        IF WS-INPUT-ADDRESS NOT = SPACES
                OR WS-INPUT-PHONE NOT = SPACES
                OR WS-INPUT-DELIVERY-PREF NOT = SPACES
                OR WS-INPUT-RETURNED-MAIL NOT = SPACES
            PERFORM UPDATE-CUSTOMER-MASTER
            PERFORM SYNC-HOLDER-COPIES
        END-IF
        DISPLAY 'SUCCESS: Account details updated'
    ELSE
        DISPLAY ERR-FILE-ERROR
    END-IF
    PERFORM RELEASE-ACCOUNT-LOCK.

*> One audit image per field the maintenance screen actually changed,
*> written only once the REWRITE has landed -- an update that failed
*> never happened, so it leaves no trail.
AUDIT-MAINTENANCE-CHANGES.
    MOVE WS-MAINT-ACCOUNT-NUM TO WS-AUDIT-ACCOUNT
    IF WS-INPUT-ADDRESS NOT = SPACES
        MOVE 'HOLDER-ADDRESS' TO WS-AUDIT-FIELD-NAME
        MOVE WS-AUDIT-OLD-ADDRESS TO WS-AUDIT-OLD-VALUE
        MOVE WS-INPUT-ADDRESS TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF WS-INPUT-PHONE NOT = SPACES
        MOVE 'HOLDER-PHONE' TO WS-AUDIT-FIELD-NAME
        MOVE WS-AUDIT-OLD-PHONE TO WS-AUDIT-OLD-VALUE
        MOVE WS-INPUT-PHONE TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF WS-INPUT-ACCOUNT-TYPE NOT = SPACES
            AND WS-INPUT-ACCOUNT-TYPE NOT = WS-AUDIT-OLD-TYPE
        MOVE 'ACCOUNT-TYPE' TO WS-AUDIT-FIELD-NAME
        MOVE WS-AUDIT-OLD-TYPE TO WS-AUDIT-OLD-VALUE
        MOVE WS-INPUT-ACCOUNT-TYPE TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF WS-INPUT-DELIVERY-PREF NOT = SPACES
        MOVE 'DELIVERY-PREF' TO WS-AUDIT-FIELD-NAME
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
        MOVE WS-INPUT-DELIVERY-PREF TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF DAILY-WDL-LIMIT NOT = WS-MAINT-OLD-WDL-LIMIT
        MOVE 'DAILY-WDL-LIMIT' TO WS-AUDIT-FIELD-NAME
        MOVE WS-MAINT-OLD-WDL-LIMIT TO WS-DAY-LIMIT-DISPLAY
        MOVE WS-DAY-LIMIT-DISPLAY TO WS-AUDIT-OLD-VALUE
        MOVE DAILY-WDL-LIMIT TO WS-DAY-LIMIT-DISPLAY
        MOVE WS-DAY-LIMIT-DISPLAY TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF DAILY-XFR-LIMIT NOT = WS-MAINT-OLD-XFR-LIMIT
        MOVE 'DAILY-XFR-LIMIT' TO WS-AUDIT-FIELD-NAME
        MOVE WS-MAINT-OLD-XFR-LIMIT TO WS-DAY-LIMIT-DISPLAY
        MOVE WS-DAY-LIMIT-DISPLAY TO WS-AUDIT-OLD-VALUE
        MOVE DAILY-XFR-LIMIT TO WS-DAY-LIMIT-DISPLAY
        MOVE WS-DAY-LIMIT-DISPLAY TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF PRODUCT-CODE NOT = WS-PRD-OLD-CODE
        MOVE 'PRODUCT-CODE' TO WS-AUDIT-FIELD-NAME
        MOVE WS-PRD-OLD-CODE TO WS-AUDIT-OLD-VALUE
        MOVE PRODUCT-CODE TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF.

*> Applies the maintenance change to the one customer master record so
*> the CIF stays the single source of truth for contact details. The
*> returned-mail flag goes with the address it was raised against: a
*> new address clears it, and the teller can set or clear it by hand
*> when the address is kept.
UPDATE-CUSTOMER-MASTER.
    MOVE WS-MAINT-TAX-ID TO CUST-TAX-ID
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ CUSTOMER-FILE WITH LOCK
    PERFORM UNTIL NOT CUST-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ CUSTOMER-FILE WITH LOCK
    END-PERFORM
    IF CUST-FILE-SUCCESS
        IF WS-INPUT-ADDRESS NOT = SPACES
            MOVE WS-INPUT-ADDRESS TO CUST-ADDRESS
        END-IF
        IF WS-INPUT-PHONE NOT = SPACES
            MOVE WS-INPUT-PHONE TO CUST-PHONE
        END-IF
        IF WS-INPUT-DELIVERY-PREF NOT = SPACES
            MOVE WS-INPUT-DELIVERY-PREF TO CUST-DELIVERY-PREF
        END-IF
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
        MOVE SPACES TO WS-AUDIT-NEW-VALUE
        EVALUATE TRUE
            WHEN WS-INPUT-ADDRESS NOT = SPACES AND CUST-MAIL-RETURNED
            WHEN WS-INPUT-RETURNED-MAIL = 'N' AND CUST-MAIL-RETURNED
                STRING 'Y ' CUST-RETURNED-MAIL-DATE
                    DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
                MOVE 'N' TO CUST-RETURNED-MAIL-FLAG
                MOVE SPACES TO CUST-RETURNED-MAIL-DATE
                STRING 'N ' CUST-TAX-ID
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            WHEN WS-INPUT-RETURNED-MAIL = 'Y' AND NOT CUST-MAIL-RETURNED
                PERFORM GET-CURRENT-DATE-TIME
                MOVE 'N' TO WS-AUDIT-OLD-VALUE
                MOVE 'Y' TO CUST-RETURNED-MAIL-FLAG
                MOVE WS-CURRENT-DATE TO CUST-RETURNED-MAIL-DATE
                STRING 'Y ' CUST-TAX-ID ' ' CUST-RETURNED-MAIL-DATE
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
        END-EVALUATE
        REWRITE CUSTOMER-RECORD
        IF NOT CUST-FILE-SUCCESS
            DISPLAY ERR-FILE-ERROR ' (customer master)'
        ELSE
            IF WS-AUDIT-NEW-VALUE NOT = SPACES
                MOVE WS-MAINT-ACCOUNT-NUM TO WS-AUDIT-ACCOUNT
                MOVE 'RETURNED-MAIL' TO WS-AUDIT-FIELD-NAME
                PERFORM WRITE-AUDIT-RECORD
                IF CUST-MAIL-RETURNED
                    DISPLAY 'NOTE: Mail for this customer is now held.'
                ELSE
                    DISPLAY 'NOTE: Returned-mail hold cleared.'
                END-IF
            END-IF
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR ' (customer master)'
    END-IF.

*> Fans the contact-detail change out to the holder copies on every
*> other account carrying this customer's tax ID. Each pass collects
*> up to a table's worth of matching account numbers (the maintained
*> account is already done), then re-reads each by key under a lock
*> and rewrites it, the same READ ... WITH LOCK / retry shape every
*> other update path uses; a full table means there may be more
*> matches past it, so the scan resumes after the last key collected
*> until a pass comes back short.
SYNC-HOLDER-COPIES.
    MOVE ZERO TO WS-SWEEP-RESUME-NUM
    PERFORM SYNC-HOLDER-COPIES-PASS
    PERFORM UNTIL WS-SWEEP-COUNT < 20
        PERFORM SYNC-HOLDER-COPIES-PASS
    END-PERFORM.

SYNC-HOLDER-COPIES-PASS.
    MOVE ZERO TO WS-SWEEP-COUNT
    MOVE WS-SWEEP-RESUME-NUM TO ACCOUNT-NUMBER
    START ACCOUNT-FILE KEY > ACCOUNT-NUMBER
    IF FILE-SUCCESS
        PERFORM READ-NEXT-ACCOUNT
        PERFORM UNTIL FILE-AT-END OR WS-SWEEP-COUNT >= 20
            IF HOLDER-TAX-ID = WS-MAINT-TAX-ID
                    AND ACCOUNT-NUMBER NOT = WS-MAINT-ACCOUNT-NUM
                ADD 1 TO WS-SWEEP-COUNT
                MOVE ACCOUNT-NUMBER
                    TO WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-COUNT)
            END-IF
            MOVE ACCOUNT-NUMBER TO WS-SWEEP-RESUME-NUM
            PERFORM READ-NEXT-ACCOUNT
        END-PERFORM
    END-IF

    PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
            UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
        PERFORM SYNC-ONE-HOLDER-COPY
    END-PERFORM.

SYNC-ONE-HOLDER-COPY.
    MOVE WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX) TO ACCOUNT-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ ACCOUNT-FILE WITH LOCK
    PERFORM UNTIL NOT FILE-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ ACCOUNT-FILE WITH LOCK
    END-PERFORM
    IF FILE-SUCCESS
        IF WS-INPUT-ADDRESS NOT = SPACES
            MOVE WS-INPUT-ADDRESS TO HOLDER-ADDRESS
        END-IF
        IF WS-INPUT-PHONE NOT = SPACES
            MOVE WS-INPUT-PHONE TO HOLDER-PHONE
        END-IF
        REWRITE ACCOUNT-RECORD
        IF NOT FILE-SUCCESS
            DISPLAY ERR-FILE-ERROR ' (account '
                    WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX) ')'
        END-IF
    ELSE
        DISPLAY 'WARNING: Could not sync account '
                WS-SWEEP-ACCOUNT-NUM(WS-SWEEP-IDX)
                ' -- update it manually.'
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF.

*> Places and releases the account-level blocks a court order or a
*> sanctions review demands: a no-debits flag (garnishment), a
*> no-credits flag, and a frozen legal-hold amount carried with its
*> case reference and subtracted from AVAILABLE-BALANCE wherever
*> COMPUTE-AVAILABLE-BALANCE runs. Placing a block is a single-teller
*> action (the order is the authority); LIFTING one goes through
*> supervisor approval, because a released hold is money out the door.
*> Every change lands on the audit trail with its before/after image.
ACCOUNT-BLOCKS-MODULE.
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND
            IF INACTIVE-ACCOUNT OR ESCHEATED-ACCOUNT
                DISPLAY ERR-ACCOUNT-CLOSED
                PERFORM RELEASE-ACCOUNT-LOCK
            ELSE
                PERFORM DISPLAY-CURRENT-BLOCK-STATE
                PERFORM PROMPT-BLOCK-UPDATES
                IF BLOCK-CHANGES-MADE
                    PERFORM APPLY-BLOCK-UPDATES
                ELSE
                    DISPLAY 'No changes made.'
                    PERFORM RELEASE-ACCOUNT-LOCK
                END-IF
            END-IF
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

DISPLAY-CURRENT-BLOCK-STATE.
    DISPLAY ' '
    DISPLAY 'Debit Block:  ' BLOCK-DEBITS-FLAG
    DISPLAY 'Credit Block: ' BLOCK-CREDITS-FLAG
    IF ESTATE-FROZEN
        DISPLAY 'Estate Freeze: Y (holder deceased)'
    END-IF
    MOVE LEGAL-HOLD-AMOUNT TO WS-LEGAL-HOLD-DISPLAY
    DISPLAY 'Legal Hold:   $' WS-LEGAL-HOLD-DISPLAY
    IF LEGAL-HOLD-CASE-REF NOT = SPACES
        DISPLAY 'Case Ref:     ' LEGAL-HOLD-CASE-REF
    END-IF
    IF LEGAL-HOLD-AMOUNT > ZERO
        DISPLAY '(Holds for levy and garnishment orders are placed and'
                ' lifted'
        DISPLAY ' through option 23 -- change only hand-keyed holds'
                ' here.)'
    END-IF
    DISPLAY ' '.

*> Blank answers keep the current setting, matching the maintenance
*> screen's convention. The record buffer is updated in place; if the
*> release approval below is denied, APPLY-BLOCK-UPDATES restores the
*> old images instead of rewriting.
PROMPT-BLOCK-UPDATES.
    SET NO-BLOCK-CHANGES TO TRUE
    MOVE 'N' TO WS-BLOCK-RELEASE-FLAG
    MOVE BLOCK-DEBITS-FLAG TO WS-BLOCK-OLD-DEBITS
    MOVE BLOCK-CREDITS-FLAG TO WS-BLOCK-OLD-CREDITS
    MOVE LEGAL-HOLD-AMOUNT TO WS-BLOCK-OLD-HOLD-AMT
    MOVE LEGAL-HOLD-CASE-REF TO WS-BLOCK-OLD-CASE

    MOVE SPACES TO WS-INPUT-BLOCK-DEBITS
    DISPLAY 'Block debits? Y/N (blank to keep): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-BLOCK-DEBITS
    *> The estate freeze's debit block lifts only through the payout
    *> on the Deceased Customers screen, which closes the account.
    IF WS-INPUT-BLOCK-DEBITS = 'N' AND ESTATE-FROZEN
        DISPLAY 'The debit block is held by the estate freeze --'
                ' it stays on.'
        MOVE SPACES TO WS-INPUT-BLOCK-DEBITS
    END-IF
    IF (WS-INPUT-BLOCK-DEBITS = 'Y' OR 'N')
            AND WS-INPUT-BLOCK-DEBITS NOT = BLOCK-DEBITS-FLAG
        MOVE WS-INPUT-BLOCK-DEBITS TO BLOCK-DEBITS-FLAG
        SET BLOCK-CHANGES-MADE TO TRUE
        IF WS-INPUT-BLOCK-DEBITS = 'N'
            SET BLOCK-RELEASE-KEYED TO TRUE
        END-IF
    END-IF

    MOVE SPACES TO WS-INPUT-BLOCK-CREDITS
    DISPLAY 'Block credits? Y/N (blank to keep): ' WITH NO ADVANCING
    ACCEPT WS-INPUT-BLOCK-CREDITS
    IF (WS-INPUT-BLOCK-CREDITS = 'Y' OR 'N')
            AND WS-INPUT-BLOCK-CREDITS NOT = BLOCK-CREDITS-FLAG
        MOVE WS-INPUT-BLOCK-CREDITS TO BLOCK-CREDITS-FLAG
        SET BLOCK-CHANGES-MADE TO TRUE
        IF WS-INPUT-BLOCK-CREDITS = 'N'
            SET BLOCK-RELEASE-KEYED TO TRUE
        END-IF
    END-IF

    MOVE SPACES TO WS-INPUT-HOLD-CHANGE
    DISPLAY 'Change legal hold? Y/N: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-HOLD-CHANGE
    IF WS-INPUT-HOLD-CHANGE = 'Y'
        PERFORM PROMPT-LEGAL-HOLD-UPDATE
    END-IF.

PROMPT-LEGAL-HOLD-UPDATE.
    DISPLAY 'Legal hold amount (0 to release): $' WITH NO ADVANCING
    ACCEPT WS-INPUT-AMOUNT
    IF WS-INPUT-AMOUNT NOT = LEGAL-HOLD-AMOUNT
        SET BLOCK-CHANGES-MADE TO TRUE
        IF WS-INPUT-AMOUNT < LEGAL-HOLD-AMOUNT
            SET BLOCK-RELEASE-KEYED TO TRUE
        END-IF
        MOVE WS-INPUT-AMOUNT TO LEGAL-HOLD-AMOUNT
    END-IF

    IF LEGAL-HOLD-AMOUNT > ZERO
        MOVE SPACES TO WS-INPUT-LEGAL-CASE
        DISPLAY 'Case reference (blank to keep): ' WITH NO ADVANCING
        ACCEPT WS-INPUT-LEGAL-CASE
        PERFORM UNTIL WS-INPUT-LEGAL-CASE NOT = SPACES
                OR LEGAL-HOLD-CASE-REF NOT = SPACES
            DISPLAY 'A legal hold requires a case reference.'
            DISPLAY 'Case reference: ' WITH NO ADVANCING
            ACCEPT WS-INPUT-LEGAL-CASE
        END-PERFORM
        IF WS-INPUT-LEGAL-CASE NOT = SPACES
                AND WS-INPUT-LEGAL-CASE NOT = LEGAL-HOLD-CASE-REF
            MOVE WS-INPUT-LEGAL-CASE TO LEGAL-HOLD-CASE-REF
            SET BLOCK-CHANGES-MADE TO TRUE
        END-IF
    ELSE
        IF LEGAL-HOLD-CASE-REF NOT = SPACES
            MOVE SPACES TO LEGAL-HOLD-CASE-REF
        END-IF
    END-IF.

APPLY-BLOCK-UPDATES.
    IF BLOCK-RELEASE-KEYED
        MOVE 'RELEASE ACCOUNT BLOCK / LEGAL HOLD'
            TO WS-APPROVAL-REASON
        PERFORM REQUEST-SUPERVISOR-APPROVAL
    END-IF

    IF APPROVAL-GRANTED
        PERFORM GET-CURRENT-DATE-TIME
        PERFORM COMPUTE-AVAILABLE-BALANCE
        REWRITE ACCOUNT-RECORD
        IF FILE-SUCCESS
            PERFORM AUDIT-BLOCK-CHANGES
            DISPLAY 'SUCCESS: Account blocks updated'
        ELSE
            DISPLAY ERR-FILE-ERROR
        END-IF
    ELSE
        MOVE WS-BLOCK-OLD-DEBITS TO BLOCK-DEBITS-FLAG
        MOVE WS-BLOCK-OLD-CREDITS TO BLOCK-CREDITS-FLAG
        MOVE WS-BLOCK-OLD-HOLD-AMT TO LEGAL-HOLD-AMOUNT
        MOVE WS-BLOCK-OLD-CASE TO LEGAL-HOLD-CASE-REF
    END-IF
    PERFORM RELEASE-ACCOUNT-LOCK.

*> One audit image per field actually changed, written only after the
*> REWRITE has landed -- same discipline as AUDIT-MAINTENANCE-CHANGES.
*> An approved release gets one extra record naming the approver, so
*> the trail shows who lifted the order as well as who keyed it.
AUDIT-BLOCK-CHANGES.
    MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
    IF BLOCK-DEBITS-FLAG NOT = WS-BLOCK-OLD-DEBITS
        MOVE 'BLOCK-DEBITS-FLAG' TO WS-AUDIT-FIELD-NAME
        MOVE WS-BLOCK-OLD-DEBITS TO WS-AUDIT-OLD-VALUE
        MOVE BLOCK-DEBITS-FLAG TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF BLOCK-CREDITS-FLAG NOT = WS-BLOCK-OLD-CREDITS
        MOVE 'BLOCK-CREDITS-FLAG' TO WS-AUDIT-FIELD-NAME
        MOVE WS-BLOCK-OLD-CREDITS TO WS-AUDIT-OLD-VALUE
        MOVE BLOCK-CREDITS-FLAG TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF LEGAL-HOLD-AMOUNT NOT = WS-BLOCK-OLD-HOLD-AMT
        MOVE 'LEGAL-HOLD-AMOUNT' TO WS-AUDIT-FIELD-NAME
        MOVE WS-BLOCK-OLD-HOLD-AMT TO WS-LEGAL-HOLD-DISPLAY
        MOVE WS-LEGAL-HOLD-DISPLAY TO WS-AUDIT-OLD-VALUE
        MOVE LEGAL-HOLD-AMOUNT TO WS-LEGAL-HOLD-DISPLAY
        MOVE WS-LEGAL-HOLD-DISPLAY TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF LEGAL-HOLD-CASE-REF NOT = WS-BLOCK-OLD-CASE
        MOVE 'LEGAL-HOLD-CASE-REF' TO WS-AUDIT-FIELD-NAME
        MOVE WS-BLOCK-OLD-CASE TO WS-AUDIT-OLD-VALUE
        MOVE LEGAL-HOLD-CASE-REF TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    IF BLOCK-RELEASE-KEYED
            AND WS-APPROVAL-SUPERVISOR-ID NOT = SPACES
        MOVE 'RELEASE-APPROVED-BY' TO WS-AUDIT-FIELD-NAME
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
        MOVE WS-APPROVAL-SUPERVISOR-ID TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
    END-IF.

*> Lets a teller correct a mis-keyed deposit, withdrawal, or single
*> transfer leg by posting an offsetting 'R' entry and restoring
*> ACCOUNT-BALANCE to what it was before the original posting, instead
*> of the old workaround of a second unrelated manual deposit/
*> withdrawal that DISPLAY-TRANSACTION-HISTORY could never link back to
*> the mistake. 'N' and 'F' postings are batch/system-generated (not a
*> teller keying error) and 'R' postings are themselves already a
*> correction, so none of those three are reversible here. Neither is
*> an 'E' escrow posting: it moves the loan master's escrow balance,
*> not ACCOUNT-BALANCE, so an 'R' against it would unbalance the loan.
REVERSE-TRANSACTION-MODULE.
    DISPLAY ' '
    DISPLAY 'Enter Transaction ID to reverse: ' WITH NO ADVANCING
    ACCEPT WS-INPUT-TRANS-ID

    PERFORM READ-TRANSACTION-BY-ID

    IF REVERSAL-TRANS-FOUND
        IF WS-REVERSAL-ORIG-TYPE = 'R' OR 'N' OR 'F' OR 'E'
            DISPLAY 'ERROR: This transaction type cannot be reversed'
        ELSE
            SET APPROVAL-GRANTED TO TRUE
            IF WS-REVERSAL-ORIG-AMOUNT > WS-APPROVAL-REVERSAL-LIMIT
                MOVE 'REVERSAL OVER LIMIT' TO WS-APPROVAL-REASON
                PERFORM REQUEST-SUPERVISOR-APPROVAL
            END-IF
            IF APPROVAL-GRANTED
                PERFORM PROCESS-APPROVED-REVERSAL
            END-IF
        END-IF
    ELSE
        DISPLAY 'ERROR: Transaction not found'
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

PROCESS-APPROVED-REVERSAL.
    PERFORM DETERMINE-REVERSAL-ACCOUNT
    MOVE WS-REVERSAL-ACCOUNT TO WS-INPUT-ACCOUNT
    PERFORM READ-ACCOUNT-RECORD

    IF ACCOUNT-FOUND
        IF INACTIVE-ACCOUNT OR DORMANT-ACCOUNT OR ESCHEATED-ACCOUNT
                OR (DEBITS-BLOCKED AND (WS-REVERSAL-ORIG-TYPE = 'D'
                        OR WS-REVERSAL-ORIG-TYPE = 'I'))
                OR (CREDITS-BLOCKED AND (WS-REVERSAL-ORIG-TYPE = 'W'
                        OR WS-REVERSAL-ORIG-TYPE = 'T'))
            EVALUATE TRUE
                WHEN DORMANT-ACCOUNT
                    DISPLAY ERR-ACCOUNT-DORMANT
                WHEN INACTIVE-ACCOUNT OR ESCHEATED-ACCOUNT
                    DISPLAY ERR-ACCOUNT-CLOSED
                WHEN OTHER
                    DISPLAY 'ERROR: A block on this account prevents'
                            ' the reversal (case ' LEGAL-HOLD-CASE-REF
                            ')'
            END-EVALUATE
        ELSE
            PERFORM SET-REVERSAL-VALUE-DATE
            PERFORM APPLY-REVERSAL-TO-BALANCE
            IF FILE-SUCCESS
                PERFORM LOG-REVERSAL-TRANSACTION
                DISPLAY 'SUCCESS: Transaction reversed'
                MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
                DISPLAY 'New Balance: $' WS-BALANCE-DISPLAY
                IF WS-REVERSAL-ORIG-TYPE = 'T' OR 'I'
                    DISPLAY 'WARNING: Only this side of the transfer'
                            ' was reversed.'
                    DISPLAY '         The counterparty account'
                            ' still needs its own leg reversed.'
                END-IF
            ELSE
                DISPLAY ERR-FILE-ERROR
            END-IF
        END-IF
    ELSE
        DISPLAY ERR-ACCOUNT-NOT-FOUND
    END-IF
    PERFORM RELEASE-ACCOUNT-LOCK.

*> Random read on TRANSACTION-FILE's primary key. Saves off the fields
*> APPLY-REVERSAL-TO-BALANCE/LOG-REVERSAL-TRANSACTION need before the
*> file is closed and TRANSACTION-RECORD gets reused for the new entry.
READ-TRANSACTION-BY-ID.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    MOVE WS-INPUT-TRANS-ID TO TRANS-ID
    READ TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        SET REVERSAL-TRANS-FOUND TO TRUE
        MOVE TRANS-TYPE TO WS-REVERSAL-ORIG-TYPE
        MOVE FROM-ACCOUNT TO WS-REVERSAL-ORIG-FROM
        MOVE TO-ACCOUNT TO WS-REVERSAL-ORIG-TO
        MOVE TRANS-AMOUNT TO WS-REVERSAL-ORIG-AMOUNT
        MOVE TRANS-DATE TO WS-REVERSAL-ORIG-DATE
    ELSE
        SET REVERSAL-TRANS-NOT-FOUND TO TRUE
    END-IF

    CLOSE TRANSACTION-FILE.

*> 'D'/'W' postings only ever touch FROM-ACCOUNT; a 'T' transfer-out
*> leg also debits FROM-ACCOUNT, while its 'I' transfer-in counterpart
*> credits TO-ACCOUNT, so that is the account a reversal of an 'I'
*> leg must adjust.
DETERMINE-REVERSAL-ACCOUNT.
    IF WS-REVERSAL-ORIG-TYPE = 'I'
        MOVE WS-REVERSAL-ORIG-TO TO WS-REVERSAL-ACCOUNT
    ELSE
        MOVE WS-REVERSAL-ORIG-FROM TO WS-REVERSAL-ACCOUNT
    END-IF.

*> Applies the inverse of the original posting: a deposit or
*> transfer-in credit gets subtracted back out, a withdrawal or
*> transfer-out debit gets added back in.
APPLY-REVERSAL-TO-BALANCE.
    EVALUATE WS-REVERSAL-ORIG-TYPE
        WHEN 'D'
            SUBTRACT WS-REVERSAL-ORIG-AMOUNT FROM ACCOUNT-BALANCE
        WHEN 'I'
            SUBTRACT WS-REVERSAL-ORIG-AMOUNT FROM ACCOUNT-BALANCE
        WHEN 'W'
            ADD WS-REVERSAL-ORIG-AMOUNT TO ACCOUNT-BALANCE
        WHEN 'T'
            ADD WS-REVERSAL-ORIG-AMOUNT TO ACCOUNT-BALANCE
    END-EVALUATE

    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    PERFORM COMPUTE-AVAILABLE-BALANCE
    REWRITE ACCOUNT-RECORD.

*> Posts the offsetting 'R' entry, carrying the original TRANS-ID in
*> REVERSAL-OF-TRANS-ID so DISPLAY-TRANSACTION-HISTORY's detail line
*> can be traced back to the mistake it corrects. ACCOUNT-RECORD must
*> still hold the just-REWRITten account, same calling convention as
*> every other LOG-* paragraph.
*>
*> A reversal of a credit ('D'/'I') debits WS-REVERSAL-ACCOUNT, so it
*> is posted with FROM-ACCOUNT populated and TO-ACCOUNT zero, the same
*> single-sided shape a 'W' debit already has; a reversal of a debit
*> ('W'/'T') credits WS-REVERSAL-ACCOUNT, so it is posted the same
*> shape an 'I' credit already has (TO-ACCOUNT populated, FROM-ACCOUNT
*> zero). That lets DISPLAY-TRANSACTION-DETAIL and RECONCIL tell a
*> debit 'R' from a credit 'R' without needing to know the original
*> TRANS-TYPE at all.
LOG-REVERSAL-TRANSACTION.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'R' TO TRANS-TYPE
    IF WS-REVERSAL-ORIG-TYPE = 'D' OR WS-REVERSAL-ORIG-TYPE = 'I'
        MOVE WS-REVERSAL-ACCOUNT TO FROM-ACCOUNT
        MOVE ZERO TO TO-ACCOUNT
    ELSE
        MOVE ZERO TO FROM-ACCOUNT
        MOVE WS-REVERSAL-ACCOUNT TO TO-ACCOUNT
    END-IF
    MOVE WS-REVERSAL-ORIG-AMOUNT TO TRANS-AMOUNT
    MOVE 'REVERSAL' TO TRANS-DESCRIPTION
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH
    MOVE WS-INPUT-TRANS-ID TO REVERSAL-OF-TRANS-ID

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF TRANS-FILE-SUCCESS
        PERFORM RECORD-VALUE-DATE
    ELSE
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE

    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

*> Date-range transaction inquiry: one chronological list of both
*> history legs with a running balance column, for a from/to window
*> the teller picks, with an optional export file to hand the
*> customer. DISPLAY-TRANSACTION-HISTORY's two raw passes stay as the
*> quick recent-activity view on the info screen; this is the one
*> that can answer "what was my balance on the 3rd".
TRANSACTION-INQUIRY-MODULE.
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND
            PERFORM RELEASE-ACCOUNT-LOCK
            MOVE ACCOUNT-NUMBER TO WS-INQ-ACCOUNT

            DISPLAY ' '
            DISPLAY 'From Date (YYYYMMDD, blank for all): '
                    WITH NO ADVANCING
            ACCEPT WS-INQ-FROM-DATE
            IF WS-INQ-FROM-DATE = SPACES
                MOVE '00000000' TO WS-INQ-FROM-DATE
            END-IF
            DISPLAY 'To Date (YYYYMMDD, blank for today): '
                    WITH NO ADVANCING
            ACCEPT WS-INQ-TO-DATE
            IF WS-INQ-TO-DATE = SPACES
                MOVE '99999999' TO WS-INQ-TO-DATE
            END-IF

            PERFORM BUILD-INQUIRY-TABLE
            PERFORM SORT-INQUIRY-TABLE
            PERFORM DISPLAY-INQUIRY-RESULTS

            DISPLAY ' '
            DISPLAY 'Export this list to a file? (Y/N): '
                    WITH NO ADVANCING
            ACCEPT YES-NO-INDICATOR
            IF YES-ANSWER
                PERFORM EXPORT-INQUIRY-RESULTS
            END-IF
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

*> Walks both alternate keys with the same signing rules RECONCIL
*> replays with, splitting each posting three ways: inside the window
*> it becomes a list line, after the window it only feeds the net
*> that backs the running balance out of the live balance, and before
*> the window it is ignored (its effect is already inside the live
*> balance less the later nets).
BUILD-INQUIRY-TABLE.
    MOVE ZERO TO WS-INQ-COUNT
    MOVE ZERO TO WS-INQ-DROPPED
    MOVE ZERO TO WS-INQ-AFTER-RANGE-NET
    MOVE ZERO TO WS-INQ-IN-RANGE-NET

    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        PERFORM COLLECT-INQ-FROM-LEGS
        PERFORM COLLECT-INQ-TO-LEGS
        CLOSE TRANSACTION-FILE
    ELSE
        DISPLAY 'ERROR opening trans file. Status: ' WS-TRANS-FILE-STATUS
    END-IF

    PERFORM COLLECT-INQ-FROM-ARCHIVES

    COMPUTE WS-INQ-START-BALANCE =
        ACCOUNT-BALANCE - WS-INQ-AFTER-RANGE-NET
            - WS-INQ-IN-RANGE-NET.

COLLECT-INQ-FROM-LEGS.
    MOVE WS-INQ-ACCOUNT TO FROM-ACCOUNT
    START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
    IF FILE-SUCCESS
        PERFORM READ-TRANSACTION-RECORD
        PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                OR FROM-ACCOUNT NOT = WS-INQ-ACCOUNT
            EVALUATE TRANS-TYPE
                WHEN 'D'
                    MOVE TRANS-AMOUNT TO WS-INQ-SIGNED-AMOUNT
                    PERFORM APPLY-INQ-POSTING
                WHEN 'N'
                    MOVE TRANS-AMOUNT TO WS-INQ-SIGNED-AMOUNT
                    PERFORM APPLY-INQ-POSTING
                WHEN 'W'
                    COMPUTE WS-INQ-SIGNED-AMOUNT = ZERO - TRANS-AMOUNT
                    PERFORM APPLY-INQ-POSTING
                WHEN 'T'
                    COMPUTE WS-INQ-SIGNED-AMOUNT = ZERO - TRANS-AMOUNT
                    PERFORM APPLY-INQ-POSTING
                WHEN 'F'
                    COMPUTE WS-INQ-SIGNED-AMOUNT = ZERO - TRANS-AMOUNT
                    PERFORM APPLY-INQ-POSTING
                WHEN 'R'
                    IF TO-ACCOUNT = ZERO
                        COMPUTE WS-INQ-SIGNED-AMOUNT =
                            ZERO - TRANS-AMOUNT
                        PERFORM APPLY-INQ-POSTING
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
    END-IF.

COLLECT-INQ-TO-LEGS.
    MOVE WS-INQ-ACCOUNT TO TO-ACCOUNT
    START TRANSACTION-FILE KEY NOT < TO-ACCOUNT
    IF FILE-SUCCESS
        PERFORM READ-TRANSACTION-RECORD
        PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                OR TO-ACCOUNT NOT = WS-INQ-ACCOUNT
            IF TRANS-TYPE = 'I'
                    OR (TRANS-TYPE = 'R' AND FROM-ACCOUNT = ZERO)
                MOVE TRANS-AMOUNT TO WS-INQ-SIGNED-AMOUNT
                PERFORM APPLY-INQ-POSTING
            END-IF
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
    END-IF.

*> Postings ARCHTRAN has purged off the live file, pulled back in
*> through the archive registry so the teller's view stays continuous
*> across the archive cutoff. Both legs are classified off the one
*> sequential pass with the same signing rules the live collectors
*> use; a missing index simply means nothing has ever been archived.
COLLECT-INQ-FROM-ARCHIVES.
    OPEN INPUT ARCHIVE-INDEX-FILE
    IF ARIX-FILE-SUCCESS
        PERFORM READ-ARCHIVE-INDEX-RECORD
        PERFORM UNTIL ARIX-FILE-AT-END
            PERFORM COLLECT-INQ-FROM-ONE-ARCHIVE
            PERFORM READ-ARCHIVE-INDEX-RECORD
        END-PERFORM
        CLOSE ARCHIVE-INDEX-FILE
    END-IF.

READ-ARCHIVE-INDEX-RECORD.
    READ ARCHIVE-INDEX-FILE AT END
        MOVE '10' TO WS-ARIX-FILE-STATUS
    END-READ.

*> An archive only holds records older than its cutoff, so a window
*> starting on or after the cutoff cannot be touched by anything in
*> it -- those files are skipped rather than read end to end.
COLLECT-INQ-FROM-ONE-ARCHIVE.
    IF WS-INQ-FROM-DATE < ARIX-CUTOFF-DATE
        MOVE ARIX-FILE-NAME TO WS-ARCH-INPUT-NAME
        OPEN INPUT ARCHIVE-INPUT-FILE
        IF NOT ARCH-FILE-SUCCESS
            DISPLAY 'WARNING: Cannot open archive ' WS-ARCH-INPUT-NAME
                    ' -- older activity may be missing from this view.'
        ELSE
            PERFORM READ-ONE-ARCHIVE-RECORD
            PERFORM UNTIL ARCH-FILE-AT-END
                IF ARCH-TRANS-ID IS NUMERIC
                        AND ARCH-TRANS-DATE IS NUMERIC
                    PERFORM APPLY-ARCHIVED-INQ-POSTING
                    PERFORM READ-ONE-ARCHIVE-RECORD
                ELSE
                    DISPLAY 'WARNING: ' WS-ARCH-INPUT-NAME
                            ' is not in the current archive layout'
                    DISPLAY ' -- skipped from here; older activity'
                            ' may be missing from this view.'
                    MOVE '10' TO WS-ARCH-FILE-STATUS
                END-IF
            END-PERFORM
            CLOSE ARCHIVE-INPUT-FILE
        END-IF
    END-IF.

READ-ONE-ARCHIVE-RECORD.
    READ ARCHIVE-INPUT-FILE AT END
        MOVE '10' TO WS-ARCH-FILE-STATUS
    END-READ.

APPLY-ARCHIVED-INQ-POSTING.
    MOVE ARCH-TRANS-ID TO WS-INQ-POST-ID
    MOVE ARCH-TRANS-DATE TO WS-INQ-POST-DATE
    MOVE ARCH-TRANS-TIME TO WS-INQ-POST-TIME
    MOVE ARCH-TRANS-TYPE TO WS-INQ-POST-TYPE
    MOVE ARCH-TRANS-DESCRIPTION TO WS-INQ-POST-DESC

    IF ARCH-FROM-ACCOUNT = WS-INQ-ACCOUNT
        EVALUATE ARCH-TRANS-TYPE
            WHEN 'D'
                MOVE ARCH-TRANS-AMOUNT TO WS-INQ-SIGNED-AMOUNT
                PERFORM APPLY-INQ-POSTING-STAGED
            WHEN 'N'
                MOVE ARCH-TRANS-AMOUNT TO WS-INQ-SIGNED-AMOUNT
                PERFORM APPLY-INQ-POSTING-STAGED
            WHEN 'W'
                COMPUTE WS-INQ-SIGNED-AMOUNT =
                    ZERO - ARCH-TRANS-AMOUNT
                PERFORM APPLY-INQ-POSTING-STAGED
            WHEN 'T'
                COMPUTE WS-INQ-SIGNED-AMOUNT =
                    ZERO - ARCH-TRANS-AMOUNT
                PERFORM APPLY-INQ-POSTING-STAGED
            WHEN 'F'
                COMPUTE WS-INQ-SIGNED-AMOUNT =
                    ZERO - ARCH-TRANS-AMOUNT
                PERFORM APPLY-INQ-POSTING-STAGED
            WHEN 'R'
                IF ARCH-TO-ACCOUNT = ZERO
                    COMPUTE WS-INQ-SIGNED-AMOUNT =
                        ZERO - ARCH-TRANS-AMOUNT
                    PERFORM APPLY-INQ-POSTING-STAGED
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF

    IF ARCH-TO-ACCOUNT = WS-INQ-ACCOUNT
        IF ARCH-TRANS-TYPE = 'I'
                OR (ARCH-TRANS-TYPE = 'R'
                    AND ARCH-FROM-ACCOUNT = ZERO)
            MOVE ARCH-TRANS-AMOUNT TO WS-INQ-SIGNED-AMOUNT
            PERFORM APPLY-INQ-POSTING-STAGED
        END-IF
    END-IF.

APPLY-INQ-POSTING.
    MOVE TRANS-ID TO WS-INQ-POST-ID
    MOVE TRANS-DATE TO WS-INQ-POST-DATE
    MOVE TRANS-TIME TO WS-INQ-POST-TIME
    MOVE TRANS-TYPE TO WS-INQ-POST-TYPE
    MOVE TRANS-DESCRIPTION TO WS-INQ-POST-DESC
    PERFORM APPLY-INQ-POSTING-STAGED.

APPLY-INQ-POSTING-STAGED.
    EVALUATE TRUE
        WHEN WS-INQ-POST-DATE > WS-INQ-TO-DATE
            ADD WS-INQ-SIGNED-AMOUNT TO WS-INQ-AFTER-RANGE-NET
        WHEN WS-INQ-POST-DATE >= WS-INQ-FROM-DATE
            ADD WS-INQ-SIGNED-AMOUNT TO WS-INQ-IN-RANGE-NET
            IF WS-INQ-COUNT < WS-INQ-MAX
                ADD 1 TO WS-INQ-COUNT
                STRING WS-INQ-POST-DATE WS-INQ-POST-TIME
                       WS-INQ-POST-ID
                    DELIMITED BY SIZE
                    INTO WS-INQ-SORT-KEY(WS-INQ-COUNT)
                MOVE WS-INQ-POST-DATE TO WS-INQ-DATE(WS-INQ-COUNT)
                MOVE WS-INQ-POST-TIME TO WS-INQ-TIME(WS-INQ-COUNT)
                MOVE WS-INQ-POST-TYPE TO WS-INQ-TYPE(WS-INQ-COUNT)
                MOVE WS-INQ-POST-DESC TO WS-INQ-DESC(WS-INQ-COUNT)
                MOVE WS-INQ-SIGNED-AMOUNT
                    TO WS-INQ-AMOUNT(WS-INQ-COUNT)
            ELSE
                ADD 1 TO WS-INQ-DROPPED
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

SORT-INQUIRY-TABLE.
    PERFORM VARYING WS-INQ-I FROM 1 BY 1
            UNTIL WS-INQ-I >= WS-INQ-COUNT
        PERFORM VARYING WS-INQ-J FROM 1 BY 1
                UNTIL WS-INQ-J > WS-INQ-COUNT - WS-INQ-I
            IF WS-INQ-SORT-KEY(WS-INQ-J) >
                    WS-INQ-SORT-KEY(WS-INQ-J + 1)
                MOVE WS-INQ-ENTRY(WS-INQ-J) TO WS-INQ-SWAP
                MOVE WS-INQ-ENTRY(WS-INQ-J + 1)
                    TO WS-INQ-ENTRY(WS-INQ-J)
                MOVE WS-INQ-SWAP TO WS-INQ-ENTRY(WS-INQ-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

DISPLAY-INQUIRY-RESULTS.
    DISPLAY ' '
    DISPLAY 'Account ' WS-INQ-ACCOUNT '  '
            WS-INQ-FROM-DATE ' through ' WS-INQ-TO-DATE
    MOVE WS-INQ-START-BALANCE TO WS-INQ-BAL-DISPLAY
    DISPLAY 'Balance at start of range: $' WS-INQ-BAL-DISPLAY
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Date     Time     T Description            Amount        Balance'
    DISPLAY '-----------------------------------------------------------------'

    MOVE WS-INQ-START-BALANCE TO WS-INQ-RUN-BALANCE
    PERFORM VARYING WS-INQ-I FROM 1 BY 1
            UNTIL WS-INQ-I > WS-INQ-COUNT
        ADD WS-INQ-AMOUNT(WS-INQ-I) TO WS-INQ-RUN-BALANCE
        MOVE WS-INQ-AMOUNT(WS-INQ-I) TO WS-INQ-AMT-DISPLAY
        MOVE WS-INQ-RUN-BALANCE TO WS-INQ-BAL-DISPLAY
        DISPLAY WS-INQ-DATE(WS-INQ-I) ' ' WS-INQ-TIME(WS-INQ-I) ' '
                WS-INQ-TYPE(WS-INQ-I) ' '
                WS-INQ-DESC(WS-INQ-I)(1:22) ' '
                WS-INQ-AMT-DISPLAY ' ' WS-INQ-BAL-DISPLAY
    END-PERFORM

    IF WS-INQ-COUNT = ZERO
        DISPLAY '(no postings in this range)'
    END-IF
    IF WS-INQ-DROPPED > ZERO
        DISPLAY '(' WS-INQ-DROPPED ' further postings not listed --'
                ' narrow the date range; balances include them)'
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    *> Derived from the full in-range net, not the listed lines'
    *> running total -- postings dropped past the display cap are in
    *> the net, exactly as the notice above promises.
    COMPUTE WS-INQ-RUN-BALANCE =
        WS-INQ-START-BALANCE + WS-INQ-IN-RANGE-NET
    MOVE WS-INQ-RUN-BALANCE TO WS-INQ-BAL-DISPLAY
    DISPLAY 'Balance at end of range:   $' WS-INQ-BAL-DISPLAY.

*> Writes the same list to a hand-to-the-customer file named for the
*> account and run date.
EXPORT-INQUIRY-RESULTS.
    STRING 'data/inquiry_' WS-INQ-ACCOUNT '_' WS-CURRENT-DATE '.txt'
        DELIMITED BY SIZE INTO WS-INQUIRY-FILE-NAME
    OPEN OUTPUT INQUIRY-EXPORT-FILE
    IF NOT INQUIRY-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (export file)'
    ELSE
        MOVE SPACES TO INQUIRY-EXPORT-LINE
        STRING 'ACCOUNT ' WS-INQ-ACCOUNT ' HISTORY '
               WS-INQ-FROM-DATE ' THROUGH ' WS-INQ-TO-DATE
            DELIMITED BY SIZE INTO INQUIRY-EXPORT-LINE
        WRITE INQUIRY-EXPORT-LINE

        MOVE WS-INQ-START-BALANCE TO WS-INQ-BAL-DISPLAY
        MOVE SPACES TO INQUIRY-EXPORT-LINE
        STRING 'OPENING BALANCE $' WS-INQ-BAL-DISPLAY
            DELIMITED BY SIZE INTO INQUIRY-EXPORT-LINE
        WRITE INQUIRY-EXPORT-LINE

        MOVE WS-INQ-START-BALANCE TO WS-INQ-RUN-BALANCE
        PERFORM VARYING WS-INQ-I FROM 1 BY 1
                UNTIL WS-INQ-I > WS-INQ-COUNT
            ADD WS-INQ-AMOUNT(WS-INQ-I) TO WS-INQ-RUN-BALANCE
            MOVE WS-INQ-AMOUNT(WS-INQ-I) TO WS-INQ-AMT-DISPLAY
            MOVE WS-INQ-RUN-BALANCE TO WS-INQ-BAL-DISPLAY
            MOVE SPACES TO INQUIRY-EXPORT-LINE
            STRING WS-INQ-DATE(WS-INQ-I) ' '
                   WS-INQ-TIME(WS-INQ-I) ' '
                   WS-INQ-TYPE(WS-INQ-I) ' '
                   WS-INQ-DESC(WS-INQ-I)(1:30) ' '
                   WS-INQ-AMT-DISPLAY ' ' WS-INQ-BAL-DISPLAY
                DELIMITED BY SIZE INTO INQUIRY-EXPORT-LINE
            WRITE INQUIRY-EXPORT-LINE
        END-PERFORM

        COMPUTE WS-INQ-RUN-BALANCE =
            WS-INQ-START-BALANCE + WS-INQ-IN-RANGE-NET
        MOVE WS-INQ-RUN-BALANCE TO WS-INQ-BAL-DISPLAY
        MOVE SPACES TO INQUIRY-EXPORT-LINE
        STRING 'CLOSING BALANCE $' WS-INQ-BAL-DISPLAY
            DELIMITED BY SIZE INTO INQUIRY-EXPORT-LINE
        WRITE INQUIRY-EXPORT-LINE

        CLOSE INQUIRY-EXPORT-FILE
        DISPLAY 'Exported to ' WS-INQUIRY-FILE-NAME
    END-IF.

*> Looks up one account's history via the alternate keys on
*> TRANSACTION-FILE instead of a full-file scan: one START/READ NEXT
*> pass over the FROM-ACCOUNT key for everything this account
*> initiated, then one pass over the TO-ACCOUNT key for transfers it
*> received (skipping FROM-ACCOUNT matches already shown in the first
*> pass).
DISPLAY-TRANSACTION-HISTORY.
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        PERFORM DISPLAY-FROM-ACCOUNT-HISTORY
        PERFORM DISPLAY-TO-ACCOUNT-HISTORY
        CLOSE TRANSACTION-FILE
    ELSE
        DISPLAY 'ERROR opening trans file. Status: ' WS-TRANS-FILE-STATUS
    END-IF.

DISPLAY-FROM-ACCOUNT-HISTORY.
    MOVE WS-INPUT-ACCOUNT TO FROM-ACCOUNT
    START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
    IF FILE-SUCCESS
        PERFORM READ-TRANSACTION-RECORD
        PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                OR FROM-ACCOUNT NOT = WS-INPUT-ACCOUNT
            PERFORM DISPLAY-TRANSACTION-DETAIL
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
    END-IF.

DISPLAY-TO-ACCOUNT-HISTORY.
    MOVE WS-INPUT-ACCOUNT TO TO-ACCOUNT
    START TRANSACTION-FILE KEY NOT < TO-ACCOUNT
    IF FILE-SUCCESS
        PERFORM READ-TRANSACTION-RECORD
        PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                OR TO-ACCOUNT NOT = WS-INPUT-ACCOUNT
            IF FROM-ACCOUNT NOT = WS-INPUT-ACCOUNT
                PERFORM DISPLAY-TRANSACTION-DETAIL
            END-IF
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
    END-IF.

READ-TRANSACTION-RECORD.
    READ TRANSACTION-FILE NEXT RECORD AT END
        MOVE '10' TO WS-TRANS-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-TRANS-FILE-STATUS
    END-READ.

DISPLAY-TRANSACTION-DETAIL.
    MOVE TRANS-AMOUNT TO WS-INPUT-AMOUNT-DISPLAY
    IF TRANS-TYPE = 'D' OR TRANS-TYPE = 'I'
            OR (TRANS-TYPE = 'R' AND TO-ACCOUNT NOT = ZERO)
        DISPLAY TRANS-DATE(5:2) '/' TRANS-DATE(7:2) '/' TRANS-DATE(1:4) ' '
                TRANS-DESCRIPTION(1:40) ' +$' WS-INPUT-AMOUNT-DISPLAY
    ELSE
        DISPLAY TRANS-DATE(5:2) '/' TRANS-DATE(7:2) '/' TRANS-DATE(1:4) ' '
                TRANS-DESCRIPTION(1:40) ' -$' WS-INPUT-AMOUNT-DISPLAY
    END-IF.

LOG-TRANSACTION.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF
    
    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE WS-INPUT-ACCOUNT TO FROM-ACCOUNT
    MOVE WS-TO-ACCOUNT TO TO-ACCOUNT
    MOVE WS-INPUT-AMOUNT TO TRANS-AMOUNT
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    EVALUATE WS-MENU-CHOICE
        WHEN 3
            MOVE 'D' TO TRANS-TYPE
            MOVE 'DEPOSIT' TO TRANS-DESCRIPTION
        WHEN 4
            MOVE 'W' TO TRANS-TYPE
            MOVE 'WITHDRAWAL' TO TRANS-DESCRIPTION
        WHEN 5
            MOVE 'T' TO TRANS-TYPE
            MOVE 'TRANSFER' TO TRANS-DESCRIPTION
    END-EVALUATE

    IF WS-INPUT-MEMO NOT = SPACES
        MOVE WS-INPUT-MEMO TO TRANS-DESCRIPTION
    END-IF

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
            OR WS-TRANS-WRITE-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-TRANS-WRITE-RETRY-COUNT
        PERFORM GET-NEXT-TRANS-ID
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF TRANS-FILE-SUCCESS
        PERFORM RECORD-VALUE-DATE
    ELSE
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE

    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

*> Logs the credit leg of a transfer against the TO account. Without
*> this, only the debit leg (TRANS-TYPE 'T') was ever recorded and the
*> TO account's postings could never be reconciled against its balance.
LOG-TRANSFER-IN.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE 'I' TO TRANS-TYPE
    MOVE WS-FROM-ACCOUNT-TEMP TO FROM-ACCOUNT
    MOVE WS-TO-ACCOUNT TO TO-ACCOUNT
    MOVE WS-CONVERTED-AMOUNT TO TRANS-AMOUNT
    MOVE 'TRANSFER-IN' TO TRANS-DESCRIPTION
    IF WS-INPUT-MEMO NOT = SPACES
        MOVE WS-INPUT-MEMO TO TRANS-DESCRIPTION
    END-IF
    IF FX-CONVERSION-USED
        MOVE WS-FX-DESC TO TRANS-DESCRIPTION
    END-IF
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
        MOVE WS-NEXT-TRANS-ID TO TRANS-ID
        WRITE TRANSACTION-RECORD
    END-PERFORM
    IF TRANS-FILE-SUCCESS
        PERFORM RECORD-VALUE-DATE
    ELSE
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

*> A back-valued posting gets its value-date register record, left
*> pending for the nightly history correction. The posting's effect
*> on the account follows its shape: 'D' credits and 'W'/'T' debit
*> FROM-ACCOUNT, 'I' credits TO-ACCOUNT, and an 'R' debits FROM-
*> ACCOUNT or credits TO-ACCOUNT, whichever it carries. Nothing is
*> recorded for a posting valued today.
RECORD-VALUE-DATE.
    IF WS-POST-VALUE-DATE NOT = SPACES
            AND WS-POST-VALUE-DATE < TRANS-DATE
        EVALUATE TRUE
            WHEN TRANS-TYPE = 'D'
                MOVE FROM-ACCOUNT TO WS-VDT-ACCOUNT
                MOVE TRANS-AMOUNT TO WS-VDT-EFFECT
            WHEN TRANS-TYPE = 'I'
                MOVE TO-ACCOUNT TO WS-VDT-ACCOUNT
                MOVE TRANS-AMOUNT TO WS-VDT-EFFECT
            WHEN TRANS-TYPE = 'R' AND FROM-ACCOUNT = ZERO
                MOVE TO-ACCOUNT TO WS-VDT-ACCOUNT
                MOVE TRANS-AMOUNT TO WS-VDT-EFFECT
            WHEN OTHER
                MOVE FROM-ACCOUNT TO WS-VDT-ACCOUNT
                COMPUTE WS-VDT-EFFECT = ZERO - TRANS-AMOUNT
        END-EVALUATE
        OPEN I-O VALDATE-FILE
        IF NOT VALDATE-FILE-SUCCESS
            OPEN OUTPUT VALDATE-FILE
            CLOSE VALDATE-FILE
            OPEN I-O VALDATE-FILE
        END-IF
        INITIALIZE VALDATE-RECORD
        MOVE TRANS-ID TO VDT-TRANS-ID
        SET VDT-HIST-PENDING TO TRUE
        MOVE WS-VDT-ACCOUNT TO VDT-ACCOUNT
        MOVE TRANS-DATE TO VDT-POST-DATE
        MOVE WS-POST-VALUE-DATE TO VDT-VALUE-DATE
        MOVE WS-VDT-EFFECT TO VDT-AMOUNT
        WRITE VALDATE-RECORD
        IF NOT VALDATE-FILE-SUCCESS
            DISPLAY 'WARNING: value date not recorded for transaction '
                    TRANS-ID ' -- status ' WS-VALDATE-FILE-STATUS
        END-IF
        CLOSE VALDATE-FILE
    END-IF.

*> A supervisor may back-value the posting in hand -- the correction
*> of last week's misposting, or a credit the bank owed the customer
*> from an earlier day. ENTER values it today, as every teller
*> posting is. The date may not be in the future or further back
*> than WS-VALUE-DATE-MAX-DAYS; a bad date is re-asked.
PROMPT-VALUE-DATE.
    MOVE SPACES TO WS-POST-VALUE-DATE
    IF SUPERVISOR-SIGNED-ON
        PERFORM GET-CURRENT-DATE-TIME
        MOVE 'X' TO WS-INPUT-VALUE-DATE
        PERFORM UNTIL WS-INPUT-VALUE-DATE = SPACES
                OR WS-POST-VALUE-DATE NOT = SPACES
            MOVE SPACES TO WS-INPUT-VALUE-DATE
            DISPLAY 'Value date (YYYYMMDD, ENTER for today): '
                    WITH NO ADVANCING
            ACCEPT WS-INPUT-VALUE-DATE
            EVALUATE TRUE
                WHEN WS-INPUT-VALUE-DATE = SPACES
                    CONTINUE
                WHEN WS-INPUT-VALUE-DATE NOT NUMERIC
                    DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
                WHEN FUNCTION TEST-DATE-YYYYMMDD(
                        WS-INPUT-VALUE-NUM) NOT = 0
                    DISPLAY 'ERROR: Not a valid calendar date.'
                WHEN WS-INPUT-VALUE-DATE > WS-CURRENT-DATE
                    DISPLAY 'ERROR: A value date cannot be in the'
                            ' future.'
                WHEN OTHER
                    COMPUTE WS-VALUE-DATE-AGE =
                        FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(WS-CURRENT-DATE))
                      - FUNCTION INTEGER-OF-DATE(WS-INPUT-VALUE-NUM)
                    IF WS-VALUE-DATE-AGE > WS-VALUE-DATE-MAX-DAYS
                        DISPLAY 'ERROR: Value date is more than '
                                WS-VALUE-DATE-MAX-DAYS
                                ' days back.'
                    ELSE
                        MOVE WS-INPUT-VALUE-DATE TO WS-POST-VALUE-DATE
                    END-IF
            END-EVALUATE
        END-PERFORM
    END-IF.

*> A reversal counts from the day the posting it undoes counted
*> from -- that posting's own value date when it was back-valued,
*> its TRANS-DATE otherwise -- so the days the mistake sat on the
*> account come out of the balance history too. One older than
*> WS-VALUE-DATE-MAX-DAYS is reversed as of today, and said so.
SET-REVERSAL-VALUE-DATE.
    MOVE WS-REVERSAL-ORIG-DATE TO WS-POST-VALUE-DATE
    OPEN INPUT VALDATE-FILE
    IF VALDATE-FILE-SUCCESS
        MOVE WS-INPUT-TRANS-ID TO VDT-TRANS-ID
        READ VALDATE-FILE
        IF VALDATE-FILE-SUCCESS AND NOT VDT-CONTROL-RECORD
            MOVE VDT-VALUE-DATE TO WS-POST-VALUE-DATE
        END-IF
        CLOSE VALDATE-FILE
    END-IF
    PERFORM GET-CURRENT-DATE-TIME
    IF WS-POST-VALUE-DATE IS NUMERIC
        COMPUTE WS-VALUE-DATE-AGE =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))
          - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-POST-VALUE-DATE))
        IF WS-VALUE-DATE-AGE > WS-VALUE-DATE-MAX-DAYS
            DISPLAY 'NOTE: Original is more than '
                    WS-VALUE-DATE-MAX-DAYS
                    ' days old -- reversal is valued today.'
            MOVE SPACES TO WS-POST-VALUE-DATE
        END-IF
    ELSE
        MOVE SPACES TO WS-POST-VALUE-DATE
    END-IF.

*> Flags any posting at or above WS-CTR-THRESHOLD to the currency-
*> transaction log for regulatory reporting. Relies on ACCOUNT-RECORD
*> still holding the account this TRANSACTION-RECORD was just posted
*> against (LOG-TRANSACTION/LOG-TRANSFER-IN both run right after their
*> REWRITE, before ACCOUNT-RECORD gets reused for another account).
CHECK-LARGE-TRANSACTION.
    MOVE TRANS-AMOUNT TO WS-CTR-TEST-AMOUNT
    IF TICKET-IN-FLIGHT
        MOVE WS-TICKET-CASH-AMOUNT TO WS-CTR-TEST-AMOUNT
    END-IF
    IF WS-CTR-TEST-AMOUNT >= WS-CTR-THRESHOLD
        OPEN EXTEND CTR-FILE
        IF NOT CTR-FILE-SUCCESS
            OPEN OUTPUT CTR-FILE
        END-IF

        MOVE TRANS-ID TO CTR-TRANS-ID
        MOVE TRANS-DATE TO CTR-DATE
        MOVE TRANS-TIME TO CTR-TIME
        MOVE TRANS-TYPE TO CTR-TRANS-TYPE
        MOVE ACCOUNT-NUMBER TO CTR-ACCOUNT-NUMBER
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
               INTO CTR-HOLDER-NAME
        MOVE WS-CTR-TEST-AMOUNT TO CTR-AMOUNT
        MOVE TELLER-ID TO CTR-TELLER-ID

        WRITE CTR-RECORD
        CLOSE CTR-FILE
    END-IF.

*> Appends a printable receipt for the posting just written to
*> TRANSACTION-FILE. Same calling convention as CHECK-LARGE-TRANSACTION
*> -- TRANSACTION-RECORD and ACCOUNT-RECORD must still hold the
*> just-written posting and the account it was posted against.
PRINT-RECEIPT.
    OPEN EXTEND RECEIPT-FILE
    IF NOT RECEIPT-FILE-SUCCESS
        OPEN OUTPUT RECEIPT-FILE
    END-IF

    MOVE TRANS-ID TO RCPT-TRANS-ID
    MOVE TRANS-DATE TO RCPT-DATE
    MOVE TRANS-TIME TO RCPT-TIME
    MOVE TRANS-TYPE TO RCPT-TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO RCPT-ACCOUNT-NUMBER
    STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           HOLDER-LAST-NAME DELIMITED BY SPACE
           INTO RCPT-HOLDER-NAME
    MOVE TRANS-DESCRIPTION TO RCPT-DESCRIPTION
    MOVE TRANS-AMOUNT TO RCPT-AMOUNT
    MOVE ACCOUNT-BALANCE TO RCPT-RESULTING-BALANCE
    MOVE TELLER-ID TO RCPT-TELLER-ID
    MOVE SPACE TO RCPT-LINE-KIND

    WRITE RECEIPT-RECORD
    CLOSE RECEIPT-FILE.

*> Takes a loan payment and splits it: the uncollected-interest
*> bucket LOANACCR maintains on the loan master comes first -- its
*> unpaid late charges, then its interest -- then the month's escrow,
*> and the rest retires principal. The charge, interest and principal
*> legs post to TRANSACTION-FILE as 'W' records (each reduces the
*> capitalized loan balance, so RECONCIL's replay stays exact), each
*> described as its own leg; the escrow leg posts as an 'E' record,
*> which leaves ACCOUNT-BALANCE alone and lands in the loan master's
*> escrow balance instead. A payment larger than the whole payoff
*> plus the month's escrow is cut back to that.
*>
*> The same screen quotes a payoff as of a good-through date and
*> takes the payoff in full, which closes the loan.
LOAN-PAYMENT-MODULE.
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD

        IF ACCOUNT-FOUND
            IF NOT LOAN-ACCOUNT OR NOT ACTIVE-ACCOUNT
                DISPLAY 'ERROR: Not an active loan account'
            ELSE
                PERFORM TAKE-LOAN-PAYMENT
            END-IF
        ELSE
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

TAKE-LOAN-PAYMENT.
    OPEN I-O LOAN-FILE
    IF NOT LOAN-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (loan master)'
    ELSE
        MOVE ACCOUNT-NUMBER TO LOAN-ACCOUNT-NUMBER
        MOVE ZERO TO WS-LOCK-RETRY-COUNT
        READ LOAN-FILE WITH LOCK
        PERFORM UNTIL NOT LOAN-RECORD-LOCKED
                OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
            ADD 1 TO WS-LOCK-RETRY-COUNT
            READ LOAN-FILE WITH LOCK
        END-PERFORM
        IF NOT LOAN-FILE-SUCCESS
            DISPLAY 'ERROR: No loan master record for this account'
        ELSE
            IF LOAN-PAID-IN-FULL
                DISPLAY 'ERROR: Loan was paid in full on '
                        LOAN-CLOSED-DATE
            ELSE
                DISPLAY 'P = Take a payment  Q = Payoff quote'
                        '  F = Pay off in full'
                DISPLAY 'Choice (P): ' WITH NO ADVANCING
                ACCEPT WS-PAYOFF-ACTION
                MOVE FUNCTION UPPER-CASE(WS-PAYOFF-ACTION)
                    TO WS-PAYOFF-ACTION
                EVALUATE WS-PAYOFF-ACTION
                    WHEN 'Q'
                        PERFORM QUOTE-LOAN-PAYOFF
                    WHEN 'F'
                        PERFORM TAKE-LOAN-PAYOFF
                    WHEN OTHER
                        PERFORM PROCESS-LOAN-PAYMENT
                END-EVALUATE
            END-IF
        END-IF
        CLOSE LOAN-FILE
    END-IF.

PROCESS-LOAN-PAYMENT.
    MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
    DISPLAY 'Outstanding Balance: $' WS-BALANCE-DISPLAY
    MOVE LOAN-ACCRUED-INTEREST TO WS-ACCRUED-DISPLAY
    DISPLAY 'Of which uncollected interest: $' WS-ACCRUED-DISPLAY
    MOVE LOAN-PAYMENT-AMOUNT TO WS-LOAN-PAYMENT-DISPLAY
    DISPLAY 'Scheduled Payment: $' WS-LOAN-PAYMENT-DISPLAY
    IF LOAN-ESCROW-MONTHLY > ZERO
        MOVE LOAN-ESCROW-MONTHLY TO WS-PMT-PART-DISPLAY
        DISPLAY '  Of which escrow: $' WS-PMT-PART-DISPLAY
    END-IF
    DISPLAY 'Enter Payment Amount: $' WITH NO ADVANCING
    ACCEPT WS-INPUT-AMOUNT

    IF WS-INPUT-AMOUNT <= ZERO
        DISPLAY ERR-INVALID-AMOUNT
    ELSE
        COMPUTE WS-PMT-MAXIMUM =
            ACCOUNT-BALANCE + LOAN-ESCROW-MONTHLY
        IF WS-INPUT-AMOUNT > WS-PMT-MAXIMUM
            MOVE WS-PMT-MAXIMUM TO WS-INPUT-AMOUNT
            MOVE WS-INPUT-AMOUNT TO WS-INPUT-AMOUNT-DISPLAY
            DISPLAY 'Payment reduced to full payoff: $'
                    WS-INPUT-AMOUNT-DISPLAY
        END-IF

        IF WS-INPUT-AMOUNT > LOAN-ACCRUED-INTEREST
            MOVE LOAN-ACCRUED-INTEREST TO WS-PMT-INTEREST-PART
        ELSE
            MOVE WS-INPUT-AMOUNT TO WS-PMT-INTEREST-PART
        END-IF
        IF WS-PMT-INTEREST-PART > LOAN-LATE-FEES-DUE
            MOVE LOAN-LATE-FEES-DUE TO WS-PMT-FEE-PART
        ELSE
            MOVE WS-PMT-INTEREST-PART TO WS-PMT-FEE-PART
        END-IF
        SUBTRACT WS-PMT-FEE-PART FROM WS-PMT-INTEREST-PART
        COMPUTE WS-PMT-REMAINING =
            WS-INPUT-AMOUNT - WS-PMT-FEE-PART - WS-PMT-INTEREST-PART
        IF WS-PMT-REMAINING > LOAN-ESCROW-MONTHLY
            MOVE LOAN-ESCROW-MONTHLY TO WS-PMT-ESCROW-PART
        ELSE
            MOVE WS-PMT-REMAINING TO WS-PMT-ESCROW-PART
        END-IF
        COMPUTE WS-PMT-PRINCIPAL-PART =
            WS-PMT-REMAINING - WS-PMT-ESCROW-PART

        SUBTRACT WS-PMT-FEE-PART FROM ACCOUNT-BALANCE
        SUBTRACT WS-PMT-INTEREST-PART FROM ACCOUNT-BALANCE
        SUBTRACT WS-PMT-PRINCIPAL-PART FROM ACCOUNT-BALANCE
        SUBTRACT WS-PMT-FEE-PART FROM AVAILABLE-BALANCE
        SUBTRACT WS-PMT-INTEREST-PART FROM AVAILABLE-BALANCE
        SUBTRACT WS-PMT-PRINCIPAL-PART FROM AVAILABLE-BALANCE
        PERFORM GET-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
        REWRITE ACCOUNT-RECORD

        IF FILE-SUCCESS
            SUBTRACT WS-PMT-FEE-PART FROM LOAN-ACCRUED-INTEREST
            SUBTRACT WS-PMT-FEE-PART FROM LOAN-LATE-FEES-DUE
            SUBTRACT WS-PMT-INTEREST-PART FROM LOAN-ACCRUED-INTEREST
            ADD WS-PMT-ESCROW-PART TO LOAN-ESCROW-BALANCE
            MOVE WS-CURRENT-DATE TO LOAN-LAST-PAYMENT-DATE
            REWRITE LOAN-RECORD
            IF NOT LOAN-FILE-SUCCESS
                DISPLAY ERR-FILE-ERROR ' (loan master)'
            END-IF

            IF WS-PMT-FEE-PART > ZERO
                MOVE WS-PMT-FEE-PART TO WS-INPUT-AMOUNT
                MOVE 'LOAN PAYMENT - LATE CHARGE' TO WS-INPUT-MEMO
                PERFORM LOG-LOAN-PAYMENT-LEG
            END-IF
            IF WS-PMT-INTEREST-PART > ZERO
                MOVE WS-PMT-INTEREST-PART TO WS-INPUT-AMOUNT
                MOVE 'LOAN PAYMENT - INTEREST' TO WS-INPUT-MEMO
                PERFORM LOG-LOAN-PAYMENT-LEG
            END-IF
            IF WS-PMT-ESCROW-PART > ZERO
                MOVE WS-PMT-ESCROW-PART TO WS-INPUT-AMOUNT
                MOVE 'LOAN PAYMENT - ESCROW' TO WS-INPUT-MEMO
                MOVE 'E' TO WS-LOAN-LEG-TYPE
                PERFORM LOG-LOAN-PAYMENT-LEG
                MOVE 'W' TO WS-LOAN-LEG-TYPE
            END-IF
            IF WS-PMT-PRINCIPAL-PART > ZERO
                MOVE WS-PMT-PRINCIPAL-PART TO WS-INPUT-AMOUNT
                MOVE 'LOAN PAYMENT - PRINCIPAL' TO WS-INPUT-MEMO
                PERFORM LOG-LOAN-PAYMENT-LEG
            END-IF

            DISPLAY MSG-TRANSACTION-COMPLETE
            IF WS-PMT-FEE-PART > ZERO
                MOVE WS-PMT-FEE-PART TO WS-PMT-PART-DISPLAY
                DISPLAY '  Late charges: $' WS-PMT-PART-DISPLAY
            END-IF
            MOVE WS-PMT-INTEREST-PART TO WS-PMT-PART-DISPLAY
            DISPLAY '  Interest:  $' WS-PMT-PART-DISPLAY
            IF WS-PMT-ESCROW-PART > ZERO
                MOVE WS-PMT-ESCROW-PART TO WS-PMT-PART-DISPLAY
                DISPLAY '  Escrow:    $' WS-PMT-PART-DISPLAY
            END-IF
            MOVE WS-PMT-PRINCIPAL-PART TO WS-PMT-PART-DISPLAY
            DISPLAY '  Principal: $' WS-PMT-PART-DISPLAY
            MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
            DISPLAY 'Remaining Loan Balance: $' WS-BALANCE-DISPLAY
        ELSE
            DISPLAY ERR-FILE-ERROR
        END-IF
    END-IF.

*> One leg of a loan payment, same shape as LOG-TRANSACTION's 'W'
*> posting: WS-INPUT-AMOUNT carries the leg amount and WS-INPUT-MEMO
*> says which leg this is. The escrow leg stages 'E' in
*> WS-LOAN-LEG-TYPE for the one call and puts the 'W' back.
LOG-LOAN-PAYMENT-LEG.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
        CLOSE TRANSACTION-FILE
        OPEN I-O TRANSACTION-FILE
    END-IF

    PERFORM GET-NEXT-TRANS-ID
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE WS-LOAN-LEG-TYPE TO TRANS-TYPE
    MOVE WS-INPUT-ACCOUNT TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-INPUT-AMOUNT TO TRANS-AMOUNT
    MOVE WS-INPUT-MEMO TO TRANS-DESCRIPTION
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH

    MOVE ZERO TO WS-TRANS-WRITE-RETRY-COUNT
    WRITE TRANSACTION-RECORD
    PERFORM UNTIL NOT TRANS-FILE-DUPLICATE
    PERFORM CHECK-LARGE-TRANSACTION
    PERFORM PRINT-RECEIPT.

*> The payoff figure for WS-PAYOFF-GOOD-THROUGH, off the account and
*> loan buffers. LOANACCR capitalizes a month's interest on the 1st,
*> so the books carry interest through the day before the last
*> accrual; per-diem interest runs from that accrual through the
*> good-through date inclusive, at a 365-day year on the balance the
*> accrual itself works from. Late charges are the part of the
*> uncollected bucket LOAN-LATE-FEES-DUE says is fees; the rest of
*> the bucket is billed interest.
COMPUTE-LOAN-PAYOFF.
    PERFORM FIND-LAST-LOAN-ACCRUAL
    COMPUTE WS-PAYOFF-DAYS =
        FUNCTION INTEGER-OF-DATE(WS-PAYOFF-GOOD-NUM)
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-PAYOFF-ACCRUED-FROM)) + 1
    IF WS-PAYOFF-DAYS < ZERO
        MOVE ZERO TO WS-PAYOFF-DAYS
    END-IF
    COMPUTE WS-PAYOFF-PER-DIEM ROUNDED =
        ACCOUNT-BALANCE * LOAN-ANNUAL-RATE / 365
    COMPUTE WS-PAYOFF-DIEM-INTEREST =
        WS-PAYOFF-PER-DIEM * WS-PAYOFF-DAYS

    IF LOAN-LATE-FEES-DUE > LOAN-ACCRUED-INTEREST
        MOVE LOAN-ACCRUED-INTEREST TO WS-PAYOFF-LATE-FEES
    ELSE
        MOVE LOAN-LATE-FEES-DUE TO WS-PAYOFF-LATE-FEES
    END-IF
    COMPUTE WS-PAYOFF-INTEREST =
        LOAN-ACCRUED-INTEREST - WS-PAYOFF-LATE-FEES
    COMPUTE WS-PAYOFF-PRINCIPAL =
        ACCOUNT-BALANCE - LOAN-ACCRUED-INTEREST

    MOVE ZERO TO WS-PAYOFF-ESCROW-DUE
    MOVE ZERO TO WS-PAYOFF-ESCROW-REFUND
    IF LOAN-ESCROW-BALANCE < ZERO
        COMPUTE WS-PAYOFF-ESCROW-DUE = ZERO - LOAN-ESCROW-BALANCE
    ELSE
        MOVE LOAN-ESCROW-BALANCE TO WS-PAYOFF-ESCROW-REFUND
    END-IF
    COMPUTE WS-PAYOFF-TOTAL =
        ACCOUNT-BALANCE + WS-PAYOFF-DIEM-INTEREST
        + WS-PAYOFF-ESCROW-DUE.

*> The last monthly accrual on the loan, off the FROM-ACCOUNT key.
*> A loan with none on file (newly funded, or its accruals archived)
*> accrues from the later of its opening and the 1st of this month.
FIND-LAST-LOAN-ACCRUAL.
    MOVE SPACES TO WS-PAYOFF-ACCRUED-FROM
    STRING WS-CURRENT-DATE(1:6) '01'
        DELIMITED BY SIZE INTO WS-PAYOFF-ACCRUED-FROM
    IF ACCOUNT-OPEN-DATE IS NUMERIC
            AND ACCOUNT-OPEN-DATE > WS-PAYOFF-ACCRUED-FROM
        MOVE ACCOUNT-OPEN-DATE TO WS-PAYOFF-ACCRUED-FROM
    END-IF
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS = '00'
        MOVE SPACES TO WS-PAYOFF-LAST-ACCRUAL
        MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
        START TRANSACTION-FILE KEY NOT < FROM-ACCOUNT
        IF WS-TRANS-FILE-STATUS = '00'
            PERFORM READ-TRANSACTION-RECORD
            PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                    OR FROM-ACCOUNT NOT = ACCOUNT-NUMBER
                IF TRANS-TYPE = 'N'
                        AND TRANS-DESCRIPTION(1:21)
                            = 'LOAN INTEREST ACCRUAL'
                        AND (WS-PAYOFF-LAST-ACCRUAL = SPACES
                            OR TRANS-DATE > WS-PAYOFF-LAST-ACCRUAL)
                    MOVE TRANS-DATE TO WS-PAYOFF-LAST-ACCRUAL
                END-IF
                PERFORM READ-TRANSACTION-RECORD
            END-PERFORM
        END-IF
        CLOSE TRANSACTION-FILE
        IF WS-PAYOFF-LAST-ACCRUAL NOT = SPACES
            MOVE WS-PAYOFF-LAST-ACCRUAL TO WS-PAYOFF-ACCRUED-FROM
        END-IF
    END-IF.

DISPLAY-LOAN-PAYOFF.
    DISPLAY ' '
    DISPLAY 'PAYOFF GOOD THROUGH ' WS-PAYOFF-GOOD-THROUGH
    DISPLAY '-----------------------------------------------------------------'
    MOVE WS-PAYOFF-PRINCIPAL TO WS-PAYOFF-DISPLAY
    DISPLAY 'Principal:                      $' WS-PAYOFF-DISPLAY
    MOVE WS-PAYOFF-INTEREST TO WS-PAYOFF-DISPLAY
    DISPLAY 'Interest billed, unpaid:        $' WS-PAYOFF-DISPLAY
    MOVE WS-PAYOFF-DIEM-INTEREST TO WS-PAYOFF-DISPLAY
    MOVE WS-PAYOFF-DAYS TO WS-PAYOFF-DAYS-DISPLAY
    DISPLAY 'Per-diem interest, ' WS-PAYOFF-DAYS-DISPLAY ' days:   $'
            WS-PAYOFF-DISPLAY
    MOVE WS-PAYOFF-LATE-FEES TO WS-PAYOFF-DISPLAY
    DISPLAY 'Late charges outstanding:       $' WS-PAYOFF-DISPLAY
    IF WS-PAYOFF-ESCROW-DUE > ZERO
        MOVE WS-PAYOFF-ESCROW-DUE TO WS-PAYOFF-DISPLAY
        DISPLAY 'Escrow advanced, to repay:      $' WS-PAYOFF-DISPLAY
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    MOVE WS-PAYOFF-TOTAL TO WS-PAYOFF-DISPLAY
    DISPLAY 'TOTAL TO PAY OFF:               $' WS-PAYOFF-DISPLAY
    MOVE WS-PAYOFF-PER-DIEM TO WS-PAYOFF-DIEM-DISPLAY
    DISPLAY 'Per diem after good-through:        $' WS-PAYOFF-DIEM-DISPLAY
    IF WS-PAYOFF-ESCROW-REFUND > ZERO
        MOVE WS-PAYOFF-ESCROW-REFUND TO WS-PAYOFF-DISPLAY
        DISPLAY 'Escrow to refund at payoff:     $' WS-PAYOFF-DISPLAY
    END-IF.

*> A quote changes nothing on file: it is figured, shown, and printed
*> as a letter the customer (or the refinancing lender) takes away.
QUOTE-LOAN-PAYOFF.
    PERFORM GET-CURRENT-DATE-TIME
    DISPLAY 'Good-through date YYYYMMDD (ENTER for today): '
            WITH NO ADVANCING
    ACCEPT WS-PAYOFF-GOOD-THROUGH
    IF WS-PAYOFF-GOOD-THROUGH = SPACES
        MOVE WS-CURRENT-DATE TO WS-PAYOFF-GOOD-THROUGH
    END-IF
    EVALUATE TRUE
        WHEN WS-PAYOFF-GOOD-THROUGH NOT NUMERIC
            DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-PAYOFF-GOOD-NUM) NOT = 0
            DISPLAY 'ERROR: Not a valid calendar date.'
        WHEN WS-PAYOFF-GOOD-THROUGH < WS-CURRENT-DATE
            DISPLAY 'ERROR: Good-through date is in the past.'
        WHEN OTHER
            PERFORM COMPUTE-LOAN-PAYOFF
            PERFORM DISPLAY-LOAN-PAYOFF
            SET PAYOFF-QUOTE-LETTER TO TRUE
            PERFORM WRITE-LOAN-LETTER
    END-EVALUATE.

*> Payoff in full, good through today. The money must cover the
*> whole figure -- anything short is a payment, not a payoff -- and a
*> supervisor signs off, since the payoff closes the loan for good.
TAKE-LOAN-PAYOFF.
    PERFORM GET-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE TO WS-PAYOFF-GOOD-THROUGH
    PERFORM COMPUTE-LOAN-PAYOFF
    PERFORM DISPLAY-LOAN-PAYOFF
    DISPLAY ' '
    DISPLAY 'Amount received: $' WITH NO ADVANCING
    ACCEPT WS-INPUT-AMOUNT
    IF WS-INPUT-AMOUNT < WS-PAYOFF-TOTAL
        COMPUTE WS-PMT-REMAINING = WS-PAYOFF-TOTAL - WS-INPUT-AMOUNT
        MOVE WS-PMT-REMAINING TO WS-PAYOFF-DISPLAY
        DISPLAY 'ERROR: Short of the payoff by $' WS-PAYOFF-DISPLAY
        DISPLAY 'Take it as a payment, or collect the balance.'
    ELSE
        IF WS-INPUT-AMOUNT > WS-PAYOFF-TOTAL
            COMPUTE WS-PMT-REMAINING =
                WS-INPUT-AMOUNT - WS-PAYOFF-TOTAL
            MOVE WS-PMT-REMAINING TO WS-PAYOFF-DISPLAY
            DISPLAY 'Only the payoff is taken -- return $'
                    WS-PAYOFF-DISPLAY ' to the customer.'
        END-IF
        MOVE 'LOAN PAYOFF AND CLOSURE' TO WS-APPROVAL-REASON
        PERFORM REQUEST-SUPERVISOR-APPROVAL
        IF APPROVAL-GRANTED
            PERFORM POST-LOAN-PAYOFF
        END-IF
    END-IF.

*> The account closes in one REWRITE, the way CLOSE-ACCOUNT-WITH-
*> PAYOUT closes a deposit account; the per-diem interest is then
*> capitalized by an 'N' posting (so RECONCIL's replay sees the
*> balance it clears) and the payoff posts in the usual payment
*> legs. Escrow still held goes back to the borrower by official
*> check, the escrow schedule is retired, and the loan master is
*> marked paid in full.
POST-LOAN-PAYOFF.
    MOVE ZERO TO ACCOUNT-BALANCE
    MOVE ZERO TO AVAILABLE-BALANCE
    MOVE 'I' TO ACCOUNT-STATUS
    MOVE WS-CURRENT-DATE TO LAST-TRANSACTION-DATE
    REWRITE ACCOUNT-RECORD
    IF NOT FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR
    ELSE
        IF WS-PAYOFF-DIEM-INTEREST > ZERO
            MOVE WS-PAYOFF-DIEM-INTEREST TO WS-INPUT-AMOUNT
            MOVE 'LOAN INTEREST ACCRUAL - PAYOFF' TO WS-INPUT-MEMO
            MOVE 'N' TO WS-LOAN-LEG-TYPE
            PERFORM LOG-LOAN-SERVICING-POSTING
        END-IF
        MOVE 'W' TO WS-LOAN-LEG-TYPE
        IF WS-PAYOFF-LATE-FEES > ZERO
            MOVE WS-PAYOFF-LATE-FEES TO WS-INPUT-AMOUNT
            MOVE 'LOAN PAYMENT - LATE CHARGE' TO WS-INPUT-MEMO
            PERFORM LOG-LOAN-PAYMENT-LEG
        END-IF
        COMPUTE WS-INPUT-AMOUNT =
            WS-PAYOFF-INTEREST + WS-PAYOFF-DIEM-INTEREST
        IF WS-INPUT-AMOUNT > ZERO
            MOVE 'LOAN PAYMENT - INTEREST' TO WS-INPUT-MEMO
            PERFORM LOG-LOAN-PAYMENT-LEG
        END-IF
        IF WS-PAYOFF-ESCROW-DUE > ZERO
            MOVE WS-PAYOFF-ESCROW-DUE TO WS-INPUT-AMOUNT
            MOVE 'LOAN PAYMENT - ESCROW' TO WS-INPUT-MEMO
            MOVE 'E' TO WS-LOAN-LEG-TYPE
            PERFORM LOG-LOAN-PAYMENT-LEG
            MOVE 'W' TO WS-LOAN-LEG-TYPE
        END-IF
        IF WS-PAYOFF-PRINCIPAL > ZERO
            MOVE WS-PAYOFF-PRINCIPAL TO WS-INPUT-AMOUNT
            MOVE 'LOAN PAYMENT - PRINCIPAL' TO WS-INPUT-MEMO
            PERFORM LOG-LOAN-PAYMENT-LEG
        END-IF

        MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
        MOVE 'ACCOUNT-STATUS' TO WS-AUDIT-FIELD-NAME
        MOVE 'A' TO WS-AUDIT-OLD-VALUE
        MOVE 'I' TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD

        ADD WS-PAYOFF-ESCROW-DUE TO LOAN-ESCROW-BALANCE
        MOVE ZERO TO WS-PAYOFF-REFUND-SERIAL
        IF WS-PAYOFF-ESCROW-REFUND > ZERO
            PERFORM REFUND-PAYOFF-ESCROW
        END-IF
        PERFORM RETIRE-LOAN-ESCROW-SCHEDULE

        MOVE ZERO TO LOAN-ACCRUED-INTEREST
        MOVE ZERO TO LOAN-LATE-FEES-DUE
        MOVE ZERO TO LOAN-ESCROW-MONTHLY
        MOVE SPACES TO LOAN-ESCROW-ANALYSIS-DATE
        MOVE WS-CURRENT-DATE TO LOAN-LAST-PAYMENT-DATE
        MOVE 'P' TO LOAN-STATUS
        MOVE WS-CURRENT-DATE TO LOAN-CLOSED-DATE
        REWRITE LOAN-RECORD
        IF NOT LOAN-FILE-SUCCESS
            DISPLAY ERR-FILE-ERROR ' (loan master)'
        END-IF
        MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
        MOVE 'LOAN-STATUS' TO WS-AUDIT-FIELD-NAME
        MOVE 'LIVE' TO WS-AUDIT-OLD-VALUE
        MOVE 'PAID IN FULL' TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD

        SET PAID-IN-FULL-LETTER TO TRUE
        PERFORM WRITE-LOAN-LETTER
        DISPLAY MSG-TRANSACTION-COMPLETE
        MOVE WS-PAYOFF-TOTAL TO WS-PAYOFF-DISPLAY
        DISPLAY 'Loan paid in full: $' WS-PAYOFF-DISPLAY
        DISPLAY MSG-ACCOUNT-CLOSED
    END-IF.

*> Escrow left over at payoff is the borrower's: an official check in
*> the holder's name (ISSUE-CLOSEOUT-CHECK's shape) and an 'E'
*> disbursement that takes it out of the escrow balance. A check that
*> cannot be cut leaves the money showing on the loan master for the
*> servicer to send by hand.
REFUND-PAYOFF-ESCROW.
    OPEN I-O OFFCHECK-FILE
    IF NOT OFFCHECK-FILE-SUCCESS
        OPEN OUTPUT OFFCHECK-FILE
        CLOSE OFFCHECK-FILE
        OPEN I-O OFFCHECK-FILE
    END-IF
    IF OFFCHECK-FILE-SUCCESS
        MOVE SPACES TO WS-OFC-PAYEE
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
            INTO WS-OFC-PAYEE
        MOVE WS-PAYOFF-ESCROW-REFUND TO WS-OFC-AMOUNT
        MOVE ACCOUNT-NUMBER TO WS-OFC-PURCHASE-ACCT
        PERFORM GET-NEXT-CHECK-SERIAL
        MOVE WS-OFC-SERIAL TO OFC-SERIAL
        MOVE WS-CURRENT-DATE TO OFC-ISSUE-DATE
        MOVE WS-OFC-PAYEE TO OFC-PAYEE
        MOVE WS-OFC-AMOUNT TO OFC-AMOUNT
        MOVE ZERO TO OFC-FEE
        MOVE WS-OFC-PURCHASE-ACCT TO OFC-PURCHASE-ACCOUNT
        MOVE WS-CURRENT-TELLER-ID TO OFC-ISSUED-BY
        MOVE 'O' TO OFC-STATUS
        MOVE SPACES TO OFC-PAID-DATE
        WRITE OFFCHECK-RECORD
        IF OFFCHECK-FILE-SUCCESS
            MOVE WS-OFC-SERIAL TO WS-PAYOFF-REFUND-SERIAL
            SUBTRACT WS-PAYOFF-ESCROW-REFUND FROM LOAN-ESCROW-BALANCE
            MOVE WS-PAYOFF-ESCROW-REFUND TO WS-INPUT-AMOUNT
            MOVE SPACES TO WS-INPUT-MEMO
            STRING 'ESCROW PAYOFF REFUND ' WS-OFC-SERIAL
                DELIMITED BY SIZE INTO WS-INPUT-MEMO
            MOVE 'E' TO WS-LOAN-LEG-TYPE
            PERFORM LOG-LOAN-SERVICING-POSTING
            MOVE 'W' TO WS-LOAN-LEG-TYPE
            DISPLAY 'Escrow refunded by official check, serial '
                    WS-OFC-SERIAL
        ELSE
            DISPLAY ERR-FILE-ERROR ' (check register)'
            DISPLAY 'Escrow refund NOT issued -- send it by hand.'
        END-IF
        CLOSE OFFCHECK-FILE
    ELSE
        DISPLAY ERR-FILE-ERROR ' (check register)'
        DISPLAY 'Escrow refund NOT issued -- send it by hand.'
    END-IF.

*> A paid-off loan has no bills left to pay: every active item on its
*> escrow schedule is marked removed so ESCROWDS stops looking at it.
RETIRE-LOAN-ESCROW-SCHEDULE.
    OPEN I-O ESCROW-SCHED-FILE
    IF ESCROW-SCHED-FILE-SUCCESS
        MOVE ACCOUNT-NUMBER TO ESC-LOAN-ACCOUNT
        MOVE ZERO TO ESC-SEQ
        START ESCROW-SCHED-FILE KEY NOT < ESC-KEY
        IF ESCROW-SCHED-FILE-SUCCESS
            PERFORM READ-NEXT-ESCROW-SCHED
            PERFORM UNTIL ESCROW-SCHED-FILE-AT-END
                    OR ESC-LOAN-ACCOUNT NOT = ACCOUNT-NUMBER
                IF ESC-ACTIVE
                    MOVE 'R' TO ESC-STATUS
                    REWRITE ESCROW-SCHED-RECORD
                END-IF
                PERFORM READ-NEXT-ESCROW-SCHED
            END-PERFORM
        END-IF
        CLOSE ESCROW-SCHED-FILE
    END-IF.

*> A loan posting with no cash behind it -- the payoff's per-diem
*> accrual, the escrow refund -- in LOG-LOAN-PAYMENT-LEG's shape but
*> without the currency-transaction check or a counter receipt.
*> WS-LOAN-LEG-TYPE carries the type for the one call.
LOG-LOAN-SERVICING-POSTING.
    OPEN I-O TRANSACTION-FILE
    IF NOT FILE-SUCCESS
        OPEN OUTPUT TRANSACTION-FILE
    MOVE WS-NEXT-TRANS-ID TO TRANS-ID
    MOVE WS-CURRENT-DATE TO TRANS-DATE
    MOVE WS-CURRENT-TIME TO TRANS-TIME
    MOVE WS-LOAN-LEG-TYPE TO TRANS-TYPE
    MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
    MOVE ZERO TO TO-ACCOUNT
    MOVE WS-INPUT-AMOUNT TO TRANS-AMOUNT
    MOVE WS-INPUT-MEMO TO TRANS-DESCRIPTION
    MOVE WS-CURRENT-TELLER-ID TO TELLER-ID
    MOVE WS-APPROVAL-SUPERVISOR-ID TO APPROVED-BY-ID
    MOVE BRANCH-CODE TO TRANS-BRANCH
        DISPLAY ERR-FILE-ERROR ' (transaction log)'
    END-IF

    CLOSE TRANSACTION-FILE.

*> The payoff quote or the paid-in-full letter, addressed from the
*> holder fields the way NOTICEGN addresses its letters, to a file
*> named for the loan and the date it speaks for.
WRITE-LOAN-LETTER.
    MOVE SPACES TO WS-LOAN-LETTER-NAME
    IF PAYOFF-QUOTE-LETTER
        STRING 'data/payoff_quote_' ACCOUNT-NUMBER '_'
               WS-PAYOFF-GOOD-THROUGH '.txt'
            DELIMITED BY SIZE INTO WS-LOAN-LETTER-NAME
    ELSE
        STRING 'data/paid_in_full_' ACCOUNT-NUMBER '_'
               WS-CURRENT-DATE '.txt'
            DELIMITED BY SIZE INTO WS-LOAN-LETTER-NAME
    END-IF
    OPEN OUTPUT LOAN-LETTER-FILE
    IF NOT LOAN-LETTER-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (letter file)'
    ELSE
        MOVE ALL '=' TO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        MOVE SPACES TO LOAN-LETTER-LINE
        STRING HOLDER-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY SPACE
            INTO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        MOVE HOLDER-ADDRESS TO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        MOVE SPACES TO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        MOVE SPACES TO LOAN-LETTER-LINE
        STRING 'Re: Loan account ' ACCOUNT-NUMBER '   '
               WS-CURRENT-DATE(5:2) '/' WS-CURRENT-DATE(7:2) '/'
               WS-CURRENT-DATE(1:4)
            DELIMITED BY SIZE INTO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        MOVE SPACES TO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        IF PAYOFF-QUOTE-LETTER
            PERFORM WRITE-PAYOFF-QUOTE-BODY
        ELSE
            PERFORM WRITE-PAID-IN-FULL-BODY
        END-IF
        MOVE SPACES TO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        MOVE 'Thank you for banking with us.' TO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        CLOSE LOAN-LETTER-FILE
        DISPLAY 'Letter written to ' WS-LOAN-LETTER-NAME
    END-IF.

WRITE-PAYOFF-QUOTE-BODY.
    MOVE SPACES TO LOAN-LETTER-LINE
    STRING 'PAYOFF QUOTE -- GOOD THROUGH '
           WS-PAYOFF-GOOD-THROUGH(5:2) '/' WS-PAYOFF-GOOD-THROUGH(7:2)
           '/' WS-PAYOFF-GOOD-THROUGH(1:4)
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    MOVE WS-PAYOFF-PRINCIPAL TO WS-PAYOFF-DISPLAY
    STRING 'Principal balance:               $' WS-PAYOFF-DISPLAY
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    MOVE WS-PAYOFF-INTEREST TO WS-PAYOFF-DISPLAY
    STRING 'Interest billed, unpaid:         $' WS-PAYOFF-DISPLAY
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    MOVE WS-PAYOFF-DIEM-INTEREST TO WS-PAYOFF-DISPLAY
    MOVE WS-PAYOFF-DAYS TO WS-PAYOFF-DAYS-DISPLAY
    STRING 'Interest from ' WS-PAYOFF-ACCRUED-FROM(5:2) '/'
           WS-PAYOFF-ACCRUED-FROM(7:2) '/'
           WS-PAYOFF-ACCRUED-FROM(1:4) ',' WS-PAYOFF-DAYS-DISPLAY
           ' days: $' WS-PAYOFF-DISPLAY
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    MOVE WS-PAYOFF-LATE-FEES TO WS-PAYOFF-DISPLAY
    STRING 'Late charges outstanding:        $' WS-PAYOFF-DISPLAY
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    IF WS-PAYOFF-ESCROW-DUE > ZERO
        MOVE SPACES TO LOAN-LETTER-LINE
        MOVE WS-PAYOFF-ESCROW-DUE TO WS-PAYOFF-DISPLAY
        STRING 'Escrow advanced, to be repaid:   $' WS-PAYOFF-DISPLAY
            DELIMITED BY SIZE INTO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
    END-IF
    MOVE SPACES TO LOAN-LETTER-LINE
    MOVE WS-PAYOFF-TOTAL TO WS-PAYOFF-DISPLAY
    STRING 'TOTAL TO PAY OFF:                $' WS-PAYOFF-DISPLAY
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    MOVE WS-PAYOFF-PER-DIEM TO WS-PAYOFF-DIEM-DISPLAY
    STRING 'Per-diem interest is $' WS-PAYOFF-DIEM-DISPLAY
           '. Funds arriving after the good-through'
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE 'date must add the per-diem for each further day.'
        TO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    IF WS-PAYOFF-ESCROW-REFUND > ZERO
        MOVE SPACES TO LOAN-LETTER-LINE
        MOVE WS-PAYOFF-ESCROW-REFUND TO WS-PAYOFF-DISPLAY
        STRING 'Your escrow balance of $' WS-PAYOFF-DISPLAY
               ' will be refunded by check'
            DELIMITED BY SIZE INTO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
        MOVE 'when the loan is paid off.' TO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
    END-IF.

WRITE-PAID-IN-FULL-BODY.
    MOVE 'PAID IN FULL' TO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    STRING 'Your loan was paid in full on '
           WS-CURRENT-DATE(5:2) '/' WS-CURRENT-DATE(7:2) '/'
           WS-CURRENT-DATE(1:4) '.'
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE SPACES TO LOAN-LETTER-LINE
    MOVE WS-PAYOFF-TOTAL TO WS-PAYOFF-DISPLAY
    STRING 'Final payment received: $' WS-PAYOFF-DISPLAY
        DELIMITED BY SIZE INTO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE 'The loan is closed and no further payments are due.'
        TO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    MOVE 'Any lien securing the loan will be released.'
        TO LOAN-LETTER-LINE
    WRITE LOAN-LETTER-LINE
    IF WS-PAYOFF-REFUND-SERIAL > ZERO
        MOVE SPACES TO LOAN-LETTER-LINE
        MOVE WS-PAYOFF-ESCROW-REFUND TO WS-PAYOFF-DISPLAY
        STRING 'Your escrow balance of $' WS-PAYOFF-DISPLAY
               ' is refunded by check ' WS-PAYOFF-REFUND-SERIAL '.'
            DELIMITED BY SIZE INTO LOAN-LETTER-LINE
        WRITE LOAN-LETTER-LINE
    END-IF.

*> The loan servicing screen behind escrow: sets the monthly escrow a
*> loan collects (the scheduled payment moves with it, so the payment
*> on file is always principal and interest plus escrow), keeps the
*> schedule of tax and insurance bills the escrow pays, and shows
*> what is held. The schedule is what ESCROWDS pays from each night
*> and what the annual analysis re-prices the monthly amount from.
*> Every change to the monthly amount or the schedule lands on the
*> audit trail under the loan account.
LOAN-ESCROW-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                        LOAN ESCROW'
    DISPLAY '================================================================='
    PERFORM GET-CURRENT-DATE-TIME
    PERFORM SELECT-ACCOUNT

    IF WS-INPUT-ACCOUNT > 0
        PERFORM READ-ACCOUNT-RECORD
        IF NOT ACCOUNT-FOUND
            DISPLAY ERR-ACCOUNT-NOT-FOUND
        ELSE
            IF NOT LOAN-ACCOUNT OR NOT ACTIVE-ACCOUNT
                DISPLAY 'ERROR: Not an active loan account'
            ELSE
                PERFORM MAINTAIN-LOAN-ESCROW
            END-IF
        END-IF
        PERFORM RELEASE-ACCOUNT-LOCK
    END-IF
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

MAINTAIN-LOAN-ESCROW.
    OPEN I-O LOAN-FILE
    IF NOT LOAN-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (loan master)'
        IF NOT LOAN-FILE-SUCCESS
            DISPLAY 'ERROR: No loan master record for this account'
        ELSE
            OPEN I-O ESCROW-SCHED-FILE
            IF NOT ESCROW-SCHED-FILE-SUCCESS
                OPEN OUTPUT ESCROW-SCHED-FILE
                CLOSE ESCROW-SCHED-FILE
                OPEN I-O ESCROW-SCHED-FILE
            END-IF
            PERFORM SHOW-LOAN-ESCROW
            DISPLAY ' '
            DISPLAY 'M)onthly escrow amount, A)dd a payee,'
            DISPLAY 'R)emove a payee, or ENTER to go back: '
                    WITH NO ADVANCING
            ACCEPT WS-ESC-ACTION
            EVALUATE WS-ESC-ACTION
                WHEN 'M'
                WHEN 'm'
                    PERFORM SET-ESCROW-MONTHLY
                WHEN 'A'
                WHEN 'a'
                    PERFORM ADD-ESCROW-PAYEE
                WHEN 'R'
                WHEN 'r'
                    PERFORM REMOVE-ESCROW-PAYEE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            CLOSE ESCROW-SCHED-FILE
        END-IF
        CLOSE LOAN-FILE
    END-IF.

SHOW-LOAN-ESCROW.
    MOVE LOAN-PAYMENT-AMOUNT TO WS-ESC-AMT-DISPLAY
    DISPLAY 'Scheduled payment:     $' WS-ESC-AMT-DISPLAY
    MOVE LOAN-ESCROW-MONTHLY TO WS-ESC-AMT-DISPLAY
    DISPLAY '  Of which escrow:     $' WS-ESC-AMT-DISPLAY
    MOVE LOAN-ESCROW-BALANCE TO WS-ESC-BAL-DISPLAY
    DISPLAY 'Escrow balance held:  $' WS-ESC-BAL-DISPLAY
    DISPLAY 'Next escrow analysis:  ' LOAN-ESCROW-ANALYSIS-DATE
    DISPLAY ' '
    DISPLAY 'Seq Payee                                    Kind'
            '        Amount Next Due Every'
    DISPLAY '-----------------------------------------------------------------'
    MOVE ZERO TO WS-ESC-LIST-COUNT
    MOVE ZERO TO WS-ESC-HIGH-SEQ
    MOVE LOAN-ACCOUNT-NUMBER TO ESC-LOAN-ACCOUNT
    MOVE ZERO TO ESC-SEQ
    START ESCROW-SCHED-FILE KEY NOT < ESC-KEY
    IF ESCROW-SCHED-FILE-SUCCESS
        PERFORM READ-NEXT-ESCROW-SCHED
        PERFORM UNTIL ESCROW-SCHED-FILE-AT-END
                OR ESC-LOAN-ACCOUNT NOT = LOAN-ACCOUNT-NUMBER
            MOVE ESC-SEQ TO WS-ESC-HIGH-SEQ
            IF ESC-ACTIVE
                ADD 1 TO WS-ESC-LIST-COUNT
                MOVE ESC-AMOUNT TO WS-ESC-AMT-DISPLAY
                DISPLAY ESC-SEQ ' ' ESC-PAYEE-NAME ' ' ESC-KIND
                        ' ' WS-ESC-AMT-DISPLAY ' ' ESC-NEXT-DUE-DATE
                        ' ' ESC-FREQUENCY-MONTHS 'm'
            END-IF
            PERFORM READ-NEXT-ESCROW-SCHED
        END-PERFORM
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Active payees: ' WS-ESC-LIST-COUNT
            '   (T tax, I insurance, O other)'.

READ-NEXT-ESCROW-SCHED.
    READ ESCROW-SCHED-FILE NEXT RECORD AT END
        MOVE '10' TO WS-ESCROW-SCHED-FILE-STATUS
    END-READ.

*> The new monthly escrow replaces the old inside the scheduled
*> payment. Setting up escrow on a loan that had none also starts the
*> annual analysis cycle a year out.
SET-ESCROW-MONTHLY.
    DISPLAY 'New monthly escrow amount: $' WITH NO ADVANCING
    ACCEPT WS-ESC-NEW-MONTHLY
    MOVE LOAN-ESCROW-MONTHLY TO WS-ESC-OLD-MONTHLY
    COMPUTE LOAN-PAYMENT-AMOUNT =
        LOAN-PAYMENT-AMOUNT - WS-ESC-OLD-MONTHLY + WS-ESC-NEW-MONTHLY
    MOVE WS-ESC-NEW-MONTHLY TO LOAN-ESCROW-MONTHLY
    IF LOAN-ESCROW-ANALYSIS-DATE = SPACES
            AND WS-ESC-NEW-MONTHLY > ZERO
        PERFORM SET-FIRST-ESCROW-ANALYSIS
    END-IF
    REWRITE LOAN-RECORD
    IF LOAN-FILE-SUCCESS
        MOVE LOAN-ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
        MOVE 'LOAN-ESCROW-MONTHLY' TO WS-AUDIT-FIELD-NAME
        MOVE WS-ESC-OLD-MONTHLY TO WS-ESC-AMT-DISPLAY
        MOVE WS-ESC-AMT-DISPLAY TO WS-AUDIT-OLD-VALUE
        MOVE LOAN-ESCROW-MONTHLY TO WS-ESC-AMT-DISPLAY
        MOVE WS-ESC-AMT-DISPLAY TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
        MOVE LOAN-PAYMENT-AMOUNT TO WS-ESC-AMT-DISPLAY
        DISPLAY 'Scheduled payment is now $' WS-ESC-AMT-DISPLAY
    ELSE
        DISPLAY ERR-FILE-ERROR ' (loan master)'
    END-IF.

*> A year from today; a 29 February start rolls back to the 28th.
SET-FIRST-ESCROW-ANALYSIS.
    COMPUTE WS-ESC-ANALYSIS-NUM =
        FUNCTION NUMVAL(WS-CURRENT-DATE) + 10000
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-ESC-ANALYSIS-NUM) NOT = 0
        SUBTRACT 1 FROM WS-ESC-ANALYSIS-NUM
    END-IF
    MOVE WS-ESC-ANALYSIS-NUM TO LOAN-ESCROW-ANALYSIS-DATE.

ADD-ESCROW-PAYEE.
    DISPLAY 'Payee name: ' WITH NO ADVANCING
    ACCEPT WS-ESC-PAYEE-NAME
    DISPLAY 'Payee address: ' WITH NO ADVANCING
    ACCEPT WS-ESC-PAYEE-ADDRESS
    DISPLAY 'T)ax, I)nsurance or O)ther: ' WITH NO ADVANCING
    ACCEPT WS-ESC-KIND
    MOVE FUNCTION UPPER-CASE(WS-ESC-KIND) TO WS-ESC-KIND
    DISPLAY 'Bill amount: $' WITH NO ADVANCING
    ACCEPT WS-ESC-AMOUNT
    DISPLAY 'Next due date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT WS-ESC-DUE-DATE
    DISPLAY 'Paid every how many months (12 annual, 6, 3, 1): '
            WITH NO ADVANCING
    ACCEPT WS-ESC-FREQUENCY

    EVALUATE TRUE
        WHEN WS-ESC-PAYEE-NAME = SPACES OR WS-ESC-AMOUNT = ZERO
            DISPLAY 'ERROR: A payee needs a name and an amount.'
        WHEN WS-ESC-KIND NOT = 'T' AND WS-ESC-KIND NOT = 'I'
                AND WS-ESC-KIND NOT = 'O'
            DISPLAY 'ERROR: Kind must be T, I or O.'
        WHEN WS-ESC-DUE-DATE NOT NUMERIC
            DISPLAY 'ERROR: Enter the date as YYYYMMDD.'
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ESC-DUE-NUM) NOT = 0
            DISPLAY 'ERROR: Not a valid calendar date.'
        WHEN WS-ESC-DUE-DATE < WS-CURRENT-DATE
            DISPLAY 'ERROR: Due date is in the past.'
        WHEN WS-ESC-FREQUENCY = ZERO OR WS-ESC-FREQUENCY > 12
            DISPLAY 'ERROR: Frequency must be 1 to 12 months.'
        WHEN WS-ESC-HIGH-SEQ >= 999
            DISPLAY 'ERROR: Escrow schedule is full for this loan.'
        WHEN OTHER
            PERFORM WRITE-ESCROW-PAYEE
    END-EVALUATE.

WRITE-ESCROW-PAYEE.
    MOVE LOAN-ACCOUNT-NUMBER TO ESC-LOAN-ACCOUNT
    COMPUTE ESC-SEQ = WS-ESC-HIGH-SEQ + 1
    MOVE WS-ESC-PAYEE-NAME TO ESC-PAYEE-NAME
    MOVE WS-ESC-PAYEE-ADDRESS TO ESC-PAYEE-ADDRESS
    MOVE WS-ESC-KIND TO ESC-KIND
    MOVE WS-ESC-AMOUNT TO ESC-AMOUNT
    MOVE WS-ESC-DUE-DATE TO ESC-NEXT-DUE-DATE
    MOVE WS-ESC-FREQUENCY TO ESC-FREQUENCY-MONTHS
    SET ESC-ACTIVE TO TRUE
    MOVE SPACES TO ESC-LAST-PAID-DATE
    MOVE ZERO TO ESC-LAST-CHECK-SERIAL
    MOVE WS-CURRENT-TELLER-ID TO ESC-ADDED-BY
    WRITE ESCROW-SCHED-RECORD
    IF ESCROW-SCHED-FILE-SUCCESS
        MOVE ESC-SEQ TO WS-ESC-HIGH-SEQ
        MOVE LOAN-ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
        MOVE 'ESCROW-PAYEE-ADDED' TO WS-AUDIT-FIELD-NAME
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
        MOVE WS-ESC-PAYEE-NAME TO WS-AUDIT-NEW-VALUE
        PERFORM WRITE-AUDIT-RECORD
        DISPLAY 'Escrow payee added as item ' ESC-SEQ '.'
        IF LOAN-ESCROW-MONTHLY = ZERO
            DISPLAY 'NOTE: this loan collects no escrow yet -- set'
                    ' the monthly amount.'
        END-IF
    ELSE
        DISPLAY ERR-FILE-ERROR ' (escrow schedule)'
    END-IF.

REMOVE-ESCROW-PAYEE.
    DISPLAY 'Item number to remove: ' WITH NO ADVANCING
    ACCEPT WS-ESC-SEQ
    MOVE LOAN-ACCOUNT-NUMBER TO ESC-LOAN-ACCOUNT
    MOVE WS-ESC-SEQ TO ESC-SEQ
    READ ESCROW-SCHED-FILE WITH LOCK
    IF NOT ESCROW-SCHED-FILE-SUCCESS OR NOT ESC-ACTIVE
        DISPLAY 'ERROR: No such active escrow item on this loan.'
    ELSE
        SET ESC-REMOVED TO TRUE
        REWRITE ESCROW-SCHED-RECORD
        IF ESCROW-SCHED-FILE-SUCCESS
            MOVE LOAN-ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
            MOVE 'ESCROW-PAYEE-REMOVED' TO WS-AUDIT-FIELD-NAME
            MOVE ESC-PAYEE-NAME TO WS-AUDIT-OLD-VALUE
            MOVE SPACES TO WS-AUDIT-NEW-VALUE
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY 'Escrow item ' ESC-SEQ ' removed.'
        ELSE
            DISPLAY ERR-FILE-ERROR ' (escrow schedule)'
        END-IF
    END-IF.

*> The safe deposit box counter: the branch's box inventory, listed
*> with who rents each box and when its rent next falls due. The
*> counter rents a vacant box to the holder of a billing account --
*> the renter IS that holder, so the rent is always drawn on the
*> renter's own money -- releases a box when it is given up or has
*> been drilled, and records every access visit once the visitor is
*> matched to the renter or co-renter. A box whose rent is unpaid is
*> closed to visits until SDBBILL collects it. Rent is charged only
*> by SDBBILL: a newly rented box falls due the day it is rented, so
*> the first year is billed that night. Adding boxes to the inventory
*> is a supervisor's job; every change lands on the audit trail.
SAFE-DEPOSIT-BOX-MODULE.
    DISPLAY CLEAR-SCREEN
    DISPLAY CURSOR-HOME
    DISPLAY '================================================================='
    DISPLAY '                     SAFE DEPOSIT BOXES'
    DISPLAY '================================================================='
    PERFORM GET-CURRENT-DATE-TIME
    OPEN I-O SDBOX-FILE
    IF NOT SDBOX-FILE-SUCCESS
        OPEN OUTPUT SDBOX-FILE
        CLOSE SDBOX-FILE
        OPEN I-O SDBOX-FILE
    END-IF

    IF NOT SDBOX-FILE-SUCCESS
        DISPLAY ERR-FILE-ERROR ' (box inventory)'
    ELSE
        MOVE SPACES TO WS-SDB-BRANCH
        DISPLAY 'Branch (blank for ' WS-CURRENT-BRANCH '): '
                WITH NO ADVANCING
        ACCEPT WS-SDB-BRANCH
        IF WS-SDB-BRANCH = SPACES
            MOVE WS-CURRENT-BRANCH TO WS-SDB-BRANCH
        END-IF
        PERFORM LIST-BRANCH-BOXES
        DISPLAY ' '
        DISPLAY 'R)ent a box, X) release a box, V)isit, A)dd a box'
        DISPLAY 'to the inventory, or ENTER to go back: '
                WITH NO ADVANCING
        MOVE SPACES TO WS-SDB-ACTION
        ACCEPT WS-SDB-ACTION
        EVALUATE WS-SDB-ACTION
            WHEN 'R'
            WHEN 'r'
                PERFORM RENT-SAFE-DEPOSIT-BOX
            WHEN 'X'
            WHEN 'x'
                PERFORM RELEASE-SAFE-DEPOSIT-BOX
            WHEN 'V'
            WHEN 'v'
                PERFORM RECORD-BOX-VISIT
            WHEN 'A'
            WHEN 'a'
                IF SUPERVISOR-SIGNED-ON
                    PERFORM ADD-BOX-TO-INVENTORY
                ELSE
                    DISPLAY 'ERROR: Adding boxes is restricted to'
                            ' supervisors.'
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        CLOSE SDBOX-FILE
    END-IF

    DISPLAY ' '
    DISPLAY 'Press ENTER to continue...'
    ACCEPT WS-MENU-CHOICE.

LIST-BRANCH-BOXES.
    DISPLAY ' '
    DISPLAY 'Box   Size       Rent Renter                    Rent due'
    DISPLAY '-----------------------------------------------------------------'
    MOVE ZERO TO WS-SDB-LIST-COUNT
    MOVE WS-SDB-BRANCH TO SDB-BRANCH
    MOVE ZERO TO SDB-BOX-NUMBER
    START SDBOX-FILE KEY NOT < SDB-KEY
    IF SDBOX-FILE-SUCCESS
        PERFORM READ-NEXT-SDBOX
        PERFORM UNTIL SDBOX-FILE-AT-END
                OR SDB-BRANCH NOT = WS-SDB-BRANCH
            ADD 1 TO WS-SDB-LIST-COUNT
            MOVE SDB-ANNUAL-RENT TO WS-SDB-RENT-DISPLAY
            IF SDB-RENTED
                MOVE SPACES TO WS-SDB-UNPAID-TAG
                IF SDB-UNPAID-SINCE NOT = SPACES
                    MOVE 'UNPAID' TO WS-SDB-UNPAID-TAG
                END-IF
                DISPLAY SDB-BOX-NUMBER ' ' SDB-SIZE '  '
                        WS-SDB-RENT-DISPLAY ' ' SDB-RENTER-NAME(1:25)
                        ' ' SDB-RENT-DUE-DATE ' ' WS-SDB-UNPAID-TAG
            ELSE
                DISPLAY SDB-BOX-NUMBER ' ' SDB-SIZE '  '
                        WS-SDB-RENT-DISPLAY ' (vacant)'
            END-IF
            PERFORM READ-NEXT-SDBOX
        END-PERFORM
    END-IF
    DISPLAY '-----------------------------------------------------------------'
    DISPLAY 'Boxes at branch ' WS-SDB-BRANCH ': ' WS-SDB-LIST-COUNT
            '   (S small, M medium, L large, X extra large)'.

READ-NEXT-SDBOX.
    READ SDBOX-FILE NEXT RECORD AT END
        MOVE '10' TO WS-SDBOX-FILE-STATUS
    END-READ.

*> Takes a box number at the chosen branch and reads the box locked
*> for update; SDBOX-FILE-SUCCESS tells the caller it is in hand.
READ-SDBOX-WITH-LOCK.
    DISPLAY 'Box number: ' WITH NO ADVANCING
    MOVE ZERO TO WS-SDB-BOX-NUMBER
    ACCEPT WS-SDB-BOX-NUMBER
    MOVE WS-SDB-BRANCH TO SDB-BRANCH
    MOVE WS-SDB-BOX-NUMBER TO SDB-BOX-NUMBER
    MOVE ZERO TO WS-LOCK-RETRY-COUNT
    READ SDBOX-FILE WITH LOCK
    PERFORM UNTIL NOT SDBOX-RECORD-LOCKED
            OR WS-LOCK-RETRY-COUNT >= WS-LOCK-MAX-RETRIES
        ADD 1 TO WS-LOCK-RETRY-COUNT
        READ SDBOX-FILE WITH LOCK
    END-PERFORM
    MOVE SPACES TO WS-SDB-BOX-ID
    STRING WS-SDB-BRANCH '-' WS-SDB-BOX-NUMBER
        DELIMITED BY SIZE INTO WS-SDB-BOX-ID.

ADD-BOX-TO-INVENTORY.
    DISPLAY 'New box number: ' WITH NO ADVANCING
    MOVE ZERO TO WS-SDB-BOX-NUMBER
    ACCEPT WS-SDB-BOX-NUMBER
    DISPLAY 'Size -- S)mall, M)edium, L)arge, X) extra large: '
            WITH NO ADVANCING
    ACCEPT WS-SDB-SIZE
    MOVE FUNCTION UPPER-CASE(WS-SDB-SIZE) TO WS-SDB-SIZE
    DISPLAY 'Annual rent: $' WITH NO ADVANCING
    ACCEPT WS-SDB-RENT

    EVALUATE TRUE
        WHEN WS-SDB-BOX-NUMBER = ZERO
            DISPLAY 'ERROR: Box number is required.'
        WHEN WS-SDB-SIZE NOT = 'S' AND WS-SDB-SIZE NOT = 'M'
                AND WS-SDB-SIZE NOT = 'L' AND WS-SDB-SIZE NOT = 'X'
            DISPLAY 'ERROR: Size must be S, M, L or X.'
        WHEN WS-SDB-RENT = ZERO
            DISPLAY 'ERROR: Annual rent is required.'
        WHEN OTHER
            INITIALIZE SDBOX-RECORD
            MOVE WS-SDB-BRANCH TO SDB-BRANCH
            MOVE WS-SDB-BOX-NUMBER TO SDB-BOX-NUMBER
            MOVE WS-SDB-SIZE TO SDB-SIZE
            MOVE WS-SDB-RENT TO SDB-ANNUAL-RENT
            SET SDB-VACANT TO TRUE
            MOVE WS-CURRENT-TELLER-ID TO SDB-UPDATED-BY
            WRITE SDBOX-RECORD
            EVALUATE TRUE
                WHEN SDBOX-FILE-SUCCESS
                    MOVE ZERO TO WS-AUDIT-ACCOUNT
                    MOVE 'SDB-BOX-ADDED' TO WS-AUDIT-FIELD-NAME
                    MOVE SPACES TO WS-AUDIT-OLD-VALUE
                    MOVE SPACES TO WS-AUDIT-NEW-VALUE
                    STRING WS-SDB-BRANCH '-' WS-SDB-BOX-NUMBER
                           ' SIZE ' WS-SDB-SIZE
                        DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY 'Box ' WS-SDB-BOX-NUMBER
                            ' added to the inventory.'
                WHEN WS-SDBOX-FILE-STATUS = '22'
                    DISPLAY 'ERROR: Box ' WS-SDB-BOX-NUMBER
                            ' is already in the inventory.'
                WHEN OTHER
                    DISPLAY ERR-FILE-ERROR ' (box inventory)'
            END-EVALUATE
    END-EVALUATE.

*> The billing account must be an open checking or savings account
*> that can take debits. Its holder becomes the renter; a co-renter
*> is optional but needs a tax ID, since it is the tax ID a visit is
*> checked against.
RENT-SAFE-DEPOSIT-BOX.
    PERFORM READ-SDBOX-WITH-LOCK
    EVALUATE TRUE
        WHEN NOT SDBOX-FILE-SUCCESS
            DISPLAY 'ERROR: No such box at branch ' WS-SDB-BRANCH
        WHEN NOT SDB-VACANT
            DISPLAY 'ERROR: Box ' WS-SDB-BOX-NUMBER ' is already rented'
                    ' to ' SDB-RENTER-NAME
            UNLOCK SDBOX-FILE
        WHEN OTHER
            PERFORM SELECT-ACCOUNT
            IF WS-INPUT-ACCOUNT > 0
                PERFORM READ-ACCOUNT-RECORD
                EVALUATE TRUE
                    WHEN NOT ACCOUNT-FOUND
                        DISPLAY ERR-ACCOUNT-NOT-FOUND
                    WHEN NOT ACTIVE-ACCOUNT
                        DISPLAY 'ERROR: Billing account is not open.'
                    WHEN NOT CHECKING-ACCOUNT
                            AND NOT SAVINGS-ACCOUNT
                        DISPLAY 'ERROR: Rent must be billed to a'
                                ' checking or savings account.'
                    WHEN DEBITS-BLOCKED OR ESTATE-FROZEN
                        DISPLAY 'ERROR: Billing account cannot take'
                                ' debits.'
                    WHEN OTHER
                        PERFORM TAKE-BOX-RENTAL
                END-EVALUATE
                PERFORM RELEASE-ACCOUNT-LOCK
            END-IF
            UNLOCK SDBOX-FILE
    END-EVALUATE.

TAKE-BOX-RENTAL.
    MOVE SPACES TO WS-SDB-CO-RENTER-NAME
    MOVE SPACES TO WS-SDB-CO-RENTER-TAX-ID
    DISPLAY 'Renter: ' HOLDER-FIRST-NAME ' ' HOLDER-LAST-NAME
    DISPLAY 'Co-renter name (blank for none): ' WITH NO ADVANCING
    ACCEPT WS-SDB-CO-RENTER-NAME
    IF WS-SDB-CO-RENTER-NAME NOT = SPACES
        DISPLAY 'Co-renter tax ID: ' WITH NO ADVANCING
        ACCEPT WS-SDB-CO-RENTER-TAX-ID
    END-IF

    IF WS-SDB-CO-RENTER-NAME NOT = SPACES
            AND WS-SDB-CO-RENTER-TAX-ID = SPACES
        DISPLAY 'ERROR: A co-renter needs a tax ID.'
    ELSE
        SET SDB-RENTED TO TRUE
        MOVE HOLDER-TAX-ID TO SDB-RENTER-TAX-ID
        MOVE SPACES TO SDB-RENTER-NAME
        STRING HOLDER-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               HOLDER-LAST-NAME DELIMITED BY '  '
            INTO SDB-RENTER-NAME
        MOVE WS-SDB-CO-RENTER-TAX-ID TO SDB-CO-RENTER-TAX-ID
        MOVE WS-SDB-CO-RENTER-NAME TO SDB-CO-RENTER-NAME
        MOVE ACCOUNT-NUMBER TO SDB-BILLING-ACCOUNT
        MOVE WS-CURRENT-DATE TO SDB-RENTED-DATE
        MOVE WS-CURRENT-DATE TO SDB-RENT-DUE-DATE
        MOVE SPACES TO SDB-UNPAID-SINCE
        MOVE SPACES TO SDB-LAST-BILLED-DATE
        MOVE SPACES TO SDB-LAST-VISIT-DATE
        MOVE ZERO TO SDB-VISIT-COUNT
        MOVE WS-CURRENT-TELLER-ID TO SDB-UPDATED-BY
        REWRITE SDBOX-RECORD
        IF SDBOX-FILE-SUCCESS
            MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
            MOVE 'SDB-RENTED' TO WS-AUDIT-FIELD-NAME
            MOVE SPACES TO WS-AUDIT-OLD-VALUE
            MOVE SPACES TO WS-AUDIT-NEW-VALUE
            STRING 'BOX ' WS-SDB-BOX-ID ' TO ' SDB-RENTER-TAX-ID
                DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
            PERFORM WRITE-AUDIT-RECORD
            MOVE SDB-ANNUAL-RENT TO WS-SDB-RENT-DISPLAY
            DISPLAY 'Box ' WS-SDB-BOX-ID ' rented to '
                    SDB-RENTER-NAME
            DISPLAY 'Annual rent of $' WS-SDB-RENT-DISPLAY
                    ' is charged to account ' ACCOUNT-NUMBER
            DISPLAY 'tonight and each year on this date.'
        ELSE
            DISPLAY ERR-FILE-ERROR ' (box inventory)'
        END-IF
    END-IF.

*> The box goes back to vacant. Rent still unpaid is written off --
*> a box given up in arrears, or one opened by the drilling process,
*> needs a supervisor to release it.
RELEASE-SAFE-DEPOSIT-BOX.
    PERFORM READ-SDBOX-WITH-LOCK
    EVALUATE TRUE
        WHEN NOT SDBOX-FILE-SUCCESS
            DISPLAY 'ERROR: No such box at branch ' WS-SDB-BRANCH
        WHEN NOT SDB-RENTED
            DISPLAY 'ERROR: Box ' WS-SDB-BOX-NUMBER ' is not rented.'
            UNLOCK SDBOX-FILE
        WHEN SDB-UNPAID-SINCE NOT = SPACES
                AND NOT SUPERVISOR-SIGNED-ON
            DISPLAY 'ERROR: Rent on this box is unpaid since '
                    SDB-UNPAID-SINCE ' -- a supervisor must'
            DISPLAY 'release it.'
            UNLOCK SDBOX-FILE
        WHEN OTHER
            DISPLAY 'Release box ' WS-SDB-BOX-ID ' rented to '
                    SDB-RENTER-NAME
            DISPLAY 'Confirm (Y/N): ' WITH NO ADVANCING
            MOVE SPACES TO WS-SDB-ACTION
            ACCEPT WS-SDB-ACTION
            IF WS-SDB-ACTION = 'Y' OR WS-SDB-ACTION = 'y'
                PERFORM VACATE-SAFE-DEPOSIT-BOX
            ELSE
                DISPLAY 'Release cancelled.'
            END-IF
            UNLOCK SDBOX-FILE
    END-EVALUATE.

VACATE-SAFE-DEPOSIT-BOX.
    MOVE SDB-BILLING-ACCOUNT TO WS-AUDIT-ACCOUNT
    IF SDB-UNPAID-SINCE NOT = SPACES
        MOVE 'SDB-RELEASED-UNPAID' TO WS-AUDIT-FIELD-NAME
    ELSE
        MOVE 'SDB-RELEASED' TO WS-AUDIT-FIELD-NAME
    END-IF
    MOVE SPACES TO WS-AUDIT-OLD-VALUE
    STRING 'BOX ' WS-SDB-BOX-ID ' TO ' SDB-RENTER-TAX-ID
        DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
    MOVE 'VACANT' TO WS-AUDIT-NEW-VALUE

    SET SDB-VACANT TO TRUE
    MOVE SPACES TO SDB-RENTER-TAX-ID
    MOVE SPACES TO SDB-RENTER-NAME
    MOVE SPACES TO SDB-CO-RENTER-TAX-ID
    MOVE SPACES TO SDB-CO-RENTER-NAME
    MOVE ZERO TO SDB-BILLING-ACCOUNT
    MOVE SPACES TO SDB-RENT-DUE-DATE
    MOVE SPACES TO SDB-UNPAID-SINCE
    MOVE WS-CURRENT-TELLER-ID TO SDB-UPDATED-BY
    REWRITE SDBOX-RECORD
    IF SDBOX-FILE-SUCCESS
        PERFORM WRITE-AUDIT-RECORD
        DISPLAY 'Box ' WS-SDB-BOX-ID ' released and now vacant.'
    ELSE
        DISPLAY ERR-FILE-ERROR ' (box inventory)'
    END-IF.

*> A visit is let through only for the renter or the co-renter, by
*> tax ID, and only while the rent is paid up. Each visit is logged
*> with who came and which teller let them in.
RECORD-BOX-VISIT.
    PERFORM READ-SDBOX-WITH-LOCK
    EVALUATE TRUE
        WHEN NOT SDBOX-FILE-SUCCESS
            DISPLAY 'ERROR: No such box at branch ' WS-SDB-BRANCH
        WHEN NOT SDB-RENTED
            DISPLAY 'ERROR: Box ' WS-SDB-BOX-NUMBER ' is not rented.'
            UNLOCK SDBOX-FILE
        WHEN OTHER
            DISPLAY 'Visitor tax ID: ' WITH NO ADVANCING
            MOVE SPACES TO WS-SDB-VISITOR-TAX-ID
            ACCEPT WS-SDB-VISITOR-TAX-ID
            EVALUATE TRUE
                WHEN WS-SDB-VISITOR-TAX-ID = SPACES
                    DISPLAY 'ERROR: Visitor tax ID is required.'
                WHEN WS-SDB-VISITOR-TAX-ID = SDB-RENTER-TAX-ID
                    MOVE SDB-RENTER-NAME TO WS-SDB-VISITOR-NAME
                    PERFORM ADMIT-BOX-VISITOR
                WHEN WS-SDB-VISITOR-TAX-ID = SDB-CO-RENTER-TAX-ID
                    MOVE SDB-CO-RENTER-NAME TO WS-SDB-VISITOR-NAME
                    PERFORM ADMIT-BOX-VISITOR
                WHEN OTHER
                    DISPLAY 'REFUSED: Visitor is not the renter or'
                            ' co-renter of this box.'
            END-EVALUATE
            UNLOCK SDBOX-FILE
    END-EVALUATE.

ADMIT-BOX-VISITOR.
    IF SDB-UNPAID-SINCE NOT = SPACES
        MOVE SDB-ANNUAL-RENT TO WS-SDB-RENT-DISPLAY
        DISPLAY 'REFUSED: Rent of $' WS-SDB-RENT-DISPLAY
                ' on this box is unpaid since ' SDB-UNPAID-SINCE '.'
        DISPLAY 'Access resumes once the rent is collected from'
                ' account ' SDB-BILLING-ACCOUNT '.'
    ELSE
        MOVE WS-CURRENT-DATE TO SDB-LAST-VISIT-DATE
        ADD 1 TO SDB-VISIT-COUNT
        REWRITE SDBOX-RECORD
        IF NOT SDBOX-FILE-SUCCESS
            DISPLAY ERR-FILE-ERROR ' (box inventory)'
        END-IF
        OPEN EXTEND SDBVISIT-FILE
        IF NOT SDBVISIT-FILE-SUCCESS
            OPEN OUTPUT SDBVISIT-FILE
        END-IF
        MOVE WS-SDB-BRANCH TO SDV-BRANCH
        MOVE WS-SDB-BOX-NUMBER TO SDV-BOX-NUMBER
        MOVE WS-CURRENT-DATE TO SDV-DATE
        MOVE WS-CURRENT-TIME TO SDV-TIME
        MOVE WS-SDB-VISITOR-TAX-ID TO SDV-VISITOR-TAX-ID
        MOVE WS-SDB-VISITOR-NAME TO SDV-VISITOR-NAME
        MOVE WS-CURRENT-TELLER-ID TO SDV-TELLER-ID
        WRITE SDBVISIT-RECORD
        IF SDBVISIT-FILE-SUCCESS
            DISPLAY 'Visit recorded -- ' WS-SDB-VISITOR-NAME
                    ' may access box ' WS-SDB-BOX-ID
        ELSE
            DISPLAY ERR-FILE-ERROR ' (box access log)'
        END-IF
        CLOSE SDBVISIT-FILE
    END-IF.

*> The operations screen behind every rate, fee and threshold in the
*> suite. Lists what is on file, then takes a key, an effective date
        MOVE WS-APPROVAL-SUPERVISOR-ID TO PND-APPROVED-BY
        MOVE 'Q' TO PND-STATUS
        IF WS-PENDING-TYPE = 'D' AND DEPOSIT-ON-HOLD
                AND WS-TICKET-CHECK-TOTAL > ZERO
            MOVE 'Y' TO PND-HOLD-FLAG
        ELSE
            MOVE 'N' TO PND-HOLD-FLAG
        END-IF
        WRITE PENDING-POST-RECORD
        CLOSE PENDPOST-FILE
        *> A captured deposit's ticket is filed now under the capture
        *> date and time; PENDPOST finds it there, holds only its
        *> checks, tests only its cash against the CTR threshold, and
        *> stamps the TRANS-ID it posts under.
        IF WS-PENDING-TYPE = 'D'
            MOVE PND-CAPTURE-DATE TO WS-TICKET-DATE
            MOVE PND-CAPTURE-TIME TO WS-TICKET-TIME
            MOVE ZERO TO WS-TICKET-TRANS-ID
            PERFORM WRITE-DEPOSIT-TICKET
        END-IF

        MOVE WS-INPUT-AMOUNT TO WS-INPUT-AMOUNT-DISPLAY
        DISPLAY ' '

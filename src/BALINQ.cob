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

*> One inquiry per record, built by the vendor upstream.
FD  REQUEST-FILE.

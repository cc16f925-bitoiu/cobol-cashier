    05  CYCLE-BREACH-STREAK     PIC 9(1) VALUE ZERO.
*> The branch this account belongs to, captured at account opening.
    05  BRANCH-CODE             PIC X(4) VALUE SPACES.
*> Set when the holder's death is recorded on the customer master:
*> a sole-name account is frozen pending the estate or POD payout.
    05  ESTATE-FREEZE-FLAG      PIC X(1) VALUE 'N'.
        88  ESTATE-FROZEN       VALUE 'Y'.
*> The product the account was opened under, keyed to the product
*> master; blank means the bank-wide parameters apply throughout.
    05  PRODUCT-CODE            PIC X(4) VALUE SPACES.

*> Working Storage Variables for Account Operations
01  WS-ACCOUNT-VARIABLES.

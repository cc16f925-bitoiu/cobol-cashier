*>   02 accounts are not the same customer's
*>   03 insufficient funds   04 over the daily transfer limit
*>   05 account unavailable  06 account number fails its check digit
*> An account frozen for a deceased holder is unavailable on either
*> side (05) -- the vendor's standing requests stop with the death.
*>
*> Each request record's trailing status byte is its own
*> double-posting guard, the same flip-in-place discipline the
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
        WHEN NOT FILE-SUCCESS
            MOVE '01' TO WS-REASON-CODE
        WHEN NOT ACTIVE-ACCOUNT OR LOAN-ACCOUNT OR CREDITS-BLOCKED
                OR ESTATE-FROZEN
            MOVE '05' TO WS-REASON-CODE
        WHEN OTHER
            MOVE HOLDER-TAX-ID TO WS-TO-TAX-ID
            MOVE '01' TO WS-REASON-CODE
            PERFORM RELEASE-ACCOUNT-LOCK
        WHEN NOT ACTIVE-ACCOUNT OR LOAN-ACCOUNT OR DEBITS-BLOCKED
                OR ESTATE-FROZEN
            MOVE '05' TO WS-REASON-CODE
            PERFORM RELEASE-ACCOUNT-LOCK
        WHEN HOLDER-TAX-ID NOT = WS-TO-TAX-ID

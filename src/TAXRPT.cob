*> interest posting, and writes both a per-customer statement file
*> and a fixed-layout submission file for the tax authority.
*>
*> Loan interest accrual (monthly, and the per-diem capitalized at
*> payoff) and the loan late charge also post as 'N' so RECONCIL
*> replays exactly, but they are amounts the customer OWES, not
*> interest earned; every loan-side 'N' description starts 'LOAN ',
*> and those postings are excluded on that prefix. Interest a
*> borrower PAID is reported separately by LOANTAX.
*>
*> Interest accrues in each account's own currency (014), so a
*> payee's total is only a number in ONE currency. Each slot carries
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
01  WS-YEAR-START               PIC X(8).
01  WS-YEAR-END                 PIC X(8).

01  WS-LOAN-POSTING-PREFIX      PIC X(5) VALUE 'LOAN '.

*> One slot per customer with reportable interest this year.
01  WS-TAX-TABLE.
    IF TRANS-DATE >= WS-YEAR-START AND TRANS-DATE <= WS-YEAR-END
        EVALUATE TRANS-TYPE
            WHEN 'N'
                IF TRANS-DESCRIPTION(1:5) NOT = WS-LOAN-POSTING-PREFIX
                    MOVE FROM-ACCOUNT TO WS-POST-ACCOUNT
                    MOVE TRANS-AMOUNT TO WS-POST-AMOUNT
                    MOVE '+' TO WS-POST-SIGN
            AND ARCH-TRANS-DATE <= WS-YEAR-END
        EVALUATE ARCH-TRANS-TYPE
            WHEN 'N'
                IF ARCH-TRANS-DESCRIPTION(1:5)
                        NOT = WS-LOAN-POSTING-PREFIX
                    MOVE ARCH-FROM-ACCOUNT TO WS-POST-ACCOUNT
                    MOVE ARCH-TRANS-AMOUNT TO WS-POST-AMOUNT
                    MOVE '+' TO WS-POST-SIGN
    MOVE WS-REV-ORIG-ID(WS-REV-I) TO TRANS-ID
    READ TRANSACTION-FILE
    IF TRANS-FILE-SUCCESS AND TRANS-TYPE = 'N'
            AND TRANS-DESCRIPTION(1:5) NOT = WS-LOAN-POSTING-PREFIX
        MOVE FROM-ACCOUNT TO WS-POST-ACCOUNT
        MOVE WS-REV-AMOUNT(WS-REV-I) TO WS-POST-AMOUNT
        MOVE '-' TO WS-POST-SIGN

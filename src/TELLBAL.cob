*> the one exception to 'W' = out: the ledger debits the loan
*> account, but the customer HANDED CASH OVER the counter, so the
*> drawer took money in -- recognized by their fixed descriptions,
*> the same convention TAXRPT keys on. The escrow leg of a loan
*> payment posts as an 'E' under the same description prefix and is
*> cash in for the same reason; an 'E' escrow disbursement is paid by
*> official check overnight and never touches a drawer.
TOTAL-DAYS-CASH-MOVEMENT.
    PERFORM READ-TRANSACTION-RECORD
    PERFORM UNTIL WS-TRANS-FILE-STATUS = '10'
                                TO WS-TB-CASH-OUT(WS-TB-FOUND-IDX)
                        END-IF
                    END-IF
                WHEN TRANS-TYPE = 'E'
                        AND TRANS-DESCRIPTION(1:12) = 'LOAN PAYMENT'
                    PERFORM FIND-OR-ADD-TELLER
                    IF WS-TB-FOUND-IDX > ZERO
                        ADD TRANS-AMOUNT
                            TO WS-TB-CASH-IN(WS-TB-FOUND-IDX)
                    END-IF
                WHEN TRANS-TYPE = 'R'
                    IF WS-RV-COUNT < WS-RV-MAX
                        ADD 1 TO WS-RV-COUNT
            SET NON-CASH-POSTING TO TRUE
        WHEN TRANS-DESCRIPTION(1:14) = 'WIRE CANCELLED'
            SET NON-CASH-POSTING TO TRUE
        WHEN TRANS-DESCRIPTION(1:15) = 'ACH ORIGINATION'
            *> Covers the capture debit and a cancellation refund.
            SET NON-CASH-POSTING TO TRUE
        WHEN TRANS-DESCRIPTION(1:16) = 'ACCOUNT CLOSEOUT'
            *> The closeout payout always leaves as an official
            *> check on the register, never as drawer cash.

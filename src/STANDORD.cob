*> the cycle is abandoned, the schedule advances, and a 'S' notice
*> event is queued so NOTICEGN tells the customer the order failed
*> instead of the month silently going missing.
*>
*> An order drawn on an account frozen for a deceased holder is
*> flipped to 'S' (suspended) rather than tried.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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
        88  ORD-ACTIVE          VALUE 'A' ' '.
        88  ORD-CANCELLED       VALUE 'C'.
        88  ORD-EXPIRED         VALUE 'E'.
        88  ORD-SUSPENDED       VALUE 'S'.
    05  FILLER                  PIC X(10).

*> Restart checkpoint. STANDING-ORDER-FILE is read top to bottom with
    IF FILE-SUCCESS
        PERFORM COMPUTE-AVAILABLE-BALANCE
    END-IF
    IF FILE-SUCCESS AND ESTATE-FROZEN
        PERFORM SUSPEND-ESTATE-ORDER
    ELSE
        IF FILE-SUCCESS AND ACTIVE-ACCOUNT
                AND NOT DEBITS-BLOCKED
                AND ORD-AMOUNT <= AVAILABLE-BALANCE
            PERFORM POST-STANDING-ORDER-DEBIT
        ELSE
            ADD 1 TO WS-ORDERS-SKIPPED
            IF FILE-RECORD-LOCKED
                DISPLAY 'SKIPPED order ' ORD-FROM-ACCOUNT ' -> ' ORD-TO-ACCOUNT
                        ' (locked by another session)'
            ELSE
                DISPLAY 'SKIPPED order ' ORD-FROM-ACCOUNT ' -> ' ORD-TO-ACCOUNT
                        ' (insufficient funds or account unavailable)'
                IF FILE-SUCCESS
                    PERFORM RELEASE-ACCOUNT-LOCK
                END-IF
                PERFORM HANDLE-ORDER-RETRY
            END-IF
        END-IF
    END-IF.

*> The holder has died. BANKLED suspends the account's orders when
*> the death is recorded; one it could not reach is suspended here
*> instead of burning retries and noticing a customer who is gone.
SUSPEND-ESTATE-ORDER.
    PERFORM RELEASE-ACCOUNT-LOCK
    ADD 1 TO WS-ORDERS-SKIPPED
    MOVE 'S' TO ORD-STATUS
    REWRITE STANDING-ORDER-RECORD
    DISPLAY 'SUSPENDED order ' ORD-FROM-ACCOUNT ' -> ' ORD-TO-ACCOUNT
            ' (estate freeze)'.

*> The funds-retry rule. An order with a schedule keeps its next-run
*> date when skipped, so the next business day's run simply tries it
*> again; each failed try burns one retry, and when ORD-RETRY-MAX is

*>
*> A shortfall pull never overdraws the companion -- it moves what
*> the companion's available balance can give, and says so.
*>
*> An instruction with either side frozen for a deceased holder is
*> flipped to 'S' (suspended) in place and never run again; the
*> estate's money stays where it is until the payout.

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
        88  SWP-SHORTFALL-IN    VALUE 'I' 'B'.
    05  SWP-STATUS              PIC X(1).
        88  SWP-ACTIVE          VALUE 'A' ' '.
        88  SWP-SUSPENDED       VALUE 'S'.
    05  FILLER                  PIC X(10).

*> Currency-transaction log for regulatory reporting, same layout
    05  WS-SWEEPS-POSTED        PIC 9(7) VALUE ZERO.
    05  WS-SWEEPS-SKIPPED       PIC 9(7) VALUE ZERO.
    05  WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
    05  WS-SWEEP-ESTATE-FLAG    PIC X(1).
        88  SWEEP-ESTATE-FROZEN VALUE 'Y'.

01  WS-TELLER-ID                PIC X(10) VALUE 'BATCH'.

    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS

    OPEN I-O SWEEP-FILE
    IF NOT SWEEP-FILE-SUCCESS
        DISPLAY 'No sweep instructions on file -- nothing to do.'
        CLOSE ACCOUNT-FILE
*> bounded by the paying side's available balance so a sweep can
*> never manufacture an overdraft.
APPLY-ONE-SWEEP.
    MOVE 'N' TO WS-SWEEP-ESTATE-FLAG
    MOVE SWP-COMPANION-ACCOUNT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF FILE-SUCCESS AND ESTATE-FROZEN
        MOVE 'Y' TO WS-SWEEP-ESTATE-FLAG
    END-IF
    PERFORM RELEASE-ACCOUNT-LOCK
    MOVE SWP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
    IF FILE-SUCCESS AND ESTATE-FROZEN
        MOVE 'Y' TO WS-SWEEP-ESTATE-FLAG
    END-IF
    IF SWEEP-ESTATE-FROZEN
        PERFORM RELEASE-ACCOUNT-LOCK
        PERFORM SUSPEND-ESTATE-SWEEP
    ELSE
        IF NOT FILE-SUCCESS OR NOT ACTIVE-ACCOUNT OR LOAN-ACCOUNT
            ADD 1 TO WS-SWEEPS-SKIPPED
            DISPLAY 'SKIPPED sweep ' SWP-ACCOUNT-NUMBER
                    ' (account unavailable)'
            PERFORM RELEASE-ACCOUNT-LOCK
        ELSE
            PERFORM RELEASE-ACCOUNT-LOCK
            EVALUATE TRUE
                WHEN ACCOUNT-BALANCE > SWP-TARGET-BALANCE
                        AND SWP-EXCESS-OUT
                    MOVE SWP-ACCOUNT-NUMBER TO WS-SWEEP-DEBIT-ACCT
                    MOVE SWP-COMPANION-ACCOUNT TO WS-SWEEP-CREDIT-ACCT
                    COMPUTE WS-SWEEP-AMOUNT =
                        ACCOUNT-BALANCE - SWP-TARGET-BALANCE
                    PERFORM POST-SWEEP-TRANSFER
                WHEN ACCOUNT-BALANCE < SWP-TARGET-BALANCE
                        AND SWP-SHORTFALL-IN
                    MOVE SWP-COMPANION-ACCOUNT TO WS-SWEEP-DEBIT-ACCT
                    MOVE SWP-ACCOUNT-NUMBER TO WS-SWEEP-CREDIT-ACCT
                    COMPUTE WS-SWEEP-AMOUNT =
                        SWP-TARGET-BALANCE - ACCOUNT-BALANCE
                    PERFORM POST-SWEEP-TRANSFER
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

SUSPEND-ESTATE-SWEEP.
    ADD 1 TO WS-SWEEPS-SKIPPED
    MOVE 'S' TO SWP-STATUS
    REWRITE SWEEP-RECORD
    DISPLAY 'SUSPENDED sweep ' SWP-ACCOUNT-NUMBER ' <-> '
            SWP-COMPANION-ACCOUNT ' (estate freeze)'.

*> The movement itself: debit leg first (pre-checking the credit
*> side the way STANDORD does), a pull cut back to what the paying
*> side's available balance can give, both legs logged as ordinary

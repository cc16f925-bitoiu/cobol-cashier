*> Sequence and schedule:
*>   INTACCRU  -- monthly, on the 1st (posts last month's interest)
*>   MAINTFEE  -- monthly, on the 1st
*>   ACCTANAL  -- monthly, on the 1st (business account analysis:
*>                priced activity less earnings credit)
*>   LOANACCR  -- monthly, on the 1st
*>   XFRREQ    -- nightly (vendor transfer requests)
*>   LEVYPROC  -- nightly (levy / garnishment holds placed and lifted)
*>   NSFDECN   -- nightly (overdraft decisions paid or returned; items
*>                undecided at their deadline returned by default)
*>   STANDORD  -- nightly
*>   SWEEPBAL  -- nightly, after STANDORD (target-balance sweeps)
*>   ESCROWDS  -- nightly (loan escrow bills paid by official check;
*>                each loan's annual escrow analysis when it falls due)
*>   SDBBILL   -- nightly (safe deposit box rent charged on each
*>                box's anniversary; boxes unpaid past grace listed
*>                for drilling)
*>   CDMATUR   -- nightly (before RECONCIL, so maturity postings
*>                reconcile and roll into the baseline the same night)
*>   BALHIST   -- nightly, after the posting jobs (the day's closing
*>                balance per account, for the fee/interest averages)
*>   IBSETTLE  -- nightly, before GLEXTRCT (inter-branch due-to/
*>                due-from pairs for teller cash posted to another
*>                branch's accounts)
*>   GLEXTRCT  -- nightly, after every posting job
*>   GLPROOF   -- nightly, straight after GLEXTRCT (GL control
*>                accounts proved against the account subledger)
*>   FXPOSRPT  -- nightly (FX positions and revaluation)
*>   REGCOMP   -- month-end, last night of the month (regulatory
*>                deposit and loan composition)
*>   INTACCRU-T, MAINTFEE-T, LOANACCR-T
*>             -- last night of the month: INTACCRU, MAINTFEE and
*>                LOANACCR in TRIAL mode as of tomorrow's date, so
*>                the projected postings can be signed off before
*>                the real run (a failed trial does not stop the
*>                chain -- it changes nothing)
*>   RTNMAIL   -- nightly (returned mail flags its customers; mail
*>                for them goes to the hold-mail listings)
*>   SANCSCAN  -- nightly, but only works the night compliance loads
*>                a new watch list (rescans the customer master)
*>   FRAUDMON  -- nightly, after every posting job (fraud monitoring
*>                rules over the day's postings; alerts to the case
*>                file)
*>   CUSTRISK  -- monthly, on the 1st, after FRAUDMON (customer risk
*>                rating; due-for-review and expired-ID lists)
*>   BRFLASH   -- nightly, once the day's postings are in (branch
*>                flash report; history on data/flashhist.dat)
*>   CRMEXTR   -- nightly (CRM vendor extract: changed customers
*>                Monday to Friday, everyone on the 1st, nothing at
*>                the weekend -- the job decides for itself)
*>   RECONCIL  -- nightly
*>   ARCHTRAN  -- year-end (Dec 31), or on the ARCHIVE parameter
*>   PENDPOST  -- nightly, after the chain completes and the posting
    05  WS-CHAIN-OK-FLAG        PIC X(1) VALUE 'Y'.
        88  CHAIN-HEALTHY       VALUE 'Y'.
    05  WS-MONTH-DAY            PIC X(4).
    05  WS-TOMORROW-DATE        PIC 9(8) VALUE ZERO.
    05  WS-TALLY-SCRATCH        PIC 9(2).

01  WS-RUNSTATS-FILE-STATUS     PIC X(2).
*> run, printed as a single page at the end of the chain.
01  WS-OPS-CONTROLS.
    05  WS-OPS-COUNT            PIC 9(2) VALUE ZERO.
    05  WS-OPS-MAX              PIC 9(2) VALUE 40.
    05  WS-OPS-IDX              PIC 9(2).
    05  WS-OPS-AMT-DISPLAY      PIC -(12)9.99.

01  WS-OPS-TABLE.
    05  WS-OPS-ENTRY OCCURS 40 TIMES.
        10  WS-OPS-JOB          PIC X(10).
        10  WS-OPS-STATUS       PIC X(8).
        10  WS-OPS-READ         PIC 9(7).
    END-IF

    MOVE WS-BUSINESS-DATE(5:4) TO WS-MONTH-DAY
    IF WS-BUSINESS-DATE IS NUMERIC
        COMPUTE WS-TOMORROW-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUSINESS-DATE))
            + 1)
    END-IF
    DISPLAY 'Business Date: ' WS-BUSINESS-DATE

    PERFORM CHECK-RUN-ALREADY-DONE.
        MOVE 'MAINTFEE' TO WS-JOB-NAME
        MOVE './MAINTFEE' TO WS-JOB-COMMAND
        PERFORM RUN-ONE-JOB
        MOVE 'ACCTANAL' TO WS-JOB-NAME
        MOVE './ACCTANAL' TO WS-JOB-COMMAND
        PERFORM RUN-ONE-JOB
        MOVE 'LOANACCR' TO WS-JOB-NAME
        MOVE './LOANACCR' TO WS-JOB-COMMAND
        PERFORM RUN-ONE-JOB
        PERFORM LOG-JOB-SKIPPED
        MOVE 'MAINTFEE' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
        MOVE 'ACCTANAL' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
        MOVE 'LOANACCR' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
    END-IF
    MOVE './XFRREQ' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Levy and garnishment holds go on ahead of the night's scheduled
    *> debits, so a standing order or sweep cannot move the non-exempt
    *> funds out from under a served order.
    MOVE 'LEVYPROC' TO WS-JOB-NAME
    MOVE './LEVYPROC' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> The officers' overdraft pay/return decisions are carried out
    *> ahead of the scheduled debits too: a paid item is the
    *> customer's obligation before any standing order is, and the
    *> returns must reach the clearing house file tonight.
    MOVE 'NSFDECN' TO WS-JOB-NAME
    MOVE './NSFDECN' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    MOVE 'STANDORD' TO WS-JOB-NAME
    MOVE './STANDORD' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB
    MOVE './SWEEPBAL' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Escrow bills due tonight are paid by official check, and any
    *> loan whose annual escrow analysis has come round is re-priced.
    *> Escrow postings leave loan balances alone, so the position in
    *> the chain only matters for the GL cut that follows.
    MOVE 'ESCROWDS' TO WS-JOB-NAME
    MOVE './ESCROWDS' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Box rent is an ordinary 'F' fee, so it runs with the other
    *> posting jobs ahead of the balance history and the GL cut.
    MOVE 'SDBBILL' TO WS-JOB-NAME
    MOVE './SDBBILL' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Before RECONCIL, so tonight's maturity 'N' postings are
    *> reconciled (and rolled into the baseline) the same night.
    MOVE 'CDMATUR' TO WS-JOB-NAME
    MOVE './BALHIST' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> After every posting job and before the GL cut, so the
    *> extract books the day's inter-branch settlement pairs.
    MOVE 'IBSETTLE' TO WS-JOB-NAME
    MOVE './IBSETTLE' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> After every posting job, so the extract carries the whole
    *> day's activity accounting will load.
    MOVE 'GLEXTRCT' TO WS-JOB-NAME
    MOVE './GLEXTRCT' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Straight after the GL cut and before anything posts under the
    *> next day, so the account balances it proves are exactly the
    *> ones tonight's extract carried.
    MOVE 'GLPROOF' TO WS-JOB-NAME
    MOVE './GLPROOF' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> After the postings and the GL cut: what the book holds per
    *> currency tonight, and what the day's rate moves did to it.
    MOVE 'FXPOSRPT' TO WS-JOB-NAME
    MOVE './FXPOSRPT' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Last night of the month only, once GLEXTRCT has cut the
    *> month's final extract for it to prove the control totals on.
    IF WS-TOMORROW-DATE(7:2) = '01'
        MOVE 'REGCOMP' TO WS-JOB-NAME
        MOVE './REGCOMP' TO WS-JOB-COMMAND
        PERFORM RUN-ONE-JOB
    ELSE
        MOVE 'REGCOMP' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
    END-IF

    *> The night before the month-end posting jobs: each runs in
    *> TRIAL mode as of tomorrow's date, once BALHIST has closed the
    *> month's history, and projects what it will post so the rates
    *> and fee parameters can be signed off before the real run.
    IF WS-TOMORROW-DATE(7:2) = '01'
        MOVE 'INTACCRU-T' TO WS-JOB-NAME
        MOVE SPACES TO WS-JOB-COMMAND
        STRING './INTACCRU TRIAL ' WS-TOMORROW-DATE
            DELIMITED BY SIZE INTO WS-JOB-COMMAND
        PERFORM RUN-TRIAL-JOB
        MOVE 'MAINTFEE-T' TO WS-JOB-NAME
        MOVE SPACES TO WS-JOB-COMMAND
        STRING './MAINTFEE TRIAL ' WS-TOMORROW-DATE
            DELIMITED BY SIZE INTO WS-JOB-COMMAND
        PERFORM RUN-TRIAL-JOB
        MOVE 'LOANACCR-T' TO WS-JOB-NAME
        MOVE SPACES TO WS-JOB-COMMAND
        STRING './LOANACCR TRIAL ' WS-TOMORROW-DATE
            DELIMITED BY SIZE INTO WS-JOB-COMMAND
        PERFORM RUN-TRIAL-JOB
    ELSE
        MOVE 'INTACCRU-T' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
        MOVE 'MAINTFEE-T' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
        MOVE 'LOANACCR-T' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
    END-IF

    *> The mailroom's returned pieces flag their customers tonight,
    *> so tomorrow's statements and notices for them are held.
    MOVE 'RTNMAIL' TO WS-JOB-NAME
    MOVE './RTNMAIL' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Reads only the customer master and the watch list, and does
    *> nothing at all unless a new list was loaded today -- so it
    *> costs nothing on an ordinary night.
    MOVE 'SANCSCAN' TO WS-JOB-NAME
    MOVE './SANCSCAN' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Read-only against the account master and the day's postings;
    *> it writes only to its own case file and report.
    MOVE 'FRAUDMON' TO WS-JOB-NAME
    MOVE './FRAUDMON' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Scores on tonight's alerts, so it follows FRAUDMON.
    IF WS-MONTH-DAY(3:2) = '01'
        MOVE 'CUSTRISK' TO WS-JOB-NAME
        MOVE './CUSTRISK' TO WS-JOB-COMMAND
        PERFORM RUN-ONE-JOB
    ELSE
        MOVE 'CUSTRISK' TO WS-JOB-NAME
        PERFORM LOG-JOB-SKIPPED
    END-IF

    *> Read-only against the ledger; balances are as the posting jobs
    *> left them, so it runs after the last of them.
    MOVE 'BRFLASH' TO WS-JOB-NAME
    MOVE './BRFLASH' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    *> Read-only against the ledger and the customer master. Run every
    *> night: the job itself picks a full refresh on the 1st, changed
    *> customers on a weekday, and nothing at the weekend.
    MOVE 'CRMEXTR' TO WS-JOB-NAME
    MOVE './CRMEXTR' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB

    MOVE 'RECONCIL' TO WS-JOB-NAME
    MOVE './RECONCIL' TO WS-JOB-COMMAND
    PERFORM RUN-ONE-JOB
        PERFORM LOG-JOB-SKIPPED
    END-IF.

*> A trial projection updates nothing, so a failed one is logged for
*> the morning shift without stopping the chain behind it.
RUN-TRIAL-JOB.
    IF CHAIN-HEALTHY
        PERFORM RUN-ONE-JOB
        MOVE 'Y' TO WS-CHAIN-OK-FLAG
    ELSE
        PERFORM LOG-JOB-SKIPPED
    END-IF.

LOG-JOB-RESULT.
    PERFORM FETCH-JOB-RUN-STATS
    OPEN EXTEND JOBRUN-FILE

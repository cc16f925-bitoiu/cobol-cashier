*>      is a cash-in or cash-out pattern) that individually sit under
*>      the reporting threshold but together exceed it, and reports
*>      them as suspected structuring. The single-transaction flag in
*>      CHECK-LARGE-TRANSACTION misses exactly this behavior. A
*>      deposit keyed as an itemized ticket counts only its cash
*>      lines, as the CTR log does; checks are not currency.
*>
*> The structuring scan covers one business day, taken from the
*> command line as YYYYMMDD; run with no parameter it scans today.
        ALTERNATE RECORD KEY IS TO-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-TRANS-FILE-STATUS.

*> Itemized deposit ticket lines, read by the posting they belong to
*> to find how much of a deposit was cash.
    SELECT DEPITEM-FILE ASSIGN TO 'data/depitems.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DIT-KEY
        ALTERNATE RECORD KEY IS DIT-TRANS-ID WITH DUPLICATES
        FILE STATUS IS WS-DEPITEM-FILE-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    05  TRANS-BRANCH            PIC X(4).
    05  FILLER                  PIC X(1).

*> Deposit ticket lines, same layout BANKLED writes: one per cash
*> amount or check on the ticket, carrying the posting's TRANS-ID.
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

*> Central bank-parameter file, maintained from BANKLED's parameter
*> screen. This report reads CTR-THRESHOLD from it at startup so the
*> scan always flags against the same threshold the posting programs

01  WS-CTR-FILE-STATUS          PIC X(2).
01  WS-TRANS-FILE-STATUS        PIC X(2).
01  WS-DEPITEM-FILE-STATUS      PIC X(2).
    88  DEPITEM-FILE-SUCCESS    VALUE '00'.
01  WS-DEPITEM-OPEN-FLAG        PIC X(1) VALUE 'N'.
    88  DEPITEM-FILE-OPEN       VALUE 'Y'.

*> The cash part of the posting being aggregated: the whole amount
*> for a withdrawal or a plain deposit, the ticket's cash lines for
*> an itemized one.
01  WS-CASH-FIELDS.
    05  WS-CASH-AMOUNT          PIC S9(13)V99.
    05  WS-TICKET-CASH          PIC S9(13)V99.
    05  WS-TICKET-FOUND-FLAG    PIC X(1).
        88  TICKET-LINES-FOUND  VALUE 'Y'.

*> Configurable currency-transaction reporting threshold, same value
*> CHECK-LARGE-TRANSACTION flags against in the posting programs.

*> Section 2 sweep -- aggregate the scan day's cash postings per
*> account. Only 'D' and 'W' count; transfers, interest and fees are
*> not currency transactions. No ticket file on disk means no deposit
*> was itemized, and every deposit counts in full.
SCAN-FOR-STRUCTURING.
    OPEN INPUT DEPITEM-FILE
    IF DEPITEM-FILE-SUCCESS
        SET DEPITEM-FILE-OPEN TO TRUE
    END-IF
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANS-FILE-STATUS NOT = '00'
        DISPLAY ' '
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
        CLOSE TRANSACTION-FILE
    END-IF
    IF DEPITEM-FILE-OPEN
        CLOSE DEPITEM-FILE
    END-IF.

READ-TRANSACTION-RECORD.
    END-READ.

AGGREGATE-CASH-POSTING.
    MOVE TRANS-AMOUNT TO WS-CASH-AMOUNT
    IF TRANS-TYPE = 'D'
        PERFORM FIND-TICKET-CASH-AMOUNT
    END-IF
    MOVE ZERO TO WS-ACCT-FOUND-IDX
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
        END-IF
    END-IF

    *> Only sub-threshold cash feeds the structuring totals. Cash at
    *> or over the threshold already produced a Section 1 filing;
    *> folding it in here would let one big (filed) deposit mask a
    *> genuine sub-threshold series on the same account. A deposit of
    *> checks alone carries no cash and is not counted at all.
    IF WS-ACCT-FOUND-IDX > ZERO
            AND WS-CASH-AMOUNT > ZERO
            AND WS-CASH-AMOUNT < WS-CTR-THRESHOLD
        IF TRANS-TYPE = 'D'
            ADD WS-CASH-AMOUNT TO WS-AG-DEP-TOTAL(WS-ACCT-FOUND-IDX)
            ADD 1 TO WS-AG-DEP-COUNT(WS-ACCT-FOUND-IDX)
        ELSE
            ADD WS-CASH-AMOUNT TO WS-AG-WDL-TOTAL(WS-ACCT-FOUND-IDX)
            ADD 1 TO WS-AG-WDL-COUNT(WS-ACCT-FOUND-IDX)
        END-IF
    END-IF.

*> A deposit keyed as an itemized ticket has its lines on the ticket
*> file under its TRANS-ID; its cash is the sum of the cash lines, the
*> same figure CHECK-LARGE-TRANSACTION tested when it posted. A
*> deposit with no ticket lines keeps its full amount.
FIND-TICKET-CASH-AMOUNT.
    MOVE 'N' TO WS-TICKET-FOUND-FLAG
    MOVE ZERO TO WS-TICKET-CASH
    IF DEPITEM-FILE-OPEN
        MOVE TRANS-ID TO DIT-TRANS-ID
        START DEPITEM-FILE KEY = DIT-TRANS-ID
        IF DEPITEM-FILE-SUCCESS
            PERFORM READ-NEXT-DEPITEM
            PERFORM UNTIL NOT DEPITEM-FILE-SUCCESS
                    OR DIT-TRANS-ID NOT = TRANS-ID
                SET TICKET-LINES-FOUND TO TRUE
                IF DIT-CASH-LINE
                    ADD DIT-AMOUNT TO WS-TICKET-CASH
                END-IF
                PERFORM READ-NEXT-DEPITEM
            END-PERFORM
        END-IF
    END-IF
    IF TICKET-LINES-FOUND
        MOVE WS-TICKET-CASH TO WS-CASH-AMOUNT
    END-IF.

READ-NEXT-DEPITEM.
    READ DEPITEM-FILE NEXT RECORD AT END
        MOVE '10' TO WS-DEPITEM-FILE-STATUS
    END-READ.

*> Section 2 report -- a suspect is a same-day series of two or more
*> postings, each individually under the threshold, whose total meets
*> or exceeds it. Over-threshold postings never enter these totals

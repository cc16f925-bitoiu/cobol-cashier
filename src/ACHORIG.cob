IDENTIFICATION DIVISION.
PROGRAM-ID. ACHORIG.

*> Builds the outbound ACH origination file the operator hands to the
*> ACH operator at the pickup window. Customers' bill payments and
*> payroll are captured at the teller screen (BANKLED's ACH
*> origination module), which debits the account at once and files
*> each entry on the origination register with a trace number and a
*> requested effective date. This job gathers every pending entry
*> due by the next business day into one batch and writes it out in
*> the same framing the inbound feeds use: an 'H' header naming the
*> batch and this bank's routing number, one 'D' record per entry,
*> and a 'T' trailer with the entry count, total amount and entry
*> hash (the sum of the receiving routing numbers' first eight
*> digits, low ten digits kept).
*>
*> The finished file is read back and re-added against its own
*> trailer before anything is marked sent -- a file that does not
*> balance stays unsent and the run stops. Only then is each entry
*> on the file stamped sent under the batch ID, and the batch is
*> recorded on the processed-batch register (source ACHORIG) with its
*> count and total. That register record is the control record: when
*> an entry comes back returned, its trace number finds the entry on
*> the origination register, the entry's batch ID finds the batch, and
*> the batch's totals are what the operator's acknowledgement is
*> matched against.
*>
*> A run that stops before the entries are stamped leaves them
*> pending and the batch ID off the register, so the next run
*> rebuilds the same batch under the same ID and overwrites the
*> unsent file. Each completed run takes the next batch ID for the
*> business date, so a second pickup the same day is its own batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACHORIG-FILE ASSIGN TO 'data/achorig.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACO-TRACE-NUMBER
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-ACHORIG-FILE-STATUS.

    SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-OUTBOUND-FILE-STATUS.

    SELECT BATCHREG-FILE ASSIGN TO 'data/batchreg.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BREG-KEY
        FILE STATUS IS WS-BATCHREG-FILE-STATUS.

    SELECT BANKPARM-FILE ASSIGN TO 'data/bankparm.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PARM-ID
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

    SELECT BANKCAL-FILE ASSIGN TO 'data/bankcal.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BANKCAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> ACH origination register, same layout BANKLED captures onto. The
*> record under trace zero is the control record carrying the next
*> trace number in its amount field, the claim register's convention.
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

*> Outbound origination file, one per batch. The control, header and
*> detail views share the byte range via REDEFINES, the inbound
*> import's framing.
FD  OUTBOUND-FILE.
01  OUTBOUND-RECORD.
    05  OUT-RECORD-TYPE         PIC X(1).
        88  OUT-HEADER          VALUE 'H'.
        88  OUT-DETAIL          VALUE 'D'.
        88  OUT-TRAILER         VALUE 'T'.
    05  OUT-CONTROL-AREA.
        10  OUT-BATCH-ID        PIC X(15).
        10  OUT-ITEM-COUNT      PIC 9(7).
        10  OUT-TOTAL-AMOUNT    PIC 9(13)V99.
        10  OUT-ENTRY-HASH      PIC 9(10).
        10  FILLER              PIC X(62).
    05  OUT-HEADER-FIELDS REDEFINES OUT-CONTROL-AREA.
        10  FILLER              PIC X(15).
        10  OUT-ORIGIN-ROUTING  PIC 9(9).
        10  OUT-CREATED-DATE    PIC X(8).
        10  OUT-CREATED-TIME    PIC X(8).
        10  FILLER              PIC X(69).
    05  OUT-DETAIL-FIELDS REDEFINES OUT-CONTROL-AREA.
        10  OUT-TRACE-NUMBER    PIC 9(15).
        10  OUT-RECV-ROUTING    PIC X(9).
        10  OUT-RECV-ACCOUNT    PIC X(17).
        10  OUT-RECV-NAME       PIC X(22).
        10  OUT-PURPOSE         PIC X(1).
        10  OUT-AMOUNT          PIC 9(11)V99.
        10  OUT-EFFECTIVE-DATE  PIC X(8).
        10  OUT-ORIGIN-ACCOUNT  PIC 9(10).
        10  FILLER              PIC X(14).
    05  FILLER                  PIC X(10).

*> Processed-batch register, shared with ACHIMPRT, DEBITIMP and
*> DEPRETRN; the source field keeps each feed's batch IDs apart.
FD  BATCHREG-FILE.
01  BATCHREG-RECORD.
    05  BREG-KEY.
        10  BREG-SOURCE         PIC X(8).
        10  BREG-BATCH-ID       PIC X(15).
    05  BREG-POSTED-DATE        PIC X(8).
    05  BREG-ITEM-COUNT         PIC 9(7).
    05  BREG-TOTAL-AMOUNT       PIC 9(13)V99.
    05  FILLER                  PIC X(10).

*> Central bank-parameter file, maintained from BANKLED's parameter
*> screen. One record per parameter key and effective date; each
*> program reads the latest record effective on or before its run
*> date at startup and falls back to its compiled default when a key
*> (or the whole file) is absent, so a missing file changes nothing.
FD  BANKPARM-FILE.
01  BANKPARM-RECORD.
    05  PARM-ID.
        10  PARM-KEY            PIC X(20).
        10  PARM-EFFECTIVE-DATE PIC X(8).
    05  PARM-VALUE              PIC S9(9)V9(6).
    05  PARM-DESCRIPTION        PIC X(30).
    05  FILLER                  PIC X(10).

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock for
*> posting and selection dates, so a run delayed past midnight still
*> posts under its proper day and last night's processing can be
*> re-run as-of. A missing file means the clock is the business date.
FD  BUSDATE-FILE.
01  BUSDATE-RECORD.
    05  BUS-CURRENT-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> Bank calendar: one record per holiday (a weekday the bank is
*> closed). Saturdays and Sundays are non-business by rule and are
*> not listed. A missing file means weekends alone decide.
FD  BANKCAL-FILE.
01  BANKCAL-RECORD.
    05  HOL-DATE                PIC X(8).
    05  HOL-DESCRIPTION         PIC X(30).
    05  FILLER                  PIC X(10).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-BUSDATE-FILE-STATUS      PIC X(2).
    88  BUSDATE-FILE-SUCCESS    VALUE '00'.
01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
01  WS-BUSDATE-CHECKED-FLAG     PIC X(1) VALUE 'N'.
    88  BUSDATE-CHECKED         VALUE 'Y'.

01  WS-PARM-FILE-STATUS         PIC X(2).
    88  PARM-FILE-SUCCESS       VALUE '00'.
01  WS-PARM-LOOKUP-FIELDS.
    05  WS-PARM-LOOKUP-KEY      PIC X(20).
    05  WS-PARM-FOUND-VALUE     PIC S9(9)V9(6).
    05  WS-PARM-FOUND-FLAG      PIC X(1).
        88  PARM-FOUND          VALUE 'Y'.

01  WS-BANKCAL-FILE-STATUS      PIC X(2).
    88  BANKCAL-FILE-SUCCESS    VALUE '00'.
    88  BANKCAL-FILE-AT-END     VALUE '10'.
01  WS-HOLIDAY-TABLE.
    05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE ZERO.
    05  WS-HOLIDAY-MAX          PIC 9(3) VALUE 100.
    05  WS-HOLIDAY-DATE OCCURS 100 TIMES
                                PIC X(8).
01  WS-BUSDAY-FIELDS.
    05  WS-CANDIDATE-DATE       PIC X(8).
    05  WS-CANDIDATE-INT        PIC 9(8).
    05  WS-CANDIDATE-DOW        PIC 9(1).
    05  WS-HOLIDAY-I            PIC 9(3).
    05  WS-BUSINESS-DAY-FLAG    PIC X(1).
        88  IS-BUSINESS-DAY     VALUE 'Y'.

01  WS-ACHORIG-FILE-STATUS      PIC X(2).
    88  ACHORIG-FILE-SUCCESS    VALUE '00'.
    88  ACHORIG-FILE-AT-END     VALUE '10'.
01  WS-OUTBOUND-FILE-STATUS     PIC X(2).
    88  OUTBOUND-FILE-SUCCESS   VALUE '00'.
    88  OUTBOUND-FILE-AT-END    VALUE '10'.
01  WS-OUTBOUND-NAME            PIC X(40).
01  WS-BATCHREG-FILE-STATUS     PIC X(2).
    88  BATCHREG-FILE-SUCCESS   VALUE '00'.

*> This bank's routing number, carried on every header so the ACH
*> operator knows whose file it is. A compiled default of zero; set
*> ACH-ORIGIN-ROUTING on the parameter screen before the first run.
01  WS-ORIGIN-ROUTING           PIC 9(9) VALUE ZERO.

*> Batch identity. The ID is ACHO, the business date and a two-digit
*> run number -- the first number for the date not already on the
*> processed-batch register.
01  WS-BATCH-FIELDS.
    05  WS-BATCH-SOURCE         PIC X(8) VALUE 'ACHORIG'.
    05  WS-BATCH-ID.
        10  WS-BATCH-PREFIX     PIC X(4) VALUE 'ACHO'.
        10  WS-BATCH-DATE       PIC X(8).
        10  WS-BATCH-RUN        PIC 9(2).
        10  FILLER              PIC X(1) VALUE SPACE.
    05  WS-BATCH-ID-FREE-FLAG   PIC X(1).
        88  BATCH-ID-FREE       VALUE 'Y'.
    05  WS-SEND-CUTOFF-DATE     PIC X(8).
    05  WS-OUTBOUND-OPEN-FLAG   PIC X(1) VALUE 'N'.
        88  OUTBOUND-OPENED     VALUE 'Y'.
    05  WS-BATCH-OK-FLAG        PIC X(1).
        88  BATCH-CONTROLS-GOOD VALUE 'Y'.
    05  WS-BATCH-ERROR-TEXT     PIC X(50).

*> Control totals. The build totals go on the trailer; the verify
*> totals are re-added from the finished file and must match them.
01  WS-CONTROL-FIELDS.
    05  WS-ROUTING-PREFIX       PIC 9(8).
    05  WS-BUILD-COUNT          PIC 9(7) VALUE ZERO.
    05  WS-BUILD-TOTAL          PIC 9(13)V99 VALUE ZERO.
    05  WS-BUILD-HASH           PIC 9(10) VALUE ZERO.
    05  WS-VERIFY-COUNT         PIC 9(7).
    05  WS-VERIFY-TOTAL         PIC 9(13)V99.
    05  WS-VERIFY-HASH          PIC 9(10).
    05  WS-TRAILER-COUNT        PIC 9(7).
    05  WS-TRAILER-TOTAL        PIC 9(13)V99.
    05  WS-TRAILER-HASH         PIC 9(10).
    05  WS-TRAILER-SEEN-FLAG    PIC X(1).
        88  TRAILER-SEEN        VALUE 'Y'.
    05  WS-ENTRIES-HELD         PIC 9(7) VALUE ZERO.
    05  WS-ENTRIES-STAMPED      PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-DISPLAY        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    PERFORM BUILD-OUTBOUND-FILE
    IF OUTBOUND-OPENED
        PERFORM VERIFY-OUTBOUND-FILE
        IF BATCH-CONTROLS-GOOD
            PERFORM STAMP-ENTRIES-SENT
            PERFORM REGISTER-SENT-BATCH
        ELSE
            DISPLAY 'REFUSED: ' WS-BATCH-ERROR-TEXT
            DISPLAY 'No entry was marked sent; do not release '
                    WS-OUTBOUND-NAME
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          ACH ORIGINATION - OUTBOUND FILE BUILD'
    DISPLAY '==================================================================='

    OPEN INPUT ACHORIG-FILE
    IF NOT ACHORIG-FILE-SUCCESS
        DISPLAY 'No origination register on file -- nothing to send.'
        STOP RUN
    END-IF
    CLOSE ACHORIG-FILE

    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-BANK-PARAMETERS
    PERFORM LOAD-BANK-CALENDAR
    PERFORM SET-SEND-CUTOFF
    PERFORM ASSIGN-BATCH-ID
    STRING 'data/ach_out_' WS-BATCH-DATE '_' WS-BATCH-RUN '.dat'
        DELIMITED BY SIZE INTO WS-OUTBOUND-NAME
    DISPLAY 'Batch ' WS-BATCH-ID ' -- entries effective on or before '
            WS-SEND-CUTOFF-DATE.

*> An entry goes out on the file picked up ahead of its effective
*> date: everything due today or on the next business day. A Friday
*> run therefore carries Monday's entries (or Tuesday's, after a
*> Monday holiday), and an entry captured late for a past date still
*> goes out on the next file rather than sitting pending forever.
SET-SEND-CUTOFF.
    COMPUTE WS-CANDIDATE-INT = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CURRENT-DATE)) + 1)
    MOVE WS-CANDIDATE-INT TO WS-CANDIDATE-DATE
    PERFORM ROLL-TO-NEXT-BUSINESS-DAY
    MOVE WS-CANDIDATE-DATE TO WS-SEND-CUTOFF-DATE.

*> First run number for the business date not already recorded as a
*> completed batch. A run that stopped short never reached the
*> register, so the rerun lands on the same ID.
ASSIGN-BATCH-ID.
    MOVE WS-CURRENT-DATE TO WS-BATCH-DATE
    MOVE 1 TO WS-BATCH-RUN
    MOVE 'N' TO WS-BATCH-ID-FREE-FLAG
    OPEN INPUT BATCHREG-FILE
    IF BATCHREG-FILE-SUCCESS
        PERFORM UNTIL BATCH-ID-FREE OR WS-BATCH-RUN = 99
            MOVE WS-BATCH-SOURCE TO BREG-SOURCE
            MOVE WS-BATCH-ID TO BREG-BATCH-ID
            READ BATCHREG-FILE
            IF BATCHREG-FILE-SUCCESS
                ADD 1 TO WS-BATCH-RUN
            ELSE
                SET BATCH-ID-FREE TO TRUE
            END-IF
        END-PERFORM
        CLOSE BATCHREG-FILE
    END-IF.

*> Walks the register in trace order and writes every pending entry
*> due by the cutoff. The file is opened (and its header written) on
*> the first such entry, so a run with nothing due leaves no empty
*> file for the operator to wonder about.
BUILD-OUTBOUND-FILE.
    OPEN INPUT ACHORIG-FILE
    PERFORM READ-NEXT-ACHORIG
    PERFORM UNTIL ACHORIG-FILE-AT-END
        IF ACO-TRACE-NUMBER > ZERO AND ACO-PENDING
            IF ACO-EFFECTIVE-DATE <= WS-SEND-CUTOFF-DATE
                PERFORM WRITE-OUTBOUND-DETAIL
            ELSE
                ADD 1 TO WS-ENTRIES-HELD
            END-IF
        END-IF
        PERFORM READ-NEXT-ACHORIG
    END-PERFORM
    CLOSE ACHORIG-FILE

    IF OUTBOUND-OPENED
        MOVE SPACES TO OUTBOUND-RECORD
        MOVE 'T' TO OUT-RECORD-TYPE
        MOVE WS-BATCH-ID TO OUT-BATCH-ID
        MOVE WS-BUILD-COUNT TO OUT-ITEM-COUNT
        MOVE WS-BUILD-TOTAL TO OUT-TOTAL-AMOUNT
        MOVE WS-BUILD-HASH TO OUT-ENTRY-HASH
        WRITE OUTBOUND-RECORD
        CLOSE OUTBOUND-FILE
    ELSE
        DISPLAY 'No pending entries are due -- no file was written.'
    END-IF.

READ-NEXT-ACHORIG.
    READ ACHORIG-FILE NEXT RECORD AT END
        MOVE '10' TO WS-ACHORIG-FILE-STATUS
    END-READ.

WRITE-OUTBOUND-DETAIL.
    IF NOT OUTBOUND-OPENED
        PERFORM OPEN-OUTBOUND-FILE
    END-IF
    MOVE SPACES TO OUTBOUND-RECORD
    MOVE 'D' TO OUT-RECORD-TYPE
    MOVE ACO-TRACE-NUMBER TO OUT-TRACE-NUMBER
    MOVE ACO-RECV-ROUTING TO OUT-RECV-ROUTING
    MOVE ACO-RECV-ACCOUNT TO OUT-RECV-ACCOUNT
    MOVE ACO-RECV-NAME TO OUT-RECV-NAME
    MOVE ACO-PURPOSE TO OUT-PURPOSE
    MOVE ACO-AMOUNT TO OUT-AMOUNT
    MOVE ACO-EFFECTIVE-DATE TO OUT-EFFECTIVE-DATE
    MOVE ACO-ACCOUNT TO OUT-ORIGIN-ACCOUNT
    WRITE OUTBOUND-RECORD
    ADD 1 TO WS-BUILD-COUNT
    ADD ACO-AMOUNT TO WS-BUILD-TOTAL
    MOVE ACO-RECV-ROUTING(1:8) TO WS-ROUTING-PREFIX
    COMPUTE WS-BUILD-HASH = FUNCTION MOD(
        WS-BUILD-HASH + WS-ROUTING-PREFIX, 10000000000).

OPEN-OUTBOUND-FILE.
    OPEN OUTPUT OUTBOUND-FILE
    IF NOT OUTBOUND-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to create ' WS-OUTBOUND-NAME
                ' Status: ' WS-OUTBOUND-FILE-STATUS
        CLOSE ACHORIG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SET OUTBOUND-OPENED TO TRUE
    MOVE SPACES TO OUTBOUND-RECORD
    MOVE 'H' TO OUT-RECORD-TYPE
    MOVE WS-BATCH-ID TO OUT-BATCH-ID
    MOVE WS-ORIGIN-ROUTING TO OUT-ORIGIN-ROUTING
    MOVE WS-CURRENT-DATE TO OUT-CREATED-DATE
    MOVE WS-CURRENT-TIME TO OUT-CREATED-TIME
    WRITE OUTBOUND-RECORD.

*> The file is proved the way ACHIMPRT proves an inbound one: header
*> first, every detail re-added, one trailer last carrying the same
*> batch ID, and count, total and hash all balancing -- both to the
*> trailer and to what the build pass meant to write.
VERIFY-OUTBOUND-FILE.
    MOVE 'Y' TO WS-BATCH-OK-FLAG
    MOVE 'N' TO WS-TRAILER-SEEN-FLAG
    MOVE SPACES TO WS-BATCH-ERROR-TEXT
    MOVE ZERO TO WS-VERIFY-COUNT
    MOVE ZERO TO WS-VERIFY-TOTAL
    MOVE ZERO TO WS-VERIFY-HASH

    OPEN INPUT OUTBOUND-FILE
    PERFORM READ-OUTBOUND-RECORD
    IF OUTBOUND-FILE-AT-END OR NOT OUT-HEADER
            OR OUT-BATCH-ID NOT = WS-BATCH-ID
        MOVE 'N' TO WS-BATCH-OK-FLAG
        MOVE 'outbound file has no batch header'
            TO WS-BATCH-ERROR-TEXT
    ELSE
        PERFORM READ-OUTBOUND-RECORD
        PERFORM VERIFY-ONE-OUTBOUND-RECORD
            UNTIL OUTBOUND-FILE-AT-END
            OR NOT BATCH-CONTROLS-GOOD
    END-IF
    CLOSE OUTBOUND-FILE

    EVALUATE TRUE
        WHEN NOT BATCH-CONTROLS-GOOD
            CONTINUE
        WHEN NOT TRAILER-SEEN
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'outbound file has no batch trailer'
                TO WS-BATCH-ERROR-TEXT
        WHEN WS-VERIFY-COUNT NOT = WS-TRAILER-COUNT
                OR WS-VERIFY-COUNT NOT = WS-BUILD-COUNT
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'entry count does not balance to the trailer'
                TO WS-BATCH-ERROR-TEXT
        WHEN WS-VERIFY-TOTAL NOT = WS-TRAILER-TOTAL
                OR WS-VERIFY-TOTAL NOT = WS-BUILD-TOTAL
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'entry total does not balance to the trailer'
                TO WS-BATCH-ERROR-TEXT
        WHEN WS-VERIFY-HASH NOT = WS-TRAILER-HASH
                OR WS-VERIFY-HASH NOT = WS-BUILD-HASH
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'entry hash does not balance to the trailer'
                TO WS-BATCH-ERROR-TEXT
        WHEN OTHER
            MOVE WS-VERIFY-TOTAL TO WS-TOTAL-DISPLAY
            DISPLAY 'Batch ' WS-BATCH-ID ': ' WS-VERIFY-COUNT
                    ' entr(ies), $' WS-TOTAL-DISPLAY
                    ' -- controls balance'
    END-EVALUATE.

VERIFY-ONE-OUTBOUND-RECORD.
    EVALUATE TRUE
        WHEN TRAILER-SEEN
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'records found after the batch trailer'
                TO WS-BATCH-ERROR-TEXT
        WHEN OUT-DETAIL
            ADD 1 TO WS-VERIFY-COUNT
            ADD OUT-AMOUNT TO WS-VERIFY-TOTAL
            MOVE OUT-RECV-ROUTING(1:8) TO WS-ROUTING-PREFIX
            COMPUTE WS-VERIFY-HASH = FUNCTION MOD(
                WS-VERIFY-HASH + WS-ROUTING-PREFIX, 10000000000)
        WHEN OUT-TRAILER
            SET TRAILER-SEEN TO TRUE
            MOVE OUT-ITEM-COUNT TO WS-TRAILER-COUNT
            MOVE OUT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
            MOVE OUT-ENTRY-HASH TO WS-TRAILER-HASH
            IF OUT-BATCH-ID NOT = WS-BATCH-ID
                MOVE 'N' TO WS-BATCH-OK-FLAG
                MOVE 'trailer batch ID differs from the header'
                    TO WS-BATCH-ERROR-TEXT
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-BATCH-OK-FLAG
            MOVE 'unrecognized record type in outbound file'
                TO WS-BATCH-ERROR-TEXT
    END-EVALUATE
    IF BATCH-CONTROLS-GOOD
        PERFORM READ-OUTBOUND-RECORD
    END-IF.

READ-OUTBOUND-RECORD.
    READ OUTBOUND-FILE AT END
        MOVE '10' TO WS-OUTBOUND-FILE-STATUS
    END-READ.

*> Stamps exactly the entries on the proved file, by trace number
*> from the file itself -- an entry a teller captures while this job
*> runs stays pending for the next batch instead of being marked sent
*> without ever going out.
STAMP-ENTRIES-SENT.
    OPEN I-O ACHORIG-FILE
    OPEN INPUT OUTBOUND-FILE
    PERFORM READ-OUTBOUND-RECORD
    PERFORM UNTIL OUTBOUND-FILE-AT-END
        IF OUT-DETAIL
            PERFORM STAMP-ONE-ENTRY
        END-IF
        PERFORM READ-OUTBOUND-RECORD
    END-PERFORM
    CLOSE OUTBOUND-FILE
    CLOSE ACHORIG-FILE.

STAMP-ONE-ENTRY.
    MOVE OUT-TRACE-NUMBER TO ACO-TRACE-NUMBER
    READ ACHORIG-FILE WITH LOCK
    IF ACHORIG-FILE-SUCCESS
        MOVE 'S' TO ACO-STATUS
        MOVE WS-BATCH-ID TO ACO-BATCH-ID
        MOVE WS-CURRENT-DATE TO ACO-SENT-DATE
        REWRITE ACHORIG-RECORD
    END-IF
    IF ACHORIG-FILE-SUCCESS
        ADD 1 TO WS-ENTRIES-STAMPED
    ELSE
        DISPLAY 'WARNING: could not mark trace ' OUT-TRACE-NUMBER
                ' sent. Status: ' WS-ACHORIG-FILE-STATUS
    END-IF
    UNLOCK ACHORIG-FILE.

REGISTER-SENT-BATCH.
    OPEN I-O BATCHREG-FILE
    IF NOT BATCHREG-FILE-SUCCESS
        OPEN OUTPUT BATCHREG-FILE
        CLOSE BATCHREG-FILE
        OPEN I-O BATCHREG-FILE
    END-IF
    IF BATCHREG-FILE-SUCCESS
        MOVE WS-BATCH-SOURCE TO BREG-SOURCE
        MOVE WS-BATCH-ID TO BREG-BATCH-ID
        MOVE WS-CURRENT-DATE TO BREG-POSTED-DATE
        MOVE WS-BUILD-COUNT TO BREG-ITEM-COUNT
        MOVE WS-BUILD-TOTAL TO BREG-TOTAL-AMOUNT
        WRITE BATCHREG-RECORD
        CLOSE BATCHREG-FILE
    ELSE
        DISPLAY 'WARNING: could not record batch ' WS-BATCH-ID
                ' on the processed-batch register. Status: '
                WS-BATCHREG-FILE-STATUS
    END-IF.

LOAD-BANK-PARAMETERS.
    OPEN INPUT BANKPARM-FILE
    IF PARM-FILE-SUCCESS
        MOVE 'ACH-ORIGIN-ROUTING' TO WS-PARM-LOOKUP-KEY
        PERFORM LOOKUP-BANK-PARAMETER
        IF PARM-FOUND
            MOVE WS-PARM-FOUND-VALUE TO WS-ORIGIN-ROUTING
        END-IF
        CLOSE BANKPARM-FILE
    END-IF
    IF WS-ORIGIN-ROUTING = ZERO
        DISPLAY 'WARNING: ACH-ORIGIN-ROUTING is not set -- the'
                ' header will carry a zero routing number.'
    END-IF.

*> Finds the latest record for WS-PARM-LOOKUP-KEY effective on or
*> before the run date. Records come back in effective-date order, so
*> the last qualifying one wins -- that is how a rate keyed ahead of
*> the 1st takes over on the 1st without a redeploy.
LOOKUP-BANK-PARAMETER.
    MOVE 'N' TO WS-PARM-FOUND-FLAG
    MOVE WS-PARM-LOOKUP-KEY TO PARM-KEY
    MOVE LOW-VALUES TO PARM-EFFECTIVE-DATE
    START BANKPARM-FILE KEY NOT < PARM-ID
    IF PARM-FILE-SUCCESS
        PERFORM READ-NEXT-PARM
        PERFORM UNTIL WS-PARM-FILE-STATUS NOT = '00'
                OR PARM-KEY NOT = WS-PARM-LOOKUP-KEY
            IF PARM-EFFECTIVE-DATE <= WS-CURRENT-DATE
                MOVE PARM-VALUE TO WS-PARM-FOUND-VALUE
                MOVE 'Y' TO WS-PARM-FOUND-FLAG
            END-IF
            PERFORM READ-NEXT-PARM
        END-PERFORM
    END-IF.

READ-NEXT-PARM.
    READ BANKPARM-FILE NEXT RECORD AT END
        MOVE '10' TO WS-PARM-FILE-STATUS
    END-READ.

*> Loads the holiday list once at startup; a missing calendar file
*> simply means no holidays are on record.
LOAD-BANK-CALENDAR.
    MOVE ZERO TO WS-HOLIDAY-COUNT
    OPEN INPUT BANKCAL-FILE
    IF BANKCAL-FILE-SUCCESS
        PERFORM READ-BANKCAL-RECORD
        PERFORM UNTIL BANKCAL-FILE-AT-END
                OR WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
            IF HOL-DATE IS NUMERIC
                ADD 1 TO WS-HOLIDAY-COUNT
                MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
            END-IF
            PERFORM READ-BANKCAL-RECORD
        END-PERFORM
        CLOSE BANKCAL-FILE
    END-IF.

READ-BANKCAL-RECORD.
    READ BANKCAL-FILE AT END
        MOVE '10' TO WS-BANKCAL-FILE-STATUS
    END-READ.

*> Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a Monday, so
*> MOD 7 gives Monday=1 .. Saturday=6, Sunday=0.
CHECK-BUSINESS-DAY.
    MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
    COMPUTE WS-CANDIDATE-DOW = FUNCTION MOD(
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CANDIDATE-DATE)), 7)
    IF WS-CANDIDATE-DOW = 6 OR WS-CANDIDATE-DOW = 0
        MOVE 'N' TO WS-BUSINESS-DAY-FLAG
    END-IF
    PERFORM VARYING WS-HOLIDAY-I FROM 1 BY 1
            UNTIL WS-HOLIDAY-I > WS-HOLIDAY-COUNT
        IF WS-HOLIDAY-DATE(WS-HOLIDAY-I) = WS-CANDIDATE-DATE
            MOVE 'N' TO WS-BUSINESS-DAY-FLAG
        END-IF
    END-PERFORM.

ROLL-TO-NEXT-BUSINESS-DAY.
    PERFORM CHECK-BUSINESS-DAY
    PERFORM UNTIL IS-BUSINESS-DAY
        COMPUTE WS-CANDIDATE-INT = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-CANDIDATE-DATE)) + 1)
        MOVE WS-CANDIDATE-INT TO WS-CANDIDATE-DATE
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM.

GET-CURRENT-DATE-TIME.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME.

*> Overrides the clock date with the operator-set business date when
*> one is on file. Read once and remembered; the flag keeps repeated
*> date refreshes from reopening the file every time.
LOAD-BUSINESS-DATE.
    IF NOT BUSDATE-CHECKED
        SET BUSDATE-CHECKED TO TRUE
        OPEN INPUT BUSDATE-FILE
        IF BUSDATE-FILE-SUCCESS
            READ BUSDATE-FILE
            IF BUSDATE-FILE-SUCCESS
                    AND BUS-CURRENT-DATE IS NUMERIC
                MOVE BUS-CURRENT-DATE TO WS-BUSINESS-DATE
            END-IF
            CLOSE BUSDATE-FILE
        END-IF
    END-IF
    IF WS-BUSINESS-DATE NOT = SPACES
        MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
    END-IF.

CLEANUP-BATCH.
    DISPLAY ' '
    DISPLAY 'Entries sent:         ' WS-ENTRIES-STAMPED
    DISPLAY 'Entries not yet due:  ' WS-ENTRIES-HELD
    IF OUTBOUND-OPENED AND BATCH-CONTROLS-GOOD
        DISPLAY 'Outbound file: ' WS-OUTBOUND-NAME
    END-IF
    DISPLAY '==================================================================='.

IDENTIFICATION DIVISION.
PROGRAM-ID. SANCSCAN.

*> Nightly sanctions rescan of the customer master. Screening at
*> account opening only protects us against the list as it stood on
*> the day the customer joined; a customer we opened last year can
*> appear on this week's list. Whenever compliance loads a new
*> watch list (a header version or date this job has not scanned
*> before) every customer on data/customers.dat is screened against
*> the whole list and each new possible match is raised on the
*> sanctions review queue for the compliance officer, exactly as if
*> the teller had stopped it at the counter.
*>
*> A list already scanned is not scanned again -- the job runs every
*> night in the EODBATCH chain but only does work the night a new
*> list lands (FORCE rescans regardless). A match already on the
*> queue for the same customer and listed party, open or decided, is
*> not raised twice; a cleared false match stays cleared.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO 'data/customers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CUST-TAX-ID
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT WATCHLIST-FILE ASSIGN TO 'data/watchlist.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-WATCHLIST-FILE-STATUS.

    SELECT SANCHIT-FILE ASSIGN TO 'data/sanchits.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCR-HIT-ID
        LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
        FILE STATUS IS WS-SANCHIT-FILE-STATUS.

    SELECT SCANCTL-FILE ASSIGN TO 'data/sancscan.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-SCANCTL-FILE-STATUS.

    SELECT BUSDATE-FILE ASSIGN TO 'data/busdate.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-FILE-STATUS.

    SELECT RUNSTATS-FILE ASSIGN TO 'data/runstats.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-FILE.
01  CUSTOMER-RECORD.
    05  CUST-TAX-ID             PIC X(11).
    05  CUST-FIRST-NAME         PIC X(20).
    05  CUST-LAST-NAME          PIC X(20).
    05  CUST-ADDRESS            PIC X(50).
    05  CUST-PHONE              PIC X(15).
    05  CUST-SINCE-DATE         PIC X(8).
    05  CUST-DELIVERY-PREF      PIC X(1).
    05  CUST-DATE-OF-DEATH      PIC X(8).
    05  FILLER                  PIC X(1).
    05  CUST-ID-TYPE            PIC X(2).
    05  CUST-ID-NUMBER          PIC X(20).
    05  CUST-ID-ISSUER          PIC X(20).
    05  CUST-ID-EXPIRY-DATE     PIC X(8).
    05  CUST-BIRTH-DATE         PIC X(8).
    05  CUST-OCCUPATION         PIC X(30).
    05  CUST-RISK-RATING        PIC X(1).
    05  CUST-RISK-SCORE         PIC 9(3).
    05  CUST-RISK-DATE          PIC X(8).
    05  CUST-LAST-REVIEW-DATE   PIC X(8).
    05  CUST-REVIEW-DUE-DATE    PIC X(8).
    05  CUST-RETURNED-MAIL-FLAG PIC X(1).
    05  CUST-RETURNED-MAIL-DATE PIC X(8).
    05  FILLER                  PIC X(1).

*> Sanctions watch list, same layout BANKLED screens against: the
*> 'H' header's entry ID and list date identify the version loaded.
FD  WATCHLIST-FILE.
01  WATCHLIST-RECORD.
    05  WL-RECORD-TYPE          PIC X(1).
        88  WL-HEADER           VALUE 'H'.
        88  WL-ENTRY            VALUE 'D'.
    05  WL-ENTRY-ID             PIC X(10).
    05  WL-LIST-CODE            PIC X(6).
    05  WL-LAST-NAME            PIC X(35).
    05  WL-FIRST-NAME           PIC X(20).
    05  WL-LIST-DATE            PIC X(8).
    05  FILLER                  PIC X(10).

*> Sanctions review queue, same layout BANKLED works it from.
FD  SANCHIT-FILE.
01  SANCHIT-RECORD.
    05  SCR-HIT-ID              PIC 9(7).
    05  SCR-HIT-DATE            PIC X(8).
    05  SCR-HIT-TIME            PIC X(8).
    05  SCR-SOURCE              PIC X(1).
    05  SCR-SUBJECT-KIND        PIC X(1).
    05  SCR-SUBJECT-REF         PIC X(17).
    05  SCR-SCREENED-NAME       PIC X(41).
    05  SCR-AMOUNT              PIC 9(11)V99.
    05  SCR-WL-ENTRY-ID         PIC X(10).
    05  SCR-WL-LIST-CODE        PIC X(6).
    05  SCR-WL-NAME             PIC X(56).
    05  SCR-STATUS              PIC X(1).
    05  SCR-RAISED-BY           PIC X(10).
    05  SCR-DECIDED-BY          PIC X(10).
    05  SCR-DECIDED-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> One-record control file: the list version the last completed
*> rescan covered, when it ran, and what it found. Rewritten only
*> after a full pass, so an interrupted rescan runs again tomorrow.
FD  SCANCTL-FILE.
01  SCANCTL-RECORD.
    05  SSC-LIST-ID             PIC X(10).
    05  SSC-LIST-DATE           PIC X(8).
    05  SSC-SCAN-DATE           PIC X(8).
    05  SSC-CUSTOMERS-SCANNED   PIC 9(7).
    05  SSC-HITS-RAISED         PIC 9(7).
    05  FILLER                  PIC X(10).

*> Operator-set current business date, maintained from BANKLED's
*> parameter screen. When present it overrides the machine clock.
FD  BUSDATE-FILE.
01  BUSDATE-RECORD.
    05  BUS-CURRENT-DATE        PIC X(8).
    05  FILLER                  PIC X(10).

*> Standard run-statistics record every nightly job appends at the
*> end of its run, picked up by EODBATCH for the morning report.
FD  RUNSTATS-FILE.
01  RUNSTATS-RECORD.
    05  RST-JOB-NAME            PIC X(10).
    05  RST-BUSINESS-DATE       PIC X(8).
    05  RST-RECORDS-READ        PIC 9(7).
    05  RST-RECORDS-POSTED      PIC 9(7).
    05  RST-RECORDS-REJECTED    PIC 9(7).
    05  RST-RECORDS-SKIPPED     PIC 9(7).
    05  RST-CONTROL-AMOUNT      PIC S9(13)V99.
    05  FILLER                  PIC X(10).

WORKING-STORAGE SECTION.
COPY COMMON.

01  WS-CUST-FILE-STATUS         PIC X(2).
    88  CUST-FILE-SUCCESS       VALUE '00'.
    88  CUST-FILE-AT-END        VALUE '10'.
01  WS-WATCHLIST-FILE-STATUS    PIC X(2).
    88  WATCHLIST-FILE-SUCCESS  VALUE '00'.
    88  WATCHLIST-FILE-AT-END   VALUE '10'.
01  WS-SANCHIT-FILE-STATUS      PIC X(2).
    88  SANCHIT-FILE-SUCCESS    VALUE '00'.
01  WS-SCANCTL-FILE-STATUS      PIC X(2).
    88  SCANCTL-FILE-SUCCESS    VALUE '00'.

01  WS-RUNSTATS-FILE-STATUS     PIC X(2).
    88  RUNSTATS-FILE-SUCCESS   VALUE '00'.
01  WS-RUNSTAT-FIELDS.
    05  WS-RST-READ             PIC 9(7) VALUE ZERO.
    05  WS-RST-POSTED           PIC 9(7) VALUE ZERO.
    05  WS-RST-REJECTED         PIC 9(7) VALUE ZERO.
    05  WS-RST-SKIPPED          PIC 9(7) VALUE ZERO.
    05  WS-RST-CONTROL-AMOUNT   PIC S9(13)V99 VALUE ZERO.

01  WS-BUSDATE-FILE-STATUS      PIC X(2).
    88  BUSDATE-FILE-SUCCESS    VALUE '00'.
01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

01  WS-PARM-TEXT                PIC X(40) VALUE SPACES.
01  WS-TALLY-SCRATCH            PIC 9(3) VALUE ZERO.

01  WS-SCAN-CONTROLS.
    05  WS-FORCE-FLAG           PIC X(1) VALUE 'N'.
        88  FORCE-RESCAN        VALUE 'Y'.
    05  WS-LIST-ID              PIC X(10) VALUE SPACES.
    05  WS-LIST-DATE            PIC X(8) VALUE SPACES.
    05  WS-LIST-LOADED-FLAG     PIC X(1) VALUE 'N'.
        88  LIST-LOADED         VALUE 'Y'.
    05  WS-LIST-SCANNED-FLAG    PIC X(1) VALUE 'N'.
        88  LIST-ALREADY-SCANNED VALUE 'Y'.
    05  WS-HITS-RAISED          PIC 9(7) VALUE ZERO.
    05  WS-HITS-ALREADY-QUEUED  PIC 9(7) VALUE ZERO.

*> The list's entries, normalized once -- upper-cased, punctuation
*> blanked and space-padded -- so every customer is tested against
*> memory instead of re-reading the file per customer.
01  WS-WATCHLIST-TABLE.
    05  WS-WL-COUNT             PIC 9(5) VALUE ZERO.
    05  WS-WL-MAX               PIC 9(5) VALUE 20000.
    05  WS-WL-ENTRY OCCURS 20000 TIMES.
        10  WS-WL-T-ID          PIC X(10).
        10  WS-WL-T-CODE        PIC X(6).
        10  WS-WL-T-LAST        PIC X(37).
        10  WS-WL-T-LAST-LEN    PIC 9(2).
        10  WS-WL-T-FIRST       PIC X(22).
        10  WS-WL-T-FIRST-LEN   PIC 9(2).
        10  WS-WL-T-NAME        PIC X(56).
01  WS-WL-I                     PIC 9(5).

*> Per-customer screening state. Matching is the same whole-word
*> test BANKLED applies at the counter.
01  WS-SCREEN-FIELDS.
    05  WS-SCR-NAME             PIC X(41).
    05  WS-SCR-PADDED-NAME      PIC X(43).
    05  WS-SCR-WL-PART          PIC X(35).
    05  WS-SCR-TALLY            PIC 9(2).
    05  WS-SCR-ENTRY-HIT-FLAG   PIC X(1).
        88  WATCHLIST-ENTRY-HIT VALUE 'Y'.
    05  WS-SCR-PRIOR-FLAG       PIC X(1).
        88  PRIOR-HIT-FOUND     VALUE 'Y'.
    05  WS-SCR-HIT-ID           PIC 9(7).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    PERFORM INITIALIZE-BATCH
    EVALUATE TRUE
        WHEN NOT LIST-LOADED
            DISPLAY 'No watch list on file -- nothing to rescan.'
        WHEN LIST-ALREADY-SCANNED AND NOT FORCE-RESCAN
            DISPLAY 'Watch list ' WS-LIST-ID ' of ' WS-LIST-DATE
                    ' was already rescanned -- nothing to do.'
        WHEN OTHER
            PERFORM LOAD-WATCHLIST-TABLE
            PERFORM RESCAN-ALL-CUSTOMERS
            PERFORM STORE-SCAN-CONTROL
    END-EVALUATE
    PERFORM CLEANUP-BATCH
    STOP RUN.

INITIALIZE-BATCH.
    DISPLAY '==================================================================='
    DISPLAY '          SANCTIONS WATCH-LIST RESCAN'
    DISPLAY '==================================================================='
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    OPEN INPUT BUSDATE-FILE
    IF BUSDATE-FILE-SUCCESS
        READ BUSDATE-FILE
        IF BUSDATE-FILE-SUCCESS
                AND BUS-CURRENT-DATE IS NUMERIC
            MOVE BUS-CURRENT-DATE TO WS-BUSINESS-DATE
            MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
        END-IF
        CLOSE BUSDATE-FILE
    END-IF
    DISPLAY 'Business Date: ' WS-CURRENT-DATE

    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    MOVE ZERO TO WS-TALLY-SCRATCH
    INSPECT WS-PARM-TEXT TALLYING WS-TALLY-SCRATCH FOR ALL 'FORCE'
    IF WS-TALLY-SCRATCH > ZERO
        SET FORCE-RESCAN TO TRUE
    END-IF

    PERFORM READ-WATCHLIST-HEADER
    IF LIST-LOADED
        DISPLAY 'Watch list: ' WS-LIST-ID ' of ' WS-LIST-DATE
        PERFORM CHECK-LIST-ALREADY-SCANNED
    END-IF.

*> The header is the list's first record. A file with no header (or
*> no file at all) is no list.
READ-WATCHLIST-HEADER.
    OPEN INPUT WATCHLIST-FILE
    IF WATCHLIST-FILE-SUCCESS
        PERFORM READ-NEXT-WATCHLIST
        IF WATCHLIST-FILE-SUCCESS AND WL-HEADER
            MOVE WL-ENTRY-ID TO WS-LIST-ID
            MOVE WL-LIST-DATE TO WS-LIST-DATE
            SET LIST-LOADED TO TRUE
        END-IF
        CLOSE WATCHLIST-FILE
    END-IF.

CHECK-LIST-ALREADY-SCANNED.
    OPEN INPUT SCANCTL-FILE
    IF SCANCTL-FILE-SUCCESS
        READ SCANCTL-FILE
        IF SCANCTL-FILE-SUCCESS
                AND SSC-LIST-ID = WS-LIST-ID
                AND SSC-LIST-DATE = WS-LIST-DATE
            SET LIST-ALREADY-SCANNED TO TRUE
        END-IF
        CLOSE SCANCTL-FILE
    END-IF.

READ-NEXT-WATCHLIST.
    READ WATCHLIST-FILE AT END
        MOVE '10' TO WS-WATCHLIST-FILE-STATUS
    NOT AT END
        MOVE '00' TO WS-WATCHLIST-FILE-STATUS
    END-READ.

*> A list too large for the table is refused with a nonzero return
*> code rather than half-scanned: the control record is not
*> written, so the rescan is retried once the table is enlarged.
LOAD-WATCHLIST-TABLE.
    MOVE ZERO TO WS-WL-COUNT
    OPEN INPUT WATCHLIST-FILE
    PERFORM READ-NEXT-WATCHLIST
    PERFORM UNTIL WATCHLIST-FILE-AT-END
        IF WL-ENTRY AND WL-LAST-NAME NOT = SPACES
            IF WS-WL-COUNT >= WS-WL-MAX
                DISPLAY 'ERROR: watch list exceeds '
                        WS-WL-MAX ' entries -- rescan not run.'
                CLOSE WATCHLIST-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-WL-COUNT
            PERFORM STORE-WATCHLIST-ENTRY
        END-IF
        PERFORM READ-NEXT-WATCHLIST
    END-PERFORM
    CLOSE WATCHLIST-FILE
    DISPLAY 'Listed parties loaded: ' WS-WL-COUNT.

STORE-WATCHLIST-ENTRY.
    MOVE WL-ENTRY-ID TO WS-WL-T-ID(WS-WL-COUNT)
    MOVE WL-LIST-CODE TO WS-WL-T-CODE(WS-WL-COUNT)
    MOVE SPACES TO WS-WL-T-NAME(WS-WL-COUNT)
    STRING FUNCTION TRIM(WL-FIRST-NAME) ' '
           FUNCTION TRIM(WL-LAST-NAME)
        DELIMITED BY SIZE INTO WS-WL-T-NAME(WS-WL-COUNT)

    MOVE WL-LAST-NAME TO WS-SCR-WL-PART
    MOVE SPACES TO WS-WL-T-LAST(WS-WL-COUNT)
    STRING ' ' FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-WL-PART)) ' '
        DELIMITED BY SIZE INTO WS-WL-T-LAST(WS-WL-COUNT)
    INSPECT WS-WL-T-LAST(WS-WL-COUNT) REPLACING ALL ',' BY ' '
                                                ALL '.' BY ' '
                                                ALL '-' BY ' '
    COMPUTE WS-WL-T-LAST-LEN(WS-WL-COUNT) =
        FUNCTION LENGTH(FUNCTION TRIM(WS-SCR-WL-PART)) + 2

    MOVE SPACES TO WS-WL-T-FIRST(WS-WL-COUNT)
    MOVE ZERO TO WS-WL-T-FIRST-LEN(WS-WL-COUNT)
    IF WL-FIRST-NAME NOT = SPACES
        MOVE WL-FIRST-NAME TO WS-SCR-WL-PART
        STRING ' ' FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-WL-PART))
               ' '
            DELIMITED BY SIZE INTO WS-WL-T-FIRST(WS-WL-COUNT)
        INSPECT WS-WL-T-FIRST(WS-WL-COUNT) REPLACING ALL ',' BY ' '
                                                     ALL '.' BY ' '
                                                     ALL '-' BY ' '
        COMPUTE WS-WL-T-FIRST-LEN(WS-WL-COUNT) =
            FUNCTION LENGTH(FUNCTION TRIM(WS-SCR-WL-PART)) + 2
    END-IF.

RESCAN-ALL-CUSTOMERS.
    OPEN INPUT CUSTOMER-FILE
    IF NOT CUST-FILE-SUCCESS
        DISPLAY 'ERROR: Unable to open CUSTOMER-FILE. Status: '
                WS-CUST-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O SANCHIT-FILE
    IF NOT SANCHIT-FILE-SUCCESS
        OPEN OUTPUT SANCHIT-FILE
        CLOSE SANCHIT-FILE
        OPEN I-O SANCHIT-FILE
    END-IF

    PERFORM READ-NEXT-CUSTOMER
    PERFORM UNTIL CUST-FILE-AT-END
        ADD 1 TO WS-RST-READ
        PERFORM SCREEN-ONE-CUSTOMER
        PERFORM READ-NEXT-CUSTOMER
    END-PERFORM

    CLOSE SANCHIT-FILE
    CLOSE CUSTOMER-FILE.

READ-NEXT-CUSTOMER.
    READ CUSTOMER-FILE NEXT RECORD AT END
        MOVE '10' TO WS-CUST-FILE-STATUS
    END-READ.

*> The customer's name is built exactly as the account-opening screen
*> builds it, so a hit cleared at the counter is recognized here.
SCREEN-ONE-CUSTOMER.
    MOVE SPACES TO WS-SCR-NAME
    STRING FUNCTION TRIM(CUST-FIRST-NAME) ' '
           FUNCTION TRIM(CUST-LAST-NAME)
        DELIMITED BY SIZE INTO WS-SCR-NAME
    MOVE SPACES TO WS-SCR-PADDED-NAME
    STRING ' ' FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-NAME)) ' '
        DELIMITED BY SIZE INTO WS-SCR-PADDED-NAME
    INSPECT WS-SCR-PADDED-NAME REPLACING ALL ',' BY ' '
                                         ALL '.' BY ' '
                                         ALL '-' BY ' '

    PERFORM VARYING WS-WL-I FROM 1 BY 1
            UNTIL WS-WL-I > WS-WL-COUNT
        PERFORM TEST-WATCHLIST-ENTRY
        IF WATCHLIST-ENTRY-HIT
            PERFORM RECORD-RESCAN-MATCH
        END-IF
    END-PERFORM.

TEST-WATCHLIST-ENTRY.
    MOVE ZERO TO WS-SCR-TALLY
    INSPECT WS-SCR-PADDED-NAME TALLYING WS-SCR-TALLY
        FOR ALL WS-WL-T-LAST(WS-WL-I)(1:WS-WL-T-LAST-LEN(WS-WL-I))
    IF WS-SCR-TALLY > ZERO
        MOVE 'Y' TO WS-SCR-ENTRY-HIT-FLAG
        IF WS-WL-T-FIRST-LEN(WS-WL-I) > ZERO
            MOVE ZERO TO WS-SCR-TALLY
            INSPECT WS-SCR-PADDED-NAME TALLYING WS-SCR-TALLY
                FOR ALL WS-WL-T-FIRST(WS-WL-I)
                        (1:WS-WL-T-FIRST-LEN(WS-WL-I))
            IF WS-SCR-TALLY = ZERO
                MOVE 'N' TO WS-SCR-ENTRY-HIT-FLAG
            END-IF
        END-IF
    ELSE
        MOVE 'N' TO WS-SCR-ENTRY-HIT-FLAG
    END-IF.

*> Whatever compliance already knows about this customer and this
*> listed party stands: an open hit is still being worked, a cleared
*> one was a false match, a confirmed one has already frozen the
*> accounts. Only a pairing never seen before is raised.
RECORD-RESCAN-MATCH.
    PERFORM FIND-PRIOR-SANCTION-HIT
    IF PRIOR-HIT-FOUND
        ADD 1 TO WS-HITS-ALREADY-QUEUED
    ELSE
        PERFORM QUEUE-SANCTION-HIT
    END-IF.

FIND-PRIOR-SANCTION-HIT.
    MOVE 'N' TO WS-SCR-PRIOR-FLAG
    MOVE 1 TO SCR-HIT-ID
    START SANCHIT-FILE KEY NOT < SCR-HIT-ID
    IF SANCHIT-FILE-SUCCESS
        PERFORM READ-NEXT-SANCHIT
        PERFORM UNTIL WS-SANCHIT-FILE-STATUS NOT = '00'
                OR PRIOR-HIT-FOUND
            IF SCR-SUBJECT-KIND = 'C'
                    AND SCR-SUBJECT-REF = CUST-TAX-ID
                    AND SCR-SCREENED-NAME = WS-SCR-NAME
                    AND SCR-WL-ENTRY-ID = WS-WL-T-ID(WS-WL-I)
                SET PRIOR-HIT-FOUND TO TRUE
            ELSE
                PERFORM READ-NEXT-SANCHIT
            END-IF
        END-PERFORM
    END-IF.

READ-NEXT-SANCHIT.
    READ SANCHIT-FILE NEXT RECORD AT END
        MOVE '10' TO WS-SANCHIT-FILE-STATUS
    END-READ.

QUEUE-SANCTION-HIT.
    PERFORM GET-NEXT-SANCTION-HIT-ID
    MOVE WS-SCR-HIT-ID TO SCR-HIT-ID
    MOVE WS-CURRENT-DATE TO SCR-HIT-DATE
    MOVE WS-CURRENT-TIME TO SCR-HIT-TIME
    MOVE 'R' TO SCR-SOURCE
    MOVE 'C' TO SCR-SUBJECT-KIND
    MOVE CUST-TAX-ID TO SCR-SUBJECT-REF
    MOVE WS-SCR-NAME TO SCR-SCREENED-NAME
    MOVE ZERO TO SCR-AMOUNT
    MOVE WS-WL-T-ID(WS-WL-I) TO SCR-WL-ENTRY-ID
    MOVE WS-WL-T-CODE(WS-WL-I) TO SCR-WL-LIST-CODE
    MOVE WS-WL-T-NAME(WS-WL-I) TO SCR-WL-NAME
    MOVE 'O' TO SCR-STATUS
    MOVE 'SANCSCAN' TO SCR-RAISED-BY
    MOVE SPACES TO SCR-DECIDED-BY
    MOVE SPACES TO SCR-DECIDED-DATE
    WRITE SANCHIT-RECORD
    IF SANCHIT-FILE-SUCCESS
        ADD 1 TO WS-HITS-RAISED
        DISPLAY 'HIT ' WS-SCR-HIT-ID ' ' CUST-TAX-ID ' '
                WS-SCR-NAME(1:30) ' ~ ' WS-WL-T-NAME(WS-WL-I)(1:30)
    ELSE
        ADD 1 TO WS-RST-REJECTED
        DISPLAY 'ERROR: Unable to queue hit for ' CUST-TAX-ID
                '. Status: ' WS-SANCHIT-FILE-STATUS
    END-IF.

*> Next hit number from the hit-zero control record, the same
*> fetch-and-increment BANKLED uses.
GET-NEXT-SANCTION-HIT-ID.
    MOVE ZERO TO SCR-HIT-ID
    READ SANCHIT-FILE
    IF SANCHIT-FILE-SUCCESS
        MOVE SCR-AMOUNT TO WS-SCR-HIT-ID
        COMPUTE SCR-AMOUNT = SCR-AMOUNT + 1
        REWRITE SANCHIT-RECORD
    ELSE
        MOVE 1 TO WS-SCR-HIT-ID
        MOVE SPACES TO SANCHIT-RECORD
        MOVE ZERO TO SCR-HIT-ID
        MOVE 'NEXT-HIT CONTROL' TO SCR-SCREENED-NAME
        MOVE 2 TO SCR-AMOUNT
        WRITE SANCHIT-RECORD
    END-IF.

STORE-SCAN-CONTROL.
    OPEN OUTPUT SCANCTL-FILE
    IF SCANCTL-FILE-SUCCESS
        MOVE SPACES TO SCANCTL-RECORD
        MOVE WS-LIST-ID TO SSC-LIST-ID
        MOVE WS-LIST-DATE TO SSC-LIST-DATE
        MOVE WS-CURRENT-DATE TO SSC-SCAN-DATE
        MOVE WS-RST-READ TO SSC-CUSTOMERS-SCANNED
        MOVE WS-HITS-RAISED TO SSC-HITS-RAISED
        WRITE SCANCTL-RECORD
        CLOSE SCANCTL-FILE
    ELSE
        DISPLAY 'WARNING: cannot write rescan control. Status: '
                WS-SCANCTL-FILE-STATUS
    END-IF.

CLEANUP-BATCH.
    MOVE WS-HITS-RAISED TO WS-RST-POSTED
    MOVE WS-HITS-ALREADY-QUEUED TO WS-RST-SKIPPED
    PERFORM WRITE-RUN-STATISTICS
    DISPLAY ' '
    DISPLAY 'Customers screened:       ' WS-RST-READ
    DISPLAY 'New hits queued:          ' WS-HITS-RAISED
    DISPLAY 'Matches already on queue: ' WS-HITS-ALREADY-QUEUED
    DISPLAY '==================================================================='.

*> Appends this run's standard statistics record, same open-extend
*> shape the CTR log uses.
WRITE-RUN-STATISTICS.
    OPEN EXTEND RUNSTATS-FILE
    IF NOT RUNSTATS-FILE-SUCCESS
        OPEN OUTPUT RUNSTATS-FILE
    END-IF
    IF RUNSTATS-FILE-SUCCESS
        MOVE 'SANCSCAN' TO RST-JOB-NAME
        MOVE WS-CURRENT-DATE TO RST-BUSINESS-DATE
        MOVE WS-RST-READ TO RST-RECORDS-READ
        MOVE WS-RST-POSTED TO RST-RECORDS-POSTED
        MOVE WS-RST-REJECTED TO RST-RECORDS-REJECTED
        MOVE WS-RST-SKIPPED TO RST-RECORDS-SKIPPED
        MOVE WS-RST-CONTROL-AMOUNT TO RST-CONTROL-AMOUNT
        WRITE RUNSTATS-RECORD
        CLOSE RUNSTATS-FILE
    END-IF.

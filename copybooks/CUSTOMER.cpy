        88  CUST-DELIVER-MAIL   VALUE 'M' ' '.
        88  CUST-DELIVER-ESTMT  VALUE 'E'.
        88  CUST-DELIVER-HOLD   VALUE 'H'.
*> Date of death, once the bank has been notified (spaces while the
*> customer is living). Recording it freezes the customer's accounts.
    05  CUST-DATE-OF-DEATH      PIC X(8).
        88  CUST-IS-LIVING      VALUE SPACES.
    05  FILLER                  PIC X(1).
*> Customer due diligence: the identity document seen at opening,
*> date of birth (blank for a business) and occupation, then the
*> risk rating CUSTRISK scores each month (with the score and the
*> date it was set) and the periodic-review dates it drives.
    05  CUST-ID-TYPE            PIC X(2).
        88  CUST-ID-TYPE-VALID  VALUE 'DL' 'PP' 'SI' 'MI' 'OT'.
    05  CUST-ID-NUMBER          PIC X(20).
    05  CUST-ID-ISSUER          PIC X(20).
    05  CUST-ID-EXPIRY-DATE     PIC X(8).
    05  CUST-BIRTH-DATE         PIC X(8).
    05  CUST-OCCUPATION         PIC X(30).
    05  CUST-RISK-RATING        PIC X(1).
        88  CUST-RISK-UNRATED   VALUE SPACE.
        88  CUST-RISK-LOW       VALUE 'L'.
        88  CUST-RISK-MEDIUM    VALUE 'M'.
        88  CUST-RISK-HIGH      VALUE 'H'.
    05  CUST-RISK-SCORE         PIC 9(3).
    05  CUST-RISK-DATE          PIC X(8).
    05  CUST-LAST-REVIEW-DATE   PIC X(8).
    05  CUST-REVIEW-DUE-DATE    PIC X(8).
*> Returned mail: set when the post office sends a statement or
*> notice back undeliverable (from the maintenance screen or the
*> RTNMAIL batch), with the date it was set. While it stands the
*> customer's mail is held rather than printed; an address change
*> clears it.
    05  CUST-RETURNED-MAIL-FLAG PIC X(1).
        88  CUST-MAIL-RETURNED  VALUE 'Y'.
    05  CUST-RETURNED-MAIL-DATE PIC X(8).
    05  FILLER                  PIC X(1).

*> Working Storage Variables for Customer Operations
01  WS-CUSTOMER-VARIABLES.

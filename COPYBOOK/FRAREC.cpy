      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * SUSPICIOUS-ACTIVITY ALERT RECORD: ONE PER PATTERN HIT THE
      * SAM48 NIGHTLY JOURNAL SCAN RAISES, IN THE KEYED FRAUD-ALERT
      * DATASET.  KEY = CUSTOMER KEY (ID + RECORD TYPE 'A') + ALERT
      * STAMP (32 BYTES), SO ONE CUSTOMER'S ALERTS READ BACK
      * TOGETHER, OLDEST FIRST.  THE STAMP IS:
      *    ALERT-DATE = THE NIGHT SCANNED (BUSINESS DATE OF THE
      *                 NIGHTLY WHOSE JOURNAL RAISED IT), CCYYMMDD
      *    ALERT-TIME = START TIME (HHMMSSHH) OF THE SCAN
      *    ALERT-SEQ  = ORDER WITHIN THE SCAN (0000001 UP)
      * A SUBMITTER ALERT IS NOT ABOUT ONE CUSTOMER: ITS CUSTOMER
      * KEY IS SPACES AND SUBMITTER NAMES THE ID.
      *
      * PATTERNS:
      *    TKOV  ADDRESS, EMAIL OR CONTACT-INFO CHANGE FOLLOWED
      *          WITHIN THE WINDOW BY A BALANCE SUBTRACT, CREDIT-
      *          LIMIT RAISE OR REFUND (POSSIBLE ACCOUNT TAKEOVER)
      *    VELO  MANY CHANGES TO THE ONE CUSTOMER IN ONE NIGHT
      *    DORM  A DORMANT ACCOUNT REACTIVATED WITH LARGE ACTIVITY
      *    SUBM  ONE SUBMITTER TOUCHING AN UNUSUAL NUMBER OF
      *          ACCOUNTS IN ONE NIGHT
      * STATUS 'O' OPEN UNTIL THE FRAUD TEAM RELEASES IT (A SAM48
      * RELEASE= CARD), THEN 'C'.  WHILE AN OPEN ALERT CARRIES
      * HOLD-REFUND 'Y' AND HOLD-UNTIL HAS NOT PASSED, THE SAM1
      * REFUND SWEEP PAYS NOTHING TO THE CUSTOMER.
      * FIXED LENGTH 200.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY.
                   15  :TAG:-ID             PIC X(8).
                   15  :TAG:-REC-TYPE       PIC X.
               10  :TAG:-ALERT-STAMP.
                   15  :TAG:-ALERT-DATE     PIC 9(8).
                   15  :TAG:-ALERT-TIME     PIC 9(8).
                   15  :TAG:-ALERT-SEQ      PIC 9(7).
           05  :TAG:-PATTERN                PIC X(4).
               88  :TAG:-TAKEOVER                    VALUE 'TKOV'.
               88  :TAG:-VELOCITY                    VALUE 'VELO'.
               88  :TAG:-REACTIVATED                 VALUE 'DORM'.
               88  :TAG:-SUBMITTER-VOLUME            VALUE 'SUBM'.
           05  :TAG:-STATUS                 PIC X.
               88  :TAG:-OPEN                        VALUE 'O'.
               88  :TAG:-RELEASED                    VALUE 'C'.
           05  :TAG:-HOLD-REFUND            PIC X.
           05  :TAG:-HOLD-UNTIL             PIC 9(8).
      *        who submitted the activity that raised it (for TKOV
      *        the trigger; for SUBM the id counted)
           05  :TAG:-SUBMITTER              PIC X(8).
      *        TKOV: the identity change -- run date, the field it
      *        changed (ADDR CITY STATE COUNTRY POSTCODE EMAIL
      *        CONTINFO) and who changed it -- and the trigger that
      *        followed (BALSUB CREDITLIM REFUND) with its amount
           05  :TAG:-CHANGE-DATE            PIC 9(8).
           05  :TAG:-CHANGE-FIELD           PIC X(10).
           05  :TAG:-CHANGE-SUBMITTER       PIC X(8).
           05  :TAG:-EVENT                  PIC X(10).
           05  :TAG:-AMOUNT                 PIC S9(9)V99 COMP-3.
      *        VELO changes that night; SUBM accounts touched
           05  :TAG:-COUNT                  PIC 9(5).
      *        TKOV days from change to trigger; DORM days dormant
           05  :TAG:-DAYS                   PIC 9(5).
           05  :TAG:-NAME                   PIC X(17).
           05  :TAG:-TEXT                   PIC X(50).
           05  :TAG:-RELEASED-BY            PIC X(8).
           05  :TAG:-RELEASED-DATE          PIC 9(8).
           05  FILLER                       PIC X(11).

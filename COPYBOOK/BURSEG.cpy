      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * CREDIT-BUREAU REPORTING RECORD: THE METRO 2 FIXED-LENGTH
      * (426-BYTE) FORMAT THE CONSUMER REPORTING AGENCIES TAKE,
      * WRITTEN MONTHLY BY SAM47.  THE FILE IS ONE HEADER RECORD,
      * ONE BASE SEGMENT PER ACCOUNT AND ONE TRAILER RECORD.  NO
      * APPENDED SEGMENTS (J1/J2/K1...) ARE SENT.
      *
      * BASE SEGMENT FIELDS NOT HELD ON THE MASTER (DATE OPENED,
      * SSN, DATE OF BIRTH, TELEPHONE) ARE ZERO OR SPACE FILLED.
      * AMOUNTS ARE WHOLE CURRENCY UNITS, UNSIGNED; DATES ARE
      * MMDDCCYY AS THE FORMAT REQUIRES (ZERO = NONE).
      *
      * ACCOUNT STATUS CODES USED:
      *    11  CURRENT (OR NOTHING OWED)
      *    71  30-59 DAYS PAST DUE      78  60-89 DAYS PAST DUE
      *    80  90-119 DAYS PAST DUE     82  120+ DAYS PAST DUE
      *    97  UNPAID BALANCE REPORTED AS A LOSS (WRITTEN OFF)
      * PAYMENT HISTORY PROFILE: 24 MONTHS, THE MONTH BEFORE THIS
      * ONE FIRST -- 0 CURRENT, 1-4 30/60/90/120 DAYS, L LOSS,
      * D NO HISTORY THAT MONTH, B NO HISTORY BEFORE THIS TIME.
      * COMPLIANCE CONDITION: XB DISPUTED BY THE CONSUMER, XR
      * REMOVES AN XB REPORTED EARLIER.  CORRECTION INDICATOR '1'
      * MARKS A SEGMENT RESENT TO CORRECT A MONTH ALREADY REPORTED.
      ****************************************************************
       01  :TAG:-SEGMENT.
           05  :TAG:-RDW                    PIC 9(4).
           05  :TAG:-PROC-IND               PIC X.
           05  :TAG:-TIME-STAMP             PIC 9(14).
           05  :TAG:-CORRECTION-IND         PIC X.
           05  :TAG:-IDENT-NUMBER           PIC X(20).
           05  :TAG:-CYCLE-ID               PIC X(2).
           05  :TAG:-ACCOUNT-NUMBER         PIC X(30).
           05  :TAG:-PORTFOLIO-TYPE         PIC X.
           05  :TAG:-ACCOUNT-TYPE           PIC X(2).
           05  :TAG:-DATE-OPENED            PIC 9(8).
           05  :TAG:-CREDIT-LIMIT           PIC 9(9).
           05  :TAG:-HIGHEST-CREDIT         PIC 9(9).
           05  :TAG:-TERMS-DURATION         PIC X(3).
           05  :TAG:-TERMS-FREQUENCY        PIC X.
           05  :TAG:-SCHEDULED-PAYMENT      PIC 9(9).
           05  :TAG:-ACTUAL-PAYMENT         PIC 9(9).
           05  :TAG:-ACCOUNT-STATUS         PIC X(2).
           05  :TAG:-PAYMENT-RATING         PIC X.
           05  :TAG:-PAYMENT-PROFILE        PIC X(24).
           05  :TAG:-SPECIAL-COMMENT        PIC X(2).
           05  :TAG:-COMPLIANCE-CODE        PIC X(2).
           05  :TAG:-CURRENT-BALANCE        PIC 9(9).
           05  :TAG:-AMOUNT-PAST-DUE        PIC 9(9).
           05  :TAG:-CHARGE-OFF-AMOUNT      PIC 9(9).
           05  :TAG:-DATE-ACCT-INFO         PIC 9(8).
           05  :TAG:-DATE-FIRST-DELINQ      PIC 9(8).
           05  :TAG:-DATE-CLOSED            PIC 9(8).
           05  :TAG:-DATE-LAST-PAYMENT      PIC 9(8).
           05  :TAG:-INTEREST-TYPE          PIC X.
           05  FILLER                       PIC X(17).
           05  :TAG:-SURNAME                PIC X(25).
           05  :TAG:-FIRST-NAME             PIC X(20).
           05  :TAG:-MIDDLE-NAME            PIC X(20).
           05  :TAG:-GENERATION-CODE        PIC X.
           05  :TAG:-SSN                    PIC 9(9).
           05  :TAG:-DATE-OF-BIRTH          PIC 9(8).
           05  :TAG:-TELEPHONE              PIC 9(10).
           05  :TAG:-ECOA-CODE              PIC X.
           05  :TAG:-CONSUMER-INFO-IND      PIC X(2).
           05  :TAG:-COUNTRY-CODE           PIC X(2).
           05  :TAG:-ADDRESS-1              PIC X(32).
           05  :TAG:-ADDRESS-2              PIC X(32).
           05  :TAG:-CITY                   PIC X(20).
           05  :TAG:-STATE                  PIC X(2).
           05  :TAG:-POSTAL-CODE            PIC X(9).
           05  :TAG:-ADDRESS-IND            PIC X.
           05  :TAG:-RESIDENCE-CODE         PIC X.
      *
      *    HEADER RECORD: FIRST ON THE FILE.  ACTIVITY DATE IS THE
      *    MONTH-END THE FILE REPORTS; DATES MMDDCCYY.
      *
       01  :TAG:-HEADER REDEFINES :TAG:-SEGMENT.
           05  :TAG:-HDR-RDW                PIC 9(4).
           05  :TAG:-HDR-RECORD-ID          PIC X(6).
           05  :TAG:-HDR-CYCLE-ID           PIC X(2).
           05  :TAG:-HDR-INNOVIS-ID         PIC X(10).
           05  :TAG:-HDR-EQUIFAX-ID         PIC X(10).
           05  :TAG:-HDR-EXPERIAN-ID        PIC X(5).
           05  :TAG:-HDR-TRANSUNION-ID      PIC X(10).
           05  :TAG:-HDR-ACTIVITY-DATE      PIC 9(8).
           05  :TAG:-HDR-DATE-CREATED       PIC 9(8).
           05  :TAG:-HDR-PROGRAM-DATE       PIC 9(8).
           05  :TAG:-HDR-REVISION-DATE      PIC 9(8).
           05  :TAG:-HDR-REPORTER-NAME      PIC X(40).
           05  :TAG:-HDR-REPORTER-ADDR      PIC X(96).
           05  :TAG:-HDR-REPORTER-PHONE     PIC 9(10).
           05  :TAG:-HDR-VENDOR-NAME        PIC X(40).
           05  :TAG:-HDR-VENDOR-VERSION     PIC X(5).
           05  :TAG:-HDR-PRBC-ID            PIC X(10).
           05  FILLER                       PIC X(146).
      *
      *    TRAILER RECORD: LAST ON THE FILE, WITH THE BASE SEGMENT
      *    COUNT AND THE COUNTS BY ACCOUNT STATUS, SO THE RECEIVER
      *    CAN PROVE THE FILE COMPLETE.
      *
       01  :TAG:-TRAILER REDEFINES :TAG:-SEGMENT.
           05  :TAG:-TRL-RDW                PIC 9(4).
           05  :TAG:-TRL-RECORD-ID          PIC X(7).
           05  :TAG:-TRL-TOTAL-BASE         PIC 9(9).
           05  FILLER                       PIC X(9).
           05  :TAG:-TRL-STATUS-11          PIC 9(9).
           05  :TAG:-TRL-STATUS-71          PIC 9(9).
           05  :TAG:-TRL-STATUS-78          PIC 9(9).
           05  :TAG:-TRL-STATUS-80          PIC 9(9).
           05  :TAG:-TRL-STATUS-82          PIC 9(9).
           05  :TAG:-TRL-STATUS-97          PIC 9(9).
           05  :TAG:-TRL-DISPUTED           PIC 9(9).
           05  :TAG:-TRL-CORRECTIONS        PIC 9(9).
           05  FILLER                       PIC X(325).

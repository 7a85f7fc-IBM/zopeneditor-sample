      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM46
      *
      * AUTHOR :  Doug Stout
      *
      * YEARLY UNCLAIMED-PROPERTY (ESCHEATMENT) RUN.
      *
      * A CREDIT BALANCE THE REFUND SWEEP NEVER PAID OUT (UNDER
      * REFUNDBAL, OR NO GOOD ADDRESS) IS OWED TO THE CUSTOMER; ONCE
      * THE ACCOUNT HAS GONE LONG ENOUGH WITHOUT CUSTOMER ACTIVITY
      * THE STATE OF THE LAST KNOWN ADDRESS HAS TO BE GIVEN IT.
      * CUSTOMER ACTIVITY IS A PAYMENT (CUST-LAST-PAY-DATE, WHICH
      * SAM2 STAMPS); MAINTENANCE DATES ARE OURS, NOT THE
      * CUSTOMER'S, AND DO NOT COUNT.  THE SAM1 DORMANT FLAG RUNS ON
      * ITS OWN THRESHOLD AND IS NOT RELIED ON HERE.
      *
      * THE STATE RULES TABLE (ESCRULE DD, '*' IN COLUMN 1 COMMENTS)
      * HOLDS ONE CARD PER STATE:
      *    COLS  1-2   STATE CODE; '**' = RULE FOR EVERY STATE NOT
      *                LISTED (NO '**' CARD = THOSE ARE NOT REPORTED
      *                AND ARE LISTED FOR REVIEW)
      *    COLS  4-5   DORMANCY PERIOD IN YEARS (01-99)
      *    COLS  7-13  DUE-DILIGENCE LETTER MINIMUM, 2 DECIMALS
      *                IMPLIED: SMALLER BALANCES GO TO THE STATE
      *                WITHOUT A LETTER
      *    COLS 15-17  RESPONSE WINDOW IN DAYS AFTER THE LETTER
      *    COLS 19-28  OUR HOLDER ID WITH THAT STATE
      * AN ACCOUNT IS DORMANT WHEN ITS LAST PAYMENT IS AT LEAST THE
      * DORMANCY PERIOD BEFORE THE BUSINESS DATE.  A CREDIT BALANCE
      * WITH NO PAYMENT DATE ON RECORD CANNOT BE AGED AND IS LISTED
      * FOR REVIEW; A WRITTEN-OFF ACCOUNT IS PASSED BY.
      *
      * THE RUN IS MADE TWICE A REPORT YEAR (MODE= ON THE PARM CARD):
      *
      * MODE=LETTERS -- DUE DILIGENCE.  EVERY DORMANT CREDIT BALANCE
      *    AT OR OVER ITS STATE'S LETTER MINIMUM GETS A PRINTED
      *    LETTER (ESCLTR) TO THE ADDRESS ON FILE SAYING THE FUNDS
      *    WILL GO TO THE STATE UNLESS THE CUSTOMER RESPONDS BY THE
      *    END OF THE WINDOW.  A MASTER MARKED RETURNED-MAIL HAS NO
      *    ADDRESS TO WRITE TO AND GETS NONE.  EACH LETTER IS
      *    RECORDED IN THE COMMUNICATIONS HISTORY (SAM43) AND IN THE
      *    KEYED ESCHEATMENT DATASET (ESCFILE, SEE ESCREC), SO NO ONE
      *    IS WRITTEN TO TWICE FOR ONE REPORT YEAR.
      *
      * MODE=REPORT -- AFTER THE WINDOWS HAVE CLOSED.  A DORMANT
      *    CREDIT BALANCE IS REPORTED WHEN ITS LETTER WENT OUT FOR
      *    THIS REPORT YEAR AND THE STATE'S WINDOW HAS RUN, OR WHEN
      *    NO LETTER WAS DUE (UNDER THE MINIMUM, OR RETURNED MAIL).
      *    ONE STILL INSIDE ITS WINDOW, OR NEVER SENT ITS LETTER, IS
      *    HELD BACK AND LISTED.  THE REPORTED PROPERTIES COME OUT:
      *      - ON THE HOLDER REPORT (ESCRPT), BY STATE AND CURRENCY,
      *        WITH EACH STATE'S COUNT AND TOTAL;
      *      - ON THE REMITTANCE FILE (ESCREMIT), A BLOCK PER STATE
      *        AND CURRENCY: 'H' HEADER (HOLDER ID, REPORT YEAR),
      *        'D' PER PROPERTY, 'T' TRAILER WITH COUNT AND TOTAL;
      *      - AS UPDATE TRANSACTIONS ON THE ESCDECK DECK, IN KEY
      *        SEQUENCE AND READY TO POINT AT TRANFEED: BALANCE ADD
      *        OF THE CREDIT (TAKING THE BALANCE TO ZERO) PLUS A NOTE
      *        "ESCHEATED TO ss RPT YR ccyy" THAT SAM2 APPENDS TO THE
      *        CUSTOMER'S NOTES.  A CARD OVER SAM1'S APPROVEBAL IS
      *        HELD FOR DUAL CONTROL LIKE ANY OTHER.
      *
      * A CUSTOMER ANSWERS A LETTER BY PAYING, OR BY HAVING THE
      * CREDIT REFUNDED OR APPLIED: EITHER RUN SEEING A NEW PAYMENT
      * DATE, OR NO CREDIT LEFT, ON A LETTERED ACCOUNT CLEARS IT.
      *
      * RC 4 = ACCOUNTS LISTED FOR REVIEW (NO STATE RULE, NO LETTER
      * SENT) OR A STATE RULE IGNORED; RC 8 = READ OR WRITE ERROR OR
      * NO MODE= CARD; RC 16 = OPEN ERROR.
      *
      * PARM CARD (KEYWORD=VALUE):
      *    MODE=LETTERS or MODE=REPORT   (REQUIRED)
      *    REPORTYEAR=ccyy  REPORT YEAR      (DEFAULT BUSINESS YEAR)
      *    TRIAL=Y          COUNT AND REPORT ONLY - NO LETTERS, DECK,
      *                     REMITTANCE OR DATASET UPDATES
      *    SUBMITTER=xxxxxxxx  DECK SUBMITTER         (DEFAULT ESCHEAT)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM46.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT ESCHEAT-FILE     ASSIGN TO ESCFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ESC-CUST-KEY
                   FILE STATUS  IS  WS-ESC-STATUS WS-ESC-STATUS-2.

            SELECT RULE-FILE        ASSIGN TO ESCRULE
                   FILE STATUS  IS  WS-RULE-STATUS WS-RULE-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT LETTER-FILE      ASSIGN TO ESCLTR
                   FILE STATUS  IS  WS-LTR-STATUS WS-LTR-STATUS-2.

            SELECT DECK-FILE        ASSIGN TO ESCDECK
                   FILE STATUS  IS  WS-DECK-STATUS WS-DECK-STATUS-2.

            SELECT REMIT-FILE       ASSIGN TO ESCREMIT
                   FILE STATUS  IS  WS-RMT-STATUS WS-RMT-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO ESCRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

            SELECT SORT-FILE        ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  ESCHEAT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY ESCREC REPLACING ==:TAG:== BY ==ESC==.

       FD  RULE-FILE
           RECORDING MODE IS F.
       01  RULE-RECORD.
           05  RULE-STATE             PIC X(2).
           05  FILLER                 PIC X.
           05  RULE-YEARS             PIC X(2).
           05  FILLER                 PIC X.
           05  RULE-LETTER-MIN        PIC X(7).
           05  RULE-LETTER-MIN-N  REDEFINES RULE-LETTER-MIN
                                      PIC 9(5)V99.
           05  FILLER                 PIC X.
           05  RULE-WINDOW            PIC X(3).
           05  FILLER                 PIC X.
           05  RULE-HOLDER-ID         PIC X(10).
           05  FILLER                 PIC X(52).

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD              PIC X(132).

       FD  DECK-FILE
           RECORDING MODE IS F.
       01  DECK-RECORD                PIC X(201).

      *        Remittance file for the states: per state and
      *        currency an 'H' header, a 'D' record per property
      *        reported and a 'T' trailer with the count and total,
      *        so each state's block can be proved complete before
      *        the funds are sent.
       FD  REMIT-FILE
           RECORDING MODE IS F.
       01  REMIT-RECORD.
           05  RMT-TYPE               PIC X.
           05  RMT-STATE              PIC X(2).
           05  RMT-REPORT-YEAR        PIC 9(4).
           05  RMT-CURRENCY           PIC X(3).
           05  RMT-CUST-KEY           PIC X(9).
           05  RMT-NAME               PIC X(17).
           05  RMT-ADDR               PIC X(20).
           05  RMT-CITY               PIC X(14).
           05  RMT-POSTAL             PIC X(10).
           05  RMT-COUNTRY            PIC X(11).
           05  RMT-LAST-PAY-DATE      PIC 9(6).
           05  RMT-AMOUNT             PIC S9(7)V99 SIGN LEADING
                                      SEPARATE.
           05  FILLER                 PIC X(13).
       01  REMIT-HEADER REDEFINES REMIT-RECORD.
           05  FILLER                 PIC X(10).
           05  RMT-HDR-HOLDER-ID      PIC X(10).
           05  RMT-HDR-RUN-DATE       PIC 9(8).
           05  FILLER                 PIC X(92).
       01  REMIT-CTL REDEFINES REMIT-RECORD.
           05  FILLER                 PIC X(10).
           05  RMT-CTL-COUNT          PIC 9(9).
           05  RMT-CTL-TOTAL          PIC S9(13)V99 SIGN LEADING
                                      SEPARATE.
           05  FILLER                 PIC X(85).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *        The properties reported this run, sorted into state
      *        and currency order for the holder report and the
      *        remittance file.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-STATE              PIC X(2).
           05  SRT-CURRENCY           PIC X(3).
           05  SRT-CUST-KEY           PIC X(9).
           05  SRT-NAME               PIC X(17).
           05  SRT-ADDR               PIC X(20).
           05  SRT-CITY               PIC X(14).
           05  SRT-POSTAL             PIC X(10).
           05  SRT-COUNTRY            PIC X(11).
           05  SRT-LAST-PAY-DATE      PIC 9(6).
           05  SRT-LETTER-DATE        PIC 9(8).
           05  SRT-AMOUNT             PIC S9(9)V99 COMP-3.
           05  SRT-HOLDER-ID          PIC X(10).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  SYSTEM-DATE-AND-TIME.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC 9(2).
               10  CURRENT-MONTH           PIC 9(2).
               10  CURRENT-DAY             PIC 9(2).
           05  CURRENT-TIME.
               10  CURRENT-HOUR            PIC 9(2).
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
       01  SAM34                           PIC X(8)  VALUE 'SAM34'.
       COPY FXPARM.
       01  SAM43                           PIC X(8)  VALUE 'SAM43'.
       COPY CMHPARM.
      *
       COPY TRANREC.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-ESC-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-ESC-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-RULE-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-RULE-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-LTR-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-LTR-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-DECK-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DECK-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-RMT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-RMT-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-REC-LEN              PIC 9(4)  COMP   VALUE 0.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-RULE-EOF             PIC X     VALUE 'N'.
           05  WS-SORT-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
      *        'L' letters, 'R' report; space until MODE= is read
           05  WS-RUN-MODE             PIC X     VALUE SPACE.
           05  WS-TRIAL-RUN            PIC X     VALUE 'N'.
           05  WS-REPORT-YEAR          PIC 9(4)  VALUE 0.
           05  WS-DEFAULT-SUBMITTER    PIC X(8)  VALUE 'ESCHEAT '.
           05  WS-BASE-CURRENCY        PIC X(3)  VALUE SPACES.
      *        Business date (CCYYMMDD) and its SAM30 day number.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-THEN-DAYS            PIC S9(9) COMP VALUE +0.
      *        The master being looked at.
           05  WS-ESC-FOUND            PIC X     VALUE 'N'.
           05  WS-ESC-CHANGED          PIC X     VALUE 'N'.
           05  WS-ESC-BAD              PIC X     VALUE 'N'.
           05  WS-DORMANT              PIC X     VALUE 'N'.
           05  WS-WINDOW-CLOSED        PIC X     VALUE 'N'.
           05  WS-ESCHEAT-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-ACCT-CURRENCY        PIC X(3)  VALUE SPACES.
           05  WS-EXC-REASON           PIC X(40) VALUE SPACES.
           05  WS-REPLY-DATE           PIC 9(8)  VALUE 0.
           05  WS-REPLY-DATE-X REDEFINES WS-REPLY-DATE.
               10  WS-REPLY-CCYY       PIC 9(4).
               10  WS-REPLY-MM         PIC 9(2).
               10  WS-REPLY-DD         PIC 9(2).
           05  WS-LINE-IX              PIC S9(4) COMP VALUE +0.
      *        The state and currency block being written.
           05  WS-PREV-STATE           PIC X(2)  VALUE SPACES.
           05  WS-PREV-CURRENCY        PIC X(3)  VALUE SPACES.
           05  WS-GROUP-OPEN           PIC X     VALUE 'N'.
           05  WS-GROUP-COUNT          PIC S9(9)     COMP-3 VALUE +0.
           05  WS-GROUP-TOTAL          PIC S9(13)V99 COMP-3 VALUE +0.

      *        State rules loaded from ESCRULE, in the order read.
      *        The cutoff is the day number of the business date
      *        less the state's dormancy period: a last payment on
      *        or before it is dormant.
       01  STATE-RULE-TABLE.
           05  WS-RUL-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-RUL-IX               PIC S9(4) COMP VALUE +0.
           05  WS-RUL-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-RUL-DEFAULT          PIC S9(4) COMP VALUE +0.
           05  RUL-ENTRY OCCURS 100.
               10  RUL-STATE           PIC X(2).
               10  RUL-YEARS           PIC 9(2).
               10  RUL-LETTER-MIN      PIC 9(5)V99.
               10  RUL-WINDOW-DAYS     PIC 9(3).
               10  RUL-HOLDER-ID       PIC X(10).
               10  RUL-CUTOFF-DAYS     PIC S9(9)     COMP.
               10  RUL-LETTERS         PIC S9(7)     COMP-3.
               10  RUL-LETTER-AMT      PIC S9(11)V99 COMP-3.
               10  RUL-ESCHEATED       PIC S9(7)     COMP-3.
               10  RUL-ESCHEAT-AMT     PIC S9(11)V99 COMP-3.
               10  RUL-HELD            PIC S9(7)     COMP-3.

       01  ESCHEAT-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CREDIT-BALANCES   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-DORMANT       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-RULE           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-PAY-DATE       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WRITTEN-OFF       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALREADY-DONE      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BELOW-MIN         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RETMAIL           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LETTERS           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CLEARED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WINDOW-OPEN       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-LETTER         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ESCHEATED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DECK-WRITTEN      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REMIT-WRITTEN     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATE-BLOCKS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ESC-ERRORS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMMS-RECORDED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMMS-ERRORS      PIC S9(9)   COMP-3  VALUE +0.
           05  WS-ESCHEAT-TOTAL      PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-LETTER-TOTAL       PIC S9(13)V99 COMP-3 VALUE +0.

      *        Due-diligence letter wording.
       01  LETTER-TEXT-VALUES.
           05  FILLER PIC X(70) VALUE
              'OUR RECORDS SHOW A CREDIT BALANCE IN YOUR FAVOR ON THE'.
           05  FILLER PIC X(70) VALUE
              'ACCOUNT ABOVE, WHICH HAS HAD NO ACTIVITY FOR SOME TIME.'.
           05  FILLER PIC X(70) VALUE
              'UNLESS WE HEAR FROM YOU BY THE DATE BELOW, THE LAW'.
           05  FILLER PIC X(70) VALUE
              'REQUIRES US TO REPORT THESE FUNDS AS UNCLAIMED PROPERTY'.
           05  FILLER PIC X(70) VALUE
              'AND PAY THEM OVER TO THE STATE, FROM WHICH YOU MAY THEN'.
           05  FILLER PIC X(70) VALUE
              'CLAIM THEM.  TO KEEP THEM WITH US, OR TO HAVE THEM'.
           05  FILLER PIC X(70) VALUE
              'REFUNDED, PLEASE CONTACT OUR ACCOUNTS OFFICE.'.
       01  LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
           05  LTX-LINE              PIC X(70) OCCURS 7.
      *
       01  LTR-HEADER-LINE.
           05  FILLER PIC X(40) VALUE 'NOTICE OF UNCLAIMED FUNDS'.
           05  FILLER PIC X(6)  VALUE 'DATE: '.
           05  LTR-MM             PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  LTR-DD             PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  LTR-YY             PIC 99.
           05  FILLER PIC X(78) VALUE SPACES.
       01  LTR-NAME-LINE.
           05  LTR-CUST-NAME      PIC X(17).
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'ACCOUNT: '.
           05  LTR-CUST-ID        PIC X(8).
           05  FILLER PIC X(86) VALUE SPACES.
       01  LTR-ADDR-LINE.
           05  LTR-ADDR           PIC X(20).
           05  FILLER PIC X(112) VALUE SPACES.
       01  LTR-CITY-LINE.
           05  LTR-CITY           PIC X(14).
           05  FILLER             PIC X  VALUE SPACES.
           05  LTR-STATE          PIC X(2).
           05  FILLER             PIC X  VALUE SPACES.
           05  LTR-COUNTRY        PIC X(11).
           05  FILLER             PIC X  VALUE SPACES.
           05  LTR-POSTAL         PIC X(10).
           05  FILLER PIC X(92) VALUE SPACES.
       01  LTR-BODY-LINE.
           05  LTR-BODY           PIC X(70).
           05  FILLER PIC X(62) VALUE SPACES.
       01  LTR-BAL-LINE.
           05  FILLER PIC X(26) VALUE 'CREDIT BALANCE HELD:      '.
           05  LTR-BAL-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X  VALUE SPACES.
           05  LTR-BAL-CCY        PIC X(3).
           05  FILLER PIC X(88) VALUE SPACES.
       01  LTR-REPLY-LINE.
           05  FILLER PIC X(26) VALUE 'PLEASE RESPOND BY:        '.
           05  LTR-REPLY-MM       PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  LTR-REPLY-DD       PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  LTR-REPLY-CCYY     PIC 9(4).
           05  FILLER PIC X(96) VALUE SPACES.
      *
       01 RPT-HEADER1.
           05  RPT-TITLE                  PIC X(40).
           05  RPT-MM                     PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  RPT-DD                     PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  RPT-YY                     PIC 99.
           05  FILLER                     PIC X(20)
                          VALUE ' (mm/dd/yy)   TIME: '.
           05  RPT-HH                     PIC 99.
           05  FILLER                     PIC X     VALUE ':'.
           05  RPT-MIN                    PIC 99.
           05  FILLER                     PIC X     VALUE ':'.
           05  RPT-SS                     PIC 99.
           05  FILLER                     PIC X(55) VALUE SPACES.
       01  RPT-YEAR-LINE.
           05  FILLER PIC X(13) VALUE 'REPORT YEAR: '.
           05  RPT-REPORT-YEAR    PIC 9(4).
           05  FILLER PIC X(115) VALUE SPACES.
       01  RPT-TRIAL-LINE.
           05  FILLER PIC X(60) VALUE
             '*** TRIAL RUN - NOTHING SENT, DECK AND DATASET UNTOUCHED'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-EXC-HDR.
           05  FILLER PIC X(60) VALUE
               'Credit balances held back or needing review:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-EXC-COL.
           05  FILLER PIC X(46) VALUE
               'ACCOUNT   NAME              ST         AMOUNT'.
           05  FILLER PIC X(86) VALUE '  REASON'.
       01  RPT-EXC-LINE.
           05  RPT-EX-KEY          PIC X(9).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-EX-NAME         PIC X(17).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-EX-STATE        PIC X(2).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-EX-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-EX-REASON       PIC X(40).
           05  FILLER              PIC X(45) VALUE SPACES.
       01  RPT-HOLDER-HDR.
           05  FILLER PIC X(60) VALUE
               'Holder report of unclaimed property by state:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-GROUP-LINE.
           05  FILLER PIC X(7)  VALUE 'STATE: '.
           05  RPT-GR-STATE        PIC X(2).
           05  FILLER PIC X(14) VALUE '   HOLDER ID: '.
           05  RPT-GR-HOLDER-ID    PIC X(10).
           05  FILLER PIC X(16) VALUE '   REPORT YEAR: '.
           05  RPT-GR-YEAR         PIC 9(4).
           05  FILLER PIC X(13) VALUE '   CURRENCY: '.
           05  RPT-GR-CURRENCY     PIC X(3).
           05  FILLER PIC X(63) VALUE SPACES.
       01  RPT-DETAIL-COL.
           05  FILLER PIC X(45) VALUE
               'ACCOUNT   NAME              ADDRESS          '.
           05  FILLER PIC X(45) VALUE
               '    CITY           POSTAL     LAST PAY LETTER'.
           05  FILLER PIC X(42) VALUE
               '             AMOUNT'.
       01  RPT-DETAIL-LINE.
           05  RPT-DT-KEY          PIC X(9).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-DT-NAME         PIC X(17).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-DT-ADDR         PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-DT-CITY         PIC X(14).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-DT-POSTAL       PIC X(10).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-DT-LAST-PAY     PIC 9(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-DT-LETTER       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(23) VALUE SPACES.
       01  RPT-GROUP-TOTAL-LINE.
           05  FILLER PIC X(13) VALUE 'STATE TOTAL: '.
           05  RPT-GT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER PIC X(14) VALUE ' PROPERTIES   '.
           05  RPT-GT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-GT-CURRENCY     PIC X(3).
           05  FILLER PIC X(77) VALUE SPACES.
       01  RPT-RULE-HDR.
           05  FILLER PIC X(60) VALUE
               'Summary by state rule:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-RULE-COL.
           05  FILLER PIC X(44) VALUE
               'ST YRS  LETTER MIN WINDOW   LETTERS  LETTER '.
           05  FILLER PIC X(44) VALUE
               'AMOUNT   REPORTED  REPORTED AMOUNT      HELD'.
           05  FILLER PIC X(44) VALUE SPACES.
       01  RPT-RULE-LINE.
           05  RPT-RL-STATE        PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-RL-YEARS        PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-RL-LETTER-MIN   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-RL-WINDOW       PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-RL-LETTERS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-RL-LETTER-AMT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-RL-ESCHEATED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-RL-ESCHEAT-AMT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-RL-HELD         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(52) VALUE SPACES.
       01  RPT-ESC-TOTAL-LINE.
           05  RPT-ESC-TOTAL-TEXT  PIC X(30).
           05  RPT-ESC-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-ESC-AMOUNT-LINE.
           05  RPT-ESC-AMOUNT-TEXT PIC X(30).
           05  RPT-ESC-AMOUNT-NUM  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(85) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM46 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE BDS-BUS-DATE TO WS-RUN-DATE .
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YEAR .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE WS-RUN-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .
           PERFORM 785-GET-BASE-CURRENCY .

           PERFORM 706-READ-RUN-PARMS .
           IF WS-RUN-MODE = SPACE
               DISPLAY 'MODE=LETTERS OR MODE=REPORT IS REQUIRED - '
                       'NOTHING DONE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 700-OPEN-FILES
               IF WS-FILE-ERROR NOT = 'Y'
                   PERFORM 710-LOAD-STATE-RULES
               END-IF
               PERFORM 800-INIT-REPORT
               IF WS-FILE-ERROR NOT = 'Y'
                   IF WS-RUN-MODE = 'L'
                       PERFORM 100-READ-MASTER
                           UNTIL WS-CUST-FILE-EOF = 'Y'
                   ELSE
                       SORT SORT-FILE
                           ON ASCENDING KEY SRT-STATE
                                            SRT-CURRENCY
                                            SRT-CUST-KEY
                           INPUT PROCEDURE  IS 500-COLLECT-ESCHEATS
                           OUTPUT PROCEDURE IS 600-WRITE-HOLDER-REPORT
                   END-IF
               END-IF
               PERFORM 850-REPORT-TOTALS
               PERFORM 790-CLOSE-FILES
           END-IF .

           DISPLAY 'SAM46 LETTERS SENT         = ' NUM-LETTERS .
           DISPLAY 'SAM46 PROPERTIES REPORTED  = ' NUM-ESCHEATED .
           DISPLAY 'SAM46 DECK TRANSACTIONS    = ' NUM-DECK-WRITTEN .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM46 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-READ-MASTER.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF
           END-READ.
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  IF CUST-KEY = ALL '9'
                      MOVE 'Y' TO WS-CUST-FILE-EOF
                  ELSE
                      ADD +1 TO NUM-RECS-READ
                      IF CUST-REC-TYPE = 'A'
                          ADD +1 TO NUM-MASTER-RECS
      *                   a master written before the later fields
      *                   were appended reads as blank past its end
                          IF WS-REC-LEN < LENGTH OF CUST-REC
                              MOVE SPACES
                                  TO CUST-REC(WS-REC-LEN + 1:)
                          END-IF
                          PERFORM 110-CHECK-ONE-MASTER
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CUST-FILE-EOF
              WHEN OTHER
                  DISPLAY 'CUSTOMER FILE READ ERROR. RC:'
                          WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-CUST-FILE-EOF
           END-EVALUATE .

       110-CHECK-ONE-MASTER.
           MOVE 'N' TO WS-ESC-CHANGED.
           PERFORM 120-READ-TRACKING.
           IF WS-ESC-BAD NOT = 'Y'
               IF WS-ESC-FOUND = 'Y' AND ESC-LETTER-SENT
                   PERFORM 125-CHECK-RESPONSE
               END-IF
               IF CUST-ACCT-BALANCE NUMERIC
                  AND CUST-ACCT-BALANCE < 0
                   ADD +1 TO NUM-CREDIT-BALANCES
                   COMPUTE WS-ESCHEAT-AMT = CUST-ACCT-BALANCE * -1
                   MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
                   IF CUST-CURRENCY > SPACES
                       MOVE CUST-CURRENCY TO WS-ACCT-CURRENCY
                   END-IF
                   PERFORM 130-TEST-DORMANCY
                   IF WS-DORMANT = 'Y'
                       IF WS-RUN-MODE = 'L'
                           PERFORM 140-LETTER-DECISION
                       ELSE
                           PERFORM 150-REPORT-DECISION
                       END-IF
                   END-IF
               END-IF
               IF WS-ESC-CHANGED = 'Y'
                   PERFORM 190-SAVE-TRACKING
               END-IF
           END-IF .

       120-READ-TRACKING.
           MOVE 'N' TO WS-ESC-BAD.
           MOVE CUST-KEY TO ESC-CUST-KEY.
           READ ESCHEAT-FILE.
           EVALUATE WS-ESC-STATUS
              WHEN '00'
                  MOVE 'Y' TO WS-ESC-FOUND
              WHEN '23'
                  MOVE 'N' TO WS-ESC-FOUND
              WHEN OTHER
      *           with the record unreadable neither a letter nor a
      *           report can be trusted -- hold the account back
                  DISPLAY 'ESCHEATMENT DATASET READ ERROR. KEY:'
                          CUST-KEY ' RC:' WS-ESC-STATUS '/'
                          WS-ESC-STATUS-2
                  ADD +1 TO NUM-ESC-ERRORS
                  MOVE 8 TO RETURN-CODE
                  MOVE 'N' TO WS-ESC-FOUND
                  MOVE 'Y' TO WS-ESC-BAD
           END-EVALUATE.

       125-CHECK-RESPONSE.
      *
      *        A lettered account with no credit left, or with a
      *        payment since the letter, has answered it.
      *
           IF CUST-ACCT-BALANCE NOT NUMERIC
              OR CUST-ACCT-BALANCE NOT < 0
               MOVE 'B' TO ESC-CLEAR-REASON
           ELSE
               IF CUST-LAST-PAY-DATE NOT = ESC-LETTER-PAY-DATE
                   MOVE 'P' TO ESC-CLEAR-REASON
               END-IF
           END-IF.
           IF ESC-CLEAR-REASON = 'B' OR ESC-CLEAR-REASON = 'P'
               MOVE 'C'          TO ESC-STATUS
               MOVE WS-RUN-DATE  TO ESC-CLEARED-DATE
               ADD +1 TO NUM-CLEARED
               MOVE 'Y' TO WS-ESC-CHANGED
           END-IF.

       130-TEST-DORMANCY.
           MOVE 'N' TO WS-DORMANT.
           PERFORM 135-FIND-RULE.
           EVALUATE TRUE
               WHEN CUST-WRITEOFF-FLAG = 'W'
                   ADD +1 TO NUM-WRITTEN-OFF
               WHEN WS-RUL-FOUND = 0
                   ADD +1 TO NUM-NO-RULE
                   MOVE 'NO RULE FOR THE STATE' TO WS-EXC-REASON
                   PERFORM 180-LIST-EXCEPTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN CUST-LAST-PAY-DATE NOT NUMERIC
                 OR CUST-LAST-PAY-DATE = ZERO
                   ADD +1 TO NUM-NO-PAY-DATE
                   MOVE 'NO PAYMENT DATE ON RECORD' TO WS-EXC-REASON
                   PERFORM 180-LIST-EXCEPTION
               WHEN OTHER
                   MOVE 'N' TO BDS-FUNCTION
                   MOVE CUST-LAST-PAY-DATE TO BDS-DATE-IN
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   IF BDS-RETURN NOT = '00'
                       ADD +1 TO NUM-NO-PAY-DATE
                       MOVE 'PAYMENT DATE IS NOT A DATE'
                         TO WS-EXC-REASON
                       PERFORM 180-LIST-EXCEPTION
                   ELSE
                       IF BDS-DAY-NUMBER
                              > RUL-CUTOFF-DAYS(WS-RUL-FOUND)
                           ADD +1 TO NUM-NOT-DORMANT
                       ELSE
                           MOVE 'Y' TO WS-DORMANT
                       END-IF
                   END-IF
           END-EVALUATE .

       135-FIND-RULE.
           MOVE 0 TO WS-RUL-FOUND.
           PERFORM VARYING WS-RUL-IX FROM 1 BY 1
             UNTIL WS-RUL-IX > WS-RUL-CNT
                OR WS-RUL-FOUND > 0
               IF RUL-STATE(WS-RUL-IX) = CUST-STATE
                   MOVE WS-RUL-IX TO WS-RUL-FOUND
               END-IF
           END-PERFORM.
           IF WS-RUL-FOUND = 0
               MOVE WS-RUL-DEFAULT TO WS-RUL-FOUND
           END-IF .

       140-LETTER-DECISION.
           EVALUATE TRUE
               WHEN WS-ESC-FOUND = 'Y'
                AND ESC-REPORT-YEAR = WS-REPORT-YEAR
                AND (ESC-LETTER-SENT OR ESC-ESCHEATED)
                   ADD +1 TO NUM-ALREADY-DONE
               WHEN WS-ESCHEAT-AMT < RUL-LETTER-MIN(WS-RUL-FOUND)
                   ADD +1 TO NUM-BELOW-MIN
               WHEN CUST-RETMAIL-DATE NUMERIC
                AND CUST-RETMAIL-DATE NOT = ZERO
                   ADD +1 TO NUM-RETMAIL
                   MOVE 'RETURNED MAIL - NO LETTER POSSIBLE'
                     TO WS-EXC-REASON
                   PERFORM 180-LIST-EXCEPTION
               WHEN OTHER
                   PERFORM 145-SEND-LETTER
           END-EVALUATE .

       145-SEND-LETTER.
           ADD +1 TO NUM-LETTERS.
           ADD WS-ESCHEAT-AMT TO WS-LETTER-TOTAL.
           ADD +1 TO RUL-LETTERS(WS-RUL-FOUND).
           ADD WS-ESCHEAT-AMT TO RUL-LETTER-AMT(WS-RUL-FOUND).
           IF WS-TRIAL-RUN NOT = 'Y'
               PERFORM 146-PRINT-LETTER
               PERFORM 147-RECORD-COMMUNICATION
           END-IF.
           PERFORM 185-INIT-TRACKING.
           MOVE 'L'                TO ESC-STATUS.
           MOVE WS-RUN-DATE        TO ESC-LETTER-DATE.
           MOVE WS-ESCHEAT-AMT     TO ESC-LETTER-AMOUNT.
           MOVE CUST-LAST-PAY-DATE TO ESC-LETTER-PAY-DATE.
           MOVE 'P'                TO ESC-LETTER-DELIVERY.
           MOVE 'Y' TO WS-ESC-CHANGED.

       146-PRINT-LETTER.
      *        the reply date is the end of the state's window
           MOVE 'A' TO BDS-FUNCTION.
           MOVE WS-RUN-DATE TO BDS-DATE-IN.
           MOVE 0 TO BDS-ADD-MONTHS.
           MOVE RUL-WINDOW-DAYS(WS-RUL-FOUND) TO BDS-ADD-DAYS.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           MOVE BDS-DATE-OUT TO WS-REPLY-DATE.
           MOVE CURRENT-MONTH  TO LTR-MM.
           MOVE CURRENT-DAY    TO LTR-DD.
           MOVE CURRENT-YEAR   TO LTR-YY.
           WRITE LETTER-RECORD FROM LTR-HEADER-LINE AFTER PAGE.
           MOVE CUST-NAME         TO LTR-CUST-NAME.
           MOVE CUST-ID           TO LTR-CUST-ID.
           WRITE LETTER-RECORD FROM LTR-NAME-LINE AFTER 2.
           MOVE CUST-ADDR         TO LTR-ADDR.
           WRITE LETTER-RECORD FROM LTR-ADDR-LINE.
           MOVE CUST-CITY         TO LTR-CITY.
           MOVE CUST-STATE        TO LTR-STATE.
           MOVE CUST-COUNTRY      TO LTR-COUNTRY.
           MOVE CUST-POSTAL-CODE  TO LTR-POSTAL.
           WRITE LETTER-RECORD FROM LTR-CITY-LINE.
           MOVE SPACES TO LTR-BODY.
           WRITE LETTER-RECORD FROM LTR-BODY-LINE.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
             UNTIL WS-LINE-IX > 7
               MOVE LTX-LINE(WS-LINE-IX) TO LTR-BODY
               WRITE LETTER-RECORD FROM LTR-BODY-LINE
           END-PERFORM.
           MOVE WS-ESCHEAT-AMT    TO LTR-BAL-AMT.
           MOVE WS-ACCT-CURRENCY  TO LTR-BAL-CCY.
           WRITE LETTER-RECORD FROM LTR-BAL-LINE AFTER 2.
           MOVE WS-REPLY-MM       TO LTR-REPLY-MM.
           MOVE WS-REPLY-DD       TO LTR-REPLY-DD.
           MOVE WS-REPLY-CCYY     TO LTR-REPLY-CCYY.
           WRITE LETTER-RECORD FROM LTR-REPLY-LINE.
           IF WS-LTR-STATUS NOT = '00'
               DISPLAY 'LETTER FILE WRITE ERROR. KEY:' CUST-KEY
                       ' RC:' WS-LTR-STATUS '/' WS-LTR-STATUS-2
               MOVE 8 TO RETURN-CODE
           END-IF .

       147-RECORD-COMMUNICATION.
      *
      *        The letter goes into the customer's communications
      *        history as sent.  A history failure is counted but
      *        does not hold up the run.
      *
           MOVE 'R'                TO CHS-FUNCTION.
           MOVE 'H'                TO CHS-TARGET.
           MOVE CUST-KEY           TO CHS-CUST-KEY.
           MOVE 'P'                TO CHS-CHANNEL.
           MOVE 'ESCHEAT'          TO CHS-DOC-TYPE.
           MOVE SPACES             TO CHS-DOC-REF.
           STRING 'DUEDIL ' WS-REPORT-YEAR DELIMITED BY SIZE
               INTO CHS-DOC-REF.
           MOVE 'SAM46'            TO CHS-PROGRAM.
           MOVE WS-ESCHEAT-AMT     TO CHS-AMOUNT.
           MOVE CUST-CURRENCY      TO CHS-CURRENCY.
           MOVE CUST-NAME          TO CHS-NAME.
           MOVE CUST-ADDR          TO CHS-ADDR.
           MOVE CUST-CITY          TO CHS-CITY.
           MOVE CUST-STATE         TO CHS-STATE.
           MOVE CUST-COUNTRY       TO CHS-COUNTRY.
           MOVE CUST-POSTAL-CODE   TO CHS-POSTAL.
           MOVE SPACES             TO CHS-EMAIL-ADDR.
           CALL SAM43 USING COMM-HISTORY-PARMS.
           EVALUATE CHS-RETURN
               WHEN '00'
                   ADD +1 TO NUM-COMMS-RECORDED
               WHEN '04'
                   CONTINUE
               WHEN OTHER
                   ADD +1 TO NUM-COMMS-ERRORS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       150-REPORT-DECISION.
           EVALUATE TRUE
               WHEN WS-ESC-FOUND = 'Y'
                AND ESC-REPORT-YEAR = WS-REPORT-YEAR
                AND ESC-ESCHEATED
                   ADD +1 TO NUM-ALREADY-DONE
               WHEN WS-ESC-FOUND = 'Y'
                AND ESC-REPORT-YEAR = WS-REPORT-YEAR
                AND ESC-LETTER-SENT
                   PERFORM 155-CHECK-WINDOW
                   IF WS-WINDOW-CLOSED = 'Y'
                       PERFORM 160-ESCHEAT-ONE
                   ELSE
                       ADD +1 TO NUM-WINDOW-OPEN
                       ADD +1 TO RUL-HELD(WS-RUL-FOUND)
                       MOVE 'RESPONSE WINDOW STILL OPEN'
                         TO WS-EXC-REASON
                       PERFORM 180-LIST-EXCEPTION
                   END-IF
               WHEN WS-ESCHEAT-AMT < RUL-LETTER-MIN(WS-RUL-FOUND)
                   ADD +1 TO NUM-BELOW-MIN
                   PERFORM 160-ESCHEAT-ONE
               WHEN CUST-RETMAIL-DATE NUMERIC
                AND CUST-RETMAIL-DATE NOT = ZERO
                   ADD +1 TO NUM-RETMAIL
                   PERFORM 160-ESCHEAT-ONE
               WHEN OTHER
                   ADD +1 TO NUM-NO-LETTER
                   ADD +1 TO RUL-HELD(WS-RUL-FOUND)
                   MOVE 'NO DUE-DILIGENCE LETTER THIS YEAR'
                     TO WS-EXC-REASON
                   PERFORM 180-LIST-EXCEPTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE .

       155-CHECK-WINDOW.
      *        a letter date that is no date keeps the window open
           MOVE 'N' TO WS-WINDOW-CLOSED.
           MOVE 'N' TO BDS-FUNCTION.
           MOVE ESC-LETTER-DATE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF BDS-RETURN = '00'
               MOVE BDS-DAY-NUMBER TO WS-THEN-DAYS
               IF WS-RUN-DAYS - WS-THEN-DAYS
                      >= RUL-WINDOW-DAYS(WS-RUL-FOUND)
                   MOVE 'Y' TO WS-WINDOW-CLOSED
               END-IF
           END-IF .

       160-ESCHEAT-ONE.
           ADD +1 TO NUM-ESCHEATED.
           ADD WS-ESCHEAT-AMT TO WS-ESCHEAT-TOTAL.
           ADD +1 TO RUL-ESCHEATED(WS-RUL-FOUND).
           ADD WS-ESCHEAT-AMT TO RUL-ESCHEAT-AMT(WS-RUL-FOUND).
           MOVE SPACES             TO SORT-RECORD.
           MOVE CUST-STATE         TO SRT-STATE.
           MOVE WS-ACCT-CURRENCY   TO SRT-CURRENCY.
           MOVE CUST-KEY           TO SRT-CUST-KEY.
           MOVE CUST-NAME          TO SRT-NAME.
           MOVE CUST-ADDR          TO SRT-ADDR.
           MOVE CUST-CITY          TO SRT-CITY.
           MOVE CUST-POSTAL-CODE   TO SRT-POSTAL.
           MOVE CUST-COUNTRY       TO SRT-COUNTRY.
           MOVE CUST-LAST-PAY-DATE TO SRT-LAST-PAY-DATE.
           MOVE 0                  TO SRT-LETTER-DATE.
           IF WS-ESC-FOUND = 'Y' AND ESC-LETTER-SENT
              AND ESC-REPORT-YEAR = WS-REPORT-YEAR
               MOVE ESC-LETTER-DATE TO SRT-LETTER-DATE
           END-IF.
           MOVE WS-ESCHEAT-AMT     TO SRT-AMOUNT.
           MOVE RUL-HOLDER-ID(WS-RUL-FOUND) TO SRT-HOLDER-ID.
           RELEASE SORT-RECORD.
           IF WS-TRIAL-RUN NOT = 'Y'
               PERFORM 170-WRITE-DECK-TRAN
           END-IF.
      *        the letter history stays on the record it answers
           IF WS-ESC-FOUND NOT = 'Y' OR NOT ESC-LETTER-SENT
              OR ESC-REPORT-YEAR NOT = WS-REPORT-YEAR
               PERFORM 185-INIT-TRACKING
           END-IF.
           MOVE 'E'                TO ESC-STATUS.
           MOVE WS-RUN-DATE        TO ESC-ESCHEAT-DATE.
           MOVE WS-ESCHEAT-AMT     TO ESC-ESCHEAT-AMOUNT.
           MOVE 'Y' TO WS-ESC-CHANGED.

       170-WRITE-DECK-TRAN.
      *
      *        The balance goes to zero by adding back the credit;
      *        the second triple leaves the reason on the notes.
      *
           MOVE SPACES        TO TRANSACTION-RECORD.
           MOVE 'UPDATE'      TO TRAN-CODE.
           MOVE CUST-KEY      TO TRAN-KEY.
           MOVE WS-DEFAULT-SUBMITTER TO TRAN-SUBMITTER.
           MOVE 'ADD     '    TO TRAN-ACTION.
           MOVE 'BALANCE   '  TO TRAN-FIELD-NAME.
           MOVE WS-ESCHEAT-AMT TO TRAN-UPDATE-NUM.
           MOVE CUST-CURRENCY TO TRAN-UPDATE-CCY.
           MOVE 'ADD     '    TO TRAN-ACTION-2.
           MOVE 'NOTE      '  TO TRAN-FIELD-NAME-2.
           STRING 'ESCHEATED TO ' DELIMITED BY SIZE
                  CUST-STATE      DELIMITED BY SIZE
                  ' RPT YR '      DELIMITED BY SIZE
                  WS-REPORT-YEAR  DELIMITED BY SIZE
               INTO TRAN-UPDATE-DATA-2
           END-STRING.
           WRITE DECK-RECORD FROM TRANSACTION-RECORD.
           IF WS-DECK-STATUS NOT = '00'
               DISPLAY 'ESCHEAT DECK WRITE ERROR. KEY:' CUST-KEY
                       ' RC:' WS-DECK-STATUS '/' WS-DECK-STATUS-2
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-DECK-WRITTEN
           END-IF .

       180-LIST-EXCEPTION.
           MOVE CUST-KEY          TO RPT-EX-KEY.
           MOVE CUST-NAME         TO RPT-EX-NAME.
           MOVE CUST-STATE        TO RPT-EX-STATE.
           MOVE WS-ESCHEAT-AMT    TO RPT-EX-AMOUNT.
           MOVE WS-EXC-REASON     TO RPT-EX-REASON.
           WRITE REPORT-RECORD FROM RPT-EXC-LINE.

       185-INIT-TRACKING.
      *        a fresh record for this customer and report year
           MOVE SPACES TO ESC-REC.
           MOVE CUST-KEY           TO ESC-CUST-KEY.
           MOVE CUST-STATE         TO ESC-STATE.
           MOVE WS-REPORT-YEAR     TO ESC-REPORT-YEAR.
           MOVE 0                  TO ESC-LETTER-DATE.
           MOVE +0                 TO ESC-LETTER-AMOUNT.
           MOVE 0                  TO ESC-LETTER-PAY-DATE.
           MOVE 0                  TO ESC-ESCHEAT-DATE.
           MOVE +0                 TO ESC-ESCHEAT-AMOUNT.
           MOVE WS-ACCT-CURRENCY   TO ESC-CURRENCY.
           MOVE 0                  TO ESC-CLEARED-DATE.

       190-SAVE-TRACKING.
           IF WS-TRIAL-RUN NOT = 'Y'
               IF WS-ESC-FOUND = 'Y'
                   REWRITE ESC-REC
               ELSE
                   WRITE ESC-REC
               END-IF
               IF WS-ESC-STATUS NOT = '00'
                   DISPLAY 'ESCHEATMENT DATASET UPDATE ERROR. KEY:'
                           ESC-CUST-KEY ' RC:' WS-ESC-STATUS '/'
                           WS-ESC-STATUS-2
                   ADD +1 TO NUM-ESC-ERRORS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       500-COLLECT-ESCHEATS.
           PERFORM 100-READ-MASTER
               UNTIL WS-CUST-FILE-EOF = 'Y'.

       600-WRITE-HOLDER-REPORT.
           WRITE REPORT-RECORD FROM RPT-HOLDER-HDR AFTER PAGE.
           PERFORM 610-RETURN-ONE-PROPERTY
                   UNTIL WS-SORT-EOF = 'Y'.
           IF WS-GROUP-OPEN = 'Y'
               PERFORM 630-CLOSE-STATE-BLOCK
           END-IF.

       610-RETURN-ONE-PROPERTY.
           RETURN SORT-FILE
             AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
           IF WS-SORT-EOF NOT = 'Y'
               IF WS-GROUP-OPEN NOT = 'Y'
                  OR SRT-STATE NOT = WS-PREV-STATE
                  OR SRT-CURRENCY NOT = WS-PREV-CURRENCY
                   IF WS-GROUP-OPEN = 'Y'
                       PERFORM 630-CLOSE-STATE-BLOCK
                   END-IF
                   PERFORM 620-OPEN-STATE-BLOCK
               END-IF
               PERFORM 625-WRITE-PROPERTY
           END-IF.

       620-OPEN-STATE-BLOCK.
           MOVE 'Y'           TO WS-GROUP-OPEN.
           MOVE SRT-STATE     TO WS-PREV-STATE.
           MOVE SRT-CURRENCY  TO WS-PREV-CURRENCY.
           MOVE +0 TO WS-GROUP-COUNT WS-GROUP-TOTAL.
           ADD +1 TO NUM-STATE-BLOCKS.
           MOVE SRT-STATE     TO RPT-GR-STATE.
           MOVE SRT-HOLDER-ID TO RPT-GR-HOLDER-ID.
           MOVE WS-REPORT-YEAR TO RPT-GR-YEAR.
           MOVE SRT-CURRENCY  TO RPT-GR-CURRENCY.
           WRITE REPORT-RECORD FROM RPT-GROUP-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-DETAIL-COL.
           IF WS-TRIAL-RUN NOT = 'Y'
               MOVE SPACES         TO REMIT-RECORD
               MOVE 'H'            TO RMT-TYPE
               MOVE SRT-STATE      TO RMT-STATE
               MOVE WS-REPORT-YEAR TO RMT-REPORT-YEAR
               MOVE SRT-CURRENCY   TO RMT-CURRENCY
               MOVE SRT-HOLDER-ID  TO RMT-HDR-HOLDER-ID
               MOVE WS-RUN-DATE    TO RMT-HDR-RUN-DATE
               PERFORM 640-WRITE-REMIT
           END-IF.

       625-WRITE-PROPERTY.
           ADD +1 TO WS-GROUP-COUNT.
           ADD SRT-AMOUNT TO WS-GROUP-TOTAL.
           MOVE SRT-CUST-KEY      TO RPT-DT-KEY.
           MOVE SRT-NAME          TO RPT-DT-NAME.
           MOVE SRT-ADDR          TO RPT-DT-ADDR.
           MOVE SRT-CITY          TO RPT-DT-CITY.
           MOVE SRT-POSTAL        TO RPT-DT-POSTAL.
           MOVE SRT-LAST-PAY-DATE TO RPT-DT-LAST-PAY.
           IF SRT-LETTER-DATE = 0
               MOVE 'NONE DUE'      TO RPT-DT-LETTER
           ELSE
               MOVE SRT-LETTER-DATE TO RPT-DT-LETTER
           END-IF.
           MOVE SRT-AMOUNT        TO RPT-DT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           IF WS-TRIAL-RUN NOT = 'Y'
               MOVE SPACES            TO REMIT-RECORD
               MOVE 'D'               TO RMT-TYPE
               MOVE SRT-STATE         TO RMT-STATE
               MOVE WS-REPORT-YEAR    TO RMT-REPORT-YEAR
               MOVE SRT-CURRENCY      TO RMT-CURRENCY
               MOVE SRT-CUST-KEY      TO RMT-CUST-KEY
               MOVE SRT-NAME          TO RMT-NAME
               MOVE SRT-ADDR          TO RMT-ADDR
               MOVE SRT-CITY          TO RMT-CITY
               MOVE SRT-POSTAL        TO RMT-POSTAL
               MOVE SRT-COUNTRY       TO RMT-COUNTRY
               MOVE SRT-LAST-PAY-DATE TO RMT-LAST-PAY-DATE
               MOVE SRT-AMOUNT        TO RMT-AMOUNT
               PERFORM 640-WRITE-REMIT
           END-IF.

       630-CLOSE-STATE-BLOCK.
           MOVE WS-GROUP-COUNT    TO RPT-GT-COUNT.
           MOVE WS-GROUP-TOTAL    TO RPT-GT-AMOUNT.
           MOVE WS-PREV-CURRENCY  TO RPT-GT-CURRENCY.
           WRITE REPORT-RECORD FROM RPT-GROUP-TOTAL-LINE.
           IF WS-TRIAL-RUN NOT = 'Y'
               MOVE SPACES           TO REMIT-RECORD
               MOVE 'T'              TO RMT-TYPE
               MOVE WS-PREV-STATE    TO RMT-STATE
               MOVE WS-REPORT-YEAR   TO RMT-REPORT-YEAR
               MOVE WS-PREV-CURRENCY TO RMT-CURRENCY
               MOVE WS-GROUP-COUNT   TO RMT-CTL-COUNT
               MOVE WS-GROUP-TOTAL   TO RMT-CTL-TOTAL
               PERFORM 640-WRITE-REMIT
           END-IF.
           MOVE 'N' TO WS-GROUP-OPEN.

       640-WRITE-REMIT.
           WRITE REMIT-RECORD.
           IF WS-RMT-STATUS NOT = '00'
               DISPLAY 'REMITTANCE FILE WRITE ERROR. RC:'
                       WS-RMT-STATUS '/' WS-RMT-STATUS-2
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-REMIT-WRITTEN
           END-IF.

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                         RULE-FILE
                OUTPUT   REPORT-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-RULE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STATE RULES FILE. RC:'
                     WS-RULE-STATUS '/' WS-RULE-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        Without the dataset there is no telling who has been
      *        written to or reported already, so the run stops
      *        rather than risk doing either twice.
           IF WS-TRIAL-RUN = 'Y'
               OPEN INPUT ESCHEAT-FILE
           ELSE
               OPEN I-O   ESCHEAT-FILE
           END-IF .
           IF WS-ESC-STATUS NOT = '00' AND WS-ESC-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING ESCHEATMENT DATASET. RC:'
                     WS-ESC-STATUS '/' WS-ESC-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y' AND WS-RUN-MODE = 'L'
             OPEN OUTPUT LETTER-FILE
             IF WS-LTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LETTER FILE. RC:'
                       WS-LTR-STATUS '/' WS-LTR-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FILE-ERROR
             END-IF
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y' AND WS-RUN-MODE = 'R'
             OPEN OUTPUT DECK-FILE
                         REMIT-FILE
             IF WS-DECK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESCHEAT DECK FILE. RC:'
                       WS-DECK-STATUS '/' WS-DECK-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FILE-ERROR
             END-IF
             IF WS-RMT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMITTANCE FILE. RC:'
                       WS-RMT-STATUS '/' WS-RMT-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FILE-ERROR
             END-IF
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD. RC:'
                       WS-PARM-STATUS '/' WS-PARM-STATUS-2
           ELSE
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 707-READ-ONE-PARM
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE RUN-PARM-FILE
           END-IF .

       707-READ-ONE-PARM.
           READ RUN-PARM-FILE
             AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           IF WS-PARM-EOF NOT = 'Y' AND WS-PARM-STATUS = '00'
               IF RUN-PARM-RECORD(1:1) NOT = '*'
                      AND RUN-PARM-RECORD NOT = SPACES
                   MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
                   UNSTRING RUN-PARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE
                   END-UNSTRING
                   PERFORM 708-APPLY-RUN-PARM
               END-IF
           END-IF .

       708-APPLY-RUN-PARM.
           EVALUATE WS-PARM-KEYWORD
               WHEN 'MODE'
                   EVALUATE WS-PARM-VALUE
                       WHEN 'LETTERS'
                           MOVE 'L' TO WS-RUN-MODE
                       WHEN 'REPORT'
                           MOVE 'R' TO WS-RUN-MODE
                       WHEN OTHER
                           DISPLAY 'BAD MODE PARM IGNORED: '
                                   WS-PARM-VALUE
                   END-EVALUATE
               WHEN 'REPORTYEAR'
                   IF WS-PARM-VALUE(1:4) NUMERIC
                      AND WS-PARM-VALUE(5:1) = SPACE
                       MOVE WS-PARM-VALUE(1:4) TO WS-REPORT-YEAR
                   ELSE
                       DISPLAY 'BAD REPORTYEAR PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'TRIAL'
                   IF WS-PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-TRIAL-RUN
                       DISPLAY 'TRIAL RUN - NOTHING SENT, DECK AND '
                               'DATASET UNTOUCHED'
                   END-IF
               WHEN 'SUBMITTER'
                   IF WS-PARM-VALUE NOT = SPACES
                       MOVE WS-PARM-VALUE(1:8) TO WS-DEFAULT-SUBMITTER
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARM IGNORED: '
                           WS-PARM-KEYWORD
           END-EVALUATE .

       710-LOAD-STATE-RULES.
           MOVE 'N' TO WS-RULE-EOF.
           PERFORM 715-READ-ONE-RULE
               UNTIL WS-RULE-EOF = 'Y'.
           CLOSE RULE-FILE.
           IF WS-RUL-CNT = 0
               DISPLAY 'NO STATE RULES LOADED - NOTHING IS DORMANT'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF .

       715-READ-ONE-RULE.
           READ RULE-FILE
             AT END MOVE 'Y' TO WS-RULE-EOF
           END-READ.
           IF WS-RULE-EOF NOT = 'Y'
               IF WS-RULE-STATUS NOT = '00'
                   DISPLAY 'STATE RULES READ ERROR. RC:'
                           WS-RULE-STATUS '/' WS-RULE-STATUS-2
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-RULE-EOF
               ELSE
                   IF RULE-RECORD(1:1) NOT = '*'
                      AND RULE-RECORD NOT = SPACES
                       PERFORM 720-ADD-STATE-RULE
                   END-IF
               END-IF
           END-IF .

       720-ADD-STATE-RULE.
      *
      *        A card that does not edit, repeats a state or finds
      *        the table full is left out and said so; the states it
      *        would have governed fall to the '**' rule if any.
      *
           MOVE 0 TO WS-RUL-FOUND.
           PERFORM VARYING WS-RUL-IX FROM 1 BY 1
             UNTIL WS-RUL-IX > WS-RUL-CNT
                OR WS-RUL-FOUND > 0
               IF RUL-STATE(WS-RUL-IX) = RULE-STATE
                   MOVE WS-RUL-IX TO WS-RUL-FOUND
               END-IF
           END-PERFORM.
           IF RULE-STATE = SPACES
              OR RULE-YEARS NOT NUMERIC OR RULE-YEARS = '00'
              OR RULE-LETTER-MIN NOT NUMERIC
              OR RULE-WINDOW NOT NUMERIC
              OR WS-RUL-FOUND > 0
              OR WS-RUL-CNT NOT < 100
               DISPLAY 'BAD STATE RULE IGNORED: ' RULE-RECORD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD +1 TO WS-RUL-CNT
               MOVE WS-RUL-CNT      TO WS-RUL-IX
               MOVE RULE-STATE      TO RUL-STATE(WS-RUL-IX)
               MOVE RULE-YEARS      TO RUL-YEARS(WS-RUL-IX)
               MOVE RULE-LETTER-MIN-N TO RUL-LETTER-MIN(WS-RUL-IX)
               MOVE RULE-WINDOW     TO RUL-WINDOW-DAYS(WS-RUL-IX)
               MOVE RULE-HOLDER-ID  TO RUL-HOLDER-ID(WS-RUL-IX)
               MOVE +0 TO RUL-LETTERS(WS-RUL-IX)
                          RUL-LETTER-AMT(WS-RUL-IX)
                          RUL-ESCHEATED(WS-RUL-IX)
                          RUL-ESCHEAT-AMT(WS-RUL-IX)
                          RUL-HELD(WS-RUL-IX)
               IF RULE-STATE = '**'
                   MOVE WS-RUL-IX TO WS-RUL-DEFAULT
               END-IF
      *            the cutoff: the business date, the dormancy
      *            period of years earlier, as a day number
               MOVE 'A' TO BDS-FUNCTION
               MOVE WS-RUN-DATE TO BDS-DATE-IN
               COMPUTE BDS-ADD-MONTHS = RUL-YEARS(WS-RUL-IX) * -12
               MOVE 0 TO BDS-ADD-DAYS
               CALL SAM30 USING BUSINESS-DATE-PARMS
               MOVE 'N' TO BDS-FUNCTION
               MOVE BDS-DATE-OUT TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               MOVE BDS-DAY-NUMBER TO RUL-CUTOFF-DAYS(WS-RUL-IX)
           END-IF .

       780-GET-BUSINESS-DATE.
      *
      *        The processing date is the business date on the
      *        shared control record (SAM30 service), not the
      *        clock.  No BUSDATE DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       785-GET-BASE-CURRENCY.
      *
      *        A master with no currency code is held in the base
      *        currency; the holder report and remittance name it.
      *
           MOVE 'I' TO FXS-FUNCTION .
           MOVE SPACES TO FXS-CURRENCY .
           CALL SAM34 USING EXCHANGE-RATE-PARMS .
           MOVE FXS-BASE-CURRENCY TO WS-BASE-CURRENCY .

       790-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           IF WS-FILE-ERROR NOT = 'Y'
              OR WS-ESC-STATUS = '00' OR WS-ESC-STATUS = '97'
               CLOSE ESCHEAT-FILE
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y' AND WS-RUN-MODE = 'L'
               CLOSE LETTER-FILE
               MOVE 'C' TO CHS-FUNCTION
               CALL SAM43 USING COMM-HISTORY-PARMS
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y' AND WS-RUN-MODE = 'R'
               CLOSE DECK-FILE
                     REMIT-FILE
           END-IF .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           IF WS-RUN-MODE = 'L'
               MOVE 'ESCHEATMENT DUE-DILIGENCE LETTERS DATE: '
                 TO RPT-TITLE
           ELSE
               MOVE 'ESCHEATMENT HOLDER REPORT         DATE: '
                 TO RPT-TITLE
           END-IF.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE WS-REPORT-YEAR TO RPT-REPORT-YEAR.
           WRITE REPORT-RECORD FROM RPT-YEAR-LINE.
           IF WS-TRIAL-RUN = 'Y'
               WRITE REPORT-RECORD FROM RPT-TRIAL-LINE AFTER 2
           END-IF.
           WRITE REPORT-RECORD FROM RPT-EXC-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-EXC-COL.

       850-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM RPT-RULE-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-RULE-COL.
           PERFORM VARYING WS-RUL-IX FROM 1 BY 1
             UNTIL WS-RUL-IX > WS-RUL-CNT
               MOVE RUL-STATE(WS-RUL-IX)       TO RPT-RL-STATE
               MOVE RUL-YEARS(WS-RUL-IX)       TO RPT-RL-YEARS
               MOVE RUL-LETTER-MIN(WS-RUL-IX)  TO RPT-RL-LETTER-MIN
               MOVE RUL-WINDOW-DAYS(WS-RUL-IX) TO RPT-RL-WINDOW
               MOVE RUL-LETTERS(WS-RUL-IX)     TO RPT-RL-LETTERS
               MOVE RUL-LETTER-AMT(WS-RUL-IX)  TO RPT-RL-LETTER-AMT
               MOVE RUL-ESCHEATED(WS-RUL-IX)   TO RPT-RL-ESCHEATED
               MOVE RUL-ESCHEAT-AMT(WS-RUL-IX) TO RPT-RL-ESCHEAT-AMT
               MOVE RUL-HELD(WS-RUL-IX)        TO RPT-RL-HELD
               WRITE REPORT-RECORD FROM RPT-RULE-LINE
           END-PERFORM.
           MOVE 'Master records read:        ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-MASTER-RECS     TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE AFTER 2.
           MOVE 'Credit balances:            ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-CREDIT-BALANCES TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE '  Not yet dormant:          ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-NOT-DORMANT     TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE '  Written off:              ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-WRITTEN-OFF     TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE '  No rule for the state:    ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-NO-RULE         TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE '  No usable payment date:   ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-NO-PAY-DATE     TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE '  Done earlier this year:   ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-ALREADY-DONE    TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE '  Under the letter minimum: ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-BELOW-MIN       TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE '  Returned mail, no letter: ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-RETMAIL         TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           MOVE 'Lettered accounts cleared:  ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-CLEARED         TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.
           IF WS-RUN-MODE = 'L'
               MOVE 'Due-diligence letters sent: '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-LETTERS         TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
               MOVE 'Amount lettered:            '
                 TO RPT-ESC-AMOUNT-TEXT
               MOVE WS-LETTER-TOTAL     TO RPT-ESC-AMOUNT-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-AMOUNT-LINE
               MOVE 'Letters in comms history:   '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-COMMS-RECORDED  TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
           ELSE
               MOVE 'Held - window still open:   '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-WINDOW-OPEN     TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
               MOVE 'Held - no letter sent:      '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-NO-LETTER       TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
               MOVE 'Properties reported:        '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-ESCHEATED       TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
               MOVE 'Amount reported:            '
                 TO RPT-ESC-AMOUNT-TEXT
               MOVE WS-ESCHEAT-TOTAL    TO RPT-ESC-AMOUNT-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-AMOUNT-LINE
               MOVE 'State blocks:               '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-STATE-BLOCKS    TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
               MOVE 'Remittance records written: '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-REMIT-WRITTEN   TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
               MOVE 'Deck transactions written:  '
                 TO RPT-ESC-TOTAL-TEXT
               MOVE NUM-DECK-WRITTEN    TO RPT-ESC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE
           END-IF.
           MOVE 'Escheatment dataset errors: ' TO RPT-ESC-TOTAL-TEXT.
           MOVE NUM-ESC-ERRORS      TO RPT-ESC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ESC-TOTAL-LINE.

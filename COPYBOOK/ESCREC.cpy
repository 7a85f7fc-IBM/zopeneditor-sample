      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * ESCHEATMENT-TRACKING RECORD: ONE PER CUSTOMER THE SAM46
      * UNCLAIMED-PROPERTY RUN HAS WRITTEN TO OR REPORTED, IN THE
      * KEYED ESCHEATMENT DATASET.  KEY = CUSTOMER KEY (9 BYTES);
      * FIXED LENGTH 100.  THE RECORD DESCRIBES THE CUSTOMER'S
      * LATEST REPORT YEAR ONLY -- A LATER YEAR'S LETTER REPLACES
      * IT.  STATUS:
      *    L  DUE-DILIGENCE LETTER SENT FOR REPORT-YEAR; WAITING
      *       FOR THE RESPONSE WINDOW TO CLOSE
      *    C  CLEARED: THE CUSTOMER ANSWERED BEFORE THE PROPERTY
      *       WAS REPORTED (A PAYMENT POSTED, OR THE CREDIT BALANCE
      *       WAS REFUNDED OR USED)
      *    E  ESCHEATED: REPORTED AND REMITTED TO STATE FOR
      *       REPORT-YEAR; THE BALANCE TRANSACTION WAS GENERATED
      * LETTER-PAY-DATE IS THE CUST-LAST-PAY-DATE THE LETTER WAS
      * SENT AGAINST: A MASTER CARRYING A DIFFERENT ONE HAS SEEN
      * CUSTOMER ACTIVITY SINCE.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-CUST-KEY               PIC X(9).
           05  :TAG:-STATUS                 PIC X.
               88  :TAG:-LETTER-SENT                 VALUE 'L'.
               88  :TAG:-CLEARED                     VALUE 'C'.
               88  :TAG:-ESCHEATED                   VALUE 'E'.
      *        the state the property is owed to, and the report
      *        (calendar) year it belongs to
           05  :TAG:-STATE                  PIC X(2).
           05  :TAG:-REPORT-YEAR            PIC 9(4).
      *        business date (CCYYMMDD) the letter went out, the
      *        credit balance it quoted and how it was sent
      *        ('P' printed; zero / space when no letter was due)
           05  :TAG:-LETTER-DATE            PIC 9(8).
           05  :TAG:-LETTER-AMOUNT          PIC S9(9)V99 COMP-3.
           05  :TAG:-LETTER-PAY-DATE        PIC 9(6).
           05  :TAG:-LETTER-DELIVERY        PIC X.
      *        business date reported, the amount escheated (a
      *        positive figure) and the account currency
           05  :TAG:-ESCHEAT-DATE           PIC 9(8).
           05  :TAG:-ESCHEAT-AMOUNT         PIC S9(9)V99 COMP-3.
           05  :TAG:-CURRENCY               PIC X(3).
      *        business date cleared and why: 'P' payment posted,
      *        'B' balance no longer a credit
           05  :TAG:-CLEARED-DATE           PIC 9(8).
           05  :TAG:-CLEAR-REASON           PIC X.
           05  FILLER                       PIC X(37).

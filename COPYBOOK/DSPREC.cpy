      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * DISPUTE-CASE RECORD: ONE PER DISPUTE RAISED AGAINST A
      * CUSTOMER'S BALANCE, IN THE KEYED DISPUTE DATASET.
      * KEY = CUSTOMER KEY + CASE NUMBER (17 BYTES); FIXED LENGTH
      * 200.
      *
      * SAM1'S DSPOPN TRANSACTION WRITES IT, DSPADJ CHANGES THE
      * AMOUNT (OR THE REASON) WHILE IT IS OPEN AND DSPCLS CLOSES
      * IT.  WHILE A CASE IS OPEN ITS AMOUNT IS HELD OUT OF THE
      * BALANCE THAT THE FINANCE-CHARGE PASS AND THE RECEIVABLES
      * AGING (SAM23) WORK ON; THE OPEN-DISPUTES REPORT (SAM36)
      * AGES THE CASES THEMSELVES FROM THE OPENED DATE.  STATUS:
      *    'O' = OPEN
      *    'F' = CLOSED IN THE CUSTOMER'S FAVOUR: CREDIT-AMOUNT WAS
      *          TAKEN OFF THE BALANCE (A BALANCE SUBTRACT)
      *    'R' = CLOSED AGAINST THE CUSTOMER: THE AMOUNT IS
      *          REINSTATED AND THE BALANCE STANDS AS IT WAS
      *
      * THE RUN STAMPS (BUSINESS DATE YYMMDD + START TIME) LET A
      * RERUN OF THE SAME NIGHT RECOGNISE ITS OWN EARLIER WORK.
      * ALL OTHER DATES ARE CCYYMMDD.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY       PIC X(9).
               10  :TAG:-CASE-NO        PIC X(8).
           05  :TAG:-STATUS             PIC X.
      *        AMOUNT CURRENTLY IN DISPUTE; ORIG-AMOUNT AS OPENED
           05  :TAG:-AMOUNT             PIC S9(7)V99  COMP-3.
           05  :TAG:-ORIG-AMOUNT        PIC S9(7)V99  COMP-3.
      *        AMOUNT CREDITED ON A 'F' CLOSE, ZERO OTHERWISE
           05  :TAG:-CREDIT-AMOUNT      PIC S9(7)V99  COMP-3.
           05  :TAG:-CURRENCY           PIC X(3).
           05  :TAG:-REASON             PIC X(30).
           05  :TAG:-OPENED-DATE        PIC 9(8).
           05  :TAG:-OPENED-BY          PIC X(8).
           05  :TAG:-OPENED-RUN.
               10  :TAG:-OPENED-RUN-DATE PIC 9(6).
               10  :TAG:-OPENED-RUN-TIME PIC 9(8).
           05  :TAG:-ADJ-COUNT          PIC 99.
           05  :TAG:-LAST-ADJ-DATE      PIC 9(8).
           05  :TAG:-LAST-ADJ-BY        PIC X(8).
      *        ZERO WHILE THE CASE IS OPEN
           05  :TAG:-CLOSED-DATE        PIC 9(8).
           05  :TAG:-CLOSED-BY          PIC X(8).
           05  :TAG:-CLOSED-RUN.
               10  :TAG:-CLOSED-RUN-DATE PIC 9(6).
               10  :TAG:-CLOSED-RUN-TIME PIC 9(8).
           05  FILLER                   PIC X(56).

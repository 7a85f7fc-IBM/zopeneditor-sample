      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PAYMENT-ARRANGEMENT (PROMISE-TO-PAY) RECORD: ONE PER CUSTOMER
      * IN THE KEYED PROMISE DATASET.  KEY = CUSTOMER KEY (9 BYTES);
      * FIXED LENGTH 640.
      *
      * SAM1'S PTP TRANSACTION WRITES IT (AMOUNT, FREQUENCY, COUNT
      * AND START DATE, WITH THE DUE DATE OF EVERY INSTALLMENT
      * WORKED OUT UP FRONT) AND PTPCAN CANCELS IT.  A NEW
      * ARRANGEMENT REPLACES THE CUSTOMER'S LAST ONE ONLY ONCE THAT
      * ONE HAS ENDED (ENDED-DATE NOT ZERO).
      *
      * EVERY BALANCE SUBTRACT SAM1 POSTS WHILE THE ARRANGEMENT IS
      * OPEN IS CREDITED TO IT.  THE RUN'S OWN PAYMENTS ARE HELD IN
      * POST-AMOUNT UNDER THE RUN STAMP (BUSINESS DATE + START
      * TIME) AND FOLDED INTO PAID-PRIOR BY THE FIRST RUN OF A
      * LATER BUSINESS DATE, SO A RERUN OF THE SAME NIGHT REPLACES
      * ITS EARLIER CREDIT INSTEAD OF ADDING TO IT.  PAID TO DATE
      * IS ALWAYS PAID-PRIOR + POST-AMOUNT.
      *
      * THE NIGHTLY MONITOR (SAM35) MARKS EACH INSTALLMENT KEPT OR
      * BROKEN ONCE ITS DUE DATE HAS PASSED: KEPT WHEN PAID TO DATE
      * COVERS EVERY INSTALLMENT DUE SO FAR, BROKEN OTHERWISE, WITH
      * THE AMOUNT SHORT AT THAT POINT.  STATUS:
      *    'A' = ACTIVE, EVERY INSTALLMENT DUE SO FAR KEPT
      *    'B' = ACTIVE, AT LEAST ONE INSTALLMENT BROKEN
      *    'K' = COMPLETED, EVERY INSTALLMENT KEPT (OR PAID OFF)
      *    'X' = ENDED WITH INSTALLMENTS BROKEN
      *    'C' = CANCELLED BY PTPCAN
      * ONLY 'A' EXEMPTS THE ACCOUNT FROM DUNNING AND FINANCE
      * CHARGES.  ALL DATES ARE CCYYMMDD.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-CUST-KEY           PIC X(9).
           05  :TAG:-STATUS             PIC X.
           05  :TAG:-INST-AMOUNT        PIC S9(7)V99  COMP-3.
      *        'W' = WEEKLY, 'B' = EVERY TWO WEEKS, 'M' = MONTHLY
           05  :TAG:-FREQUENCY          PIC X.
           05  :TAG:-INST-COUNT         PIC 99.
           05  :TAG:-START-DATE         PIC 9(8).
           05  :TAG:-CURRENCY           PIC X(3).
           05  :TAG:-CREATED-DATE       PIC 9(8).
           05  :TAG:-CREATED-BY         PIC X(8).
           05  :TAG:-CREATED-RUN.
               10  :TAG:-CREATED-RUN-DATE PIC 9(6).
               10  :TAG:-CREATED-RUN-TIME PIC 9(8).
      *        ZERO WHILE THE ARRANGEMENT IS OPEN
           05  :TAG:-ENDED-DATE         PIC 9(8).
           05  :TAG:-ENDED-BY           PIC X(8).
           05  :TAG:-ENDED-RUN.
               10  :TAG:-ENDED-RUN-DATE PIC 9(6).
               10  :TAG:-ENDED-RUN-TIME PIC 9(8).
           05  :TAG:-PAID-PRIOR         PIC S9(9)V99  COMP-3.
           05  :TAG:-POST-RUN.
               10  :TAG:-POST-RUN-DATE  PIC 9(6).
               10  :TAG:-POST-RUN-TIME  PIC 9(8).
           05  :TAG:-POST-AMOUNT        PIC S9(9)V99  COMP-3.
           05  :TAG:-LAST-PAY-DATE      PIC 9(8).
           05  :TAG:-KEPT-COUNT         PIC 99.
           05  :TAG:-BROKEN-COUNT       PIC 99.
      *        LAST BUSINESS DATE THE MONITOR LOOKED AT IT
           05  :TAG:-CHECKED-DATE       PIC 9(8).
           05  :TAG:-INSTALLMENT OCCURS 24.
               10  :TAG:-DUE-DATE       PIC 9(8).
      *            ' ' = NOT YET DUE, 'K' = KEPT, 'B' = BROKEN
               10  :TAG:-INST-STATUS    PIC X.
      *            PAID TO DATE AND AMOUNT SHORT WHEN MARKED
               10  :TAG:-INST-PAID      PIC S9(9)V99  COMP-3.
               10  :TAG:-INST-SHORT     PIC S9(7)V99  COMP-3.
           05  FILLER                   PIC X(25).

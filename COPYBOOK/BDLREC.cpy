      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * BAD-DEBT LEDGER RECORD: ONE PER LEDGER ENTRY IN THE KEYED,
      * CUMULATIVE BAD-DEBT LEDGER.  KEY = CUSTOMER KEY + ENTRY
      * NUMBER (13 BYTES), ENTRY NUMBERS RUNNING 0001 UP WITHIN A
      * CUSTOMER, SO A CUSTOMER'S ENTRIES READ BACK IN THE ORDER
      * THEY WERE MADE; FIXED LENGTH 160.  ENTRY TYPE:
      *    'W' = WRITE-OFF (SAM1 WRTOFF): AMOUNT IS THE BALANCE
      *          WRITTEN OFF.  RECOVERED AND RECOVERY-CNT TOTAL THE
      *          RECOVERIES POSTED AGAINST IT (PAYMENT REVERSALS
      *          NET IN, AND COUNT); STATUS 'X' ONCE A
      *          WRTREV HAS REVERSED IT, SPACE WHILE IT STANDS
      *    'R' = RECOVERY: A PAYMENT (BALANCE SUBTRACT) RECEIVED ON
      *          THE WRITTEN-OFF ACCOUNT, POSTED HERE INSTEAD OF TO
      *          THE BALANCE.  A NEGATIVE AMOUNT IS A PAYMENT
      *          REVERSAL
      *    'V' = WRITE-OFF REVERSAL (SAM1 WRTREV): AMOUNT IS THE
      *          BALANCE REINSTATED (THE WRITE-OFF LESS ITS
      *          RECOVERIES), AS A NEGATIVE FIGURE
      * R AND V ENTRIES NAME THE WRITE-OFF THEY BELONG TO IN
      * WO-ENTRY-NO.  AMOUNTS ARE IN THE ACCOUNT'S CURRENCY.
      *
      * THE RUN STAMP (BUSINESS DATE YYMMDD + START TIME) LETS A
      * RERUN OF THE SAME NIGHT RECOGNISE ITS OWN EARLIER ENTRIES.
      * ENTRY-DATE IS THE BUSINESS DATE, CCYYMMDD; THE BAD-DEBT
      * REPORT (SAM38) TOTALS THE LEDGER BY ITS MONTH.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY       PIC X(9).
               10  :TAG:-ENTRY-NO       PIC 9(4).
           05  :TAG:-ENTRY-TYPE         PIC X.
           05  :TAG:-STATUS             PIC X.
           05  :TAG:-ENTRY-DATE         PIC 9(8).
           05  :TAG:-AMOUNT             PIC S9(7)V99  COMP-3.
           05  :TAG:-CURRENCY           PIC X(3).
           05  :TAG:-CUST-NAME          PIC X(17).
           05  :TAG:-REASON             PIC X(30).
           05  :TAG:-SUBMITTER          PIC X(8).
           05  :TAG:-RUN.
               10  :TAG:-RUN-DATE       PIC 9(6).
               10  :TAG:-RUN-TIME       PIC 9(8).
      *        WRITE-OFF ENTRIES ONLY
           05  :TAG:-RECOVERED          PIC S9(7)V99  COMP-3.
           05  :TAG:-RECOVERY-CNT       PIC 9(4).
           05  :TAG:-LAST-RECOVERY-DATE PIC 9(8).
           05  :TAG:-REVERSED-DATE      PIC 9(8).
      *        RECOVERY AND REVERSAL ENTRIES ONLY
           05  :TAG:-WO-ENTRY-NO        PIC 9(4).
           05  FILLER                   PIC X(31).

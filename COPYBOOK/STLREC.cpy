      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * STATEMENT-LEDGER RECORD: ONE PER BILLING-CYCLE STATEMENT
      * ISSUED, IN THE KEYED STATEMENT LEDGER.  KEY = CUSTOMER KEY +
      * CYCLE DATE (17 BYTES), SO A CUSTOMER'S STATEMENTS READ BACK
      * OLDEST FIRST; FIXED LENGTH 120.
      *
      * SAM7'S CYCLE RUN WRITES IT AS EACH STATEMENT GOES OUT.  THE
      * CLOSING BALANCE OF A CUSTOMER'S LATEST ENTRY IS THE OPENING
      * BALANCE OF THEIR NEXT STATEMENT, AND ITS CYCLE DATE IS WHERE
      * THE NEXT STATEMENT'S ACTIVITY STARTS.  A RERUN OF THE SAME
      * CYCLE DATE REPLACES THE ENTRY IT WROTE EARLIER (THE RUN
      * STAMP SAYS WHICH RUN ISSUED IT).  PREV-CYCLE-DATE IS ZERO ON
      * A CUSTOMER'S FIRST STATEMENT, WHOSE OPENING BALANCE IS
      * WORKED BACK FROM THE CLOSING BALANCE AND THE ACTIVITY.
      *
      * CREDITS AND DEBITS TOTAL THE ACTIVITY LINES PRINTED (CREDITS
      * AS A POSITIVE AMOUNT); ACTIVITY THE RECORDS COULD NOT ITEMIZE
      * IS IN NEITHER, SO OPENING + DEBITS - CREDITS NEED NOT EQUAL
      * CLOSING.  DELIVERY: 'P' = PRINTED, 'E' = E-DELIVERED, 'H' =
      * HELD (NOT MAILED: THE CUSTOMER'S MAIL HAS BEEN RETURNED).
      * ALL DATES ARE CCYYMMDD.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY       PIC X(9).
               10  :TAG:-CYCLE-DATE     PIC 9(8).
           05  :TAG:-CYCLE-DAY          PIC 99.
           05  :TAG:-PREV-CYCLE-DATE    PIC 9(8).
           05  :TAG:-CURRENCY           PIC X(3).
           05  :TAG:-OPENING-BAL        PIC S9(9)V99  COMP-3.
           05  :TAG:-CLOSING-BAL        PIC S9(9)V99  COMP-3.
           05  :TAG:-MIN-DUE            PIC S9(9)V99  COMP-3.
           05  :TAG:-CREDITS            PIC S9(9)V99  COMP-3.
           05  :TAG:-DEBITS             PIC S9(9)V99  COMP-3.
           05  :TAG:-LINE-COUNT         PIC 9(4).
           05  :TAG:-DUE-DATE           PIC 9(8).
           05  :TAG:-DELIVERY           PIC X.
           05  :TAG:-ISSUED-RUN.
               10  :TAG:-ISSUED-RUN-DATE PIC 9(6).
               10  :TAG:-ISSUED-RUN-TIME PIC 9(8).
           05  FILLER                   PIC X(33).

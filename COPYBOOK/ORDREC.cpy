      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * ORDER-DETAIL RECORD: ONE PER ORDER POSTED BY SAM1'S ORDER
      * TRANSACTION INTO THE KEYED ORDER-DETAIL DATASET, READ BACK
      * BY THE SAM15 ORDER LIST AND THE SAM21 DOSSIER.
      * KEY = CUSTOMER KEY + ORDER NUMBER (19 BYTES); FIXED LENGTH
      * 60.  THE ORDER DATE IS THE CUSTOMER'S ORDER DATE (YYMMDD);
      * THE POST DATE IS THE RUN DATE THAT APPLIED IT TO THE
      * MASTER (BALANCE, ORDERS-YTD AND THE MONTH BUCKET) AND THE
      * RUN TIME IS THE START TIME (HHMMSSHH) OF THAT RUN, SO A
      * RERUN OF THE SAME BUSINESS DATE KNOWS ITS OWN LINES.
      * A LINE REVERSED BY ORDREV (SAM8'S BACKOUT OF AN ORDER)
      * STAYS ON FILE AT STATUS 'R', ITS POST DATE, RUN TIME AND
      * SUBMITTER THEN THOSE OF THE REVERSAL, AND ITS ORDER NUMBER
      * MAY BE POSTED AGAIN.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY       PIC X(9).
               10  :TAG:-NUMBER         PIC X(10).
           05  :TAG:-DATE               PIC 9(6).
           05  :TAG:-AMOUNT             PIC S9(7)V99 COMP-3.
           05  :TAG:-POST-DATE          PIC 9(6).
           05  :TAG:-SUBMITTER          PIC X(8).
      *        'P' = POSTED TO THE MASTER
      *        'R' = REVERSED (ORDREV)
           05  :TAG:-STATUS             PIC X.
           05  :TAG:-RUN-TIME           PIC 9(8).
           05  FILLER                   PIC X(7).

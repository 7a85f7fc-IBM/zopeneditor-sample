      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * CREDIT-BUREAU HISTORY RECORD: ONE PER CUSTOMER EVER REPORTED
      * TO THE BUREAUS, MAINTAINED BY SAM47 IN THE KEYED BUREAU-
      * HISTORY DATASET.  KEY = CUSTOMER KEY (9 BYTES); FIXED
      * LENGTH 470.
      *
      * SEGMENT IS THE BASE SEGMENT (BURSEG LAYOUT) LAST SENT FOR
      * THE CUSTOMER, FOR REPORT-MONTH (CCYYMM).  THE NEXT MONTH'S
      * PAYMENT HISTORY PROFILE, HIGHEST CREDIT AND COMPLIANCE
      * CONDITION ARE CARRIED FORWARD FROM IT, AND A CORRECTION RUN
      * FOR REPORT-MONTH COMPARES AGAINST IT SO THAT ONLY WHAT
      * ACTUALLY CHANGED IS RESENT.  DATES ARE CCYYMMDD.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-CUST-KEY               PIC X(9).
           05  :TAG:-REPORT-MONTH           PIC 9(6).
      *        BUSINESS DATE OF THE MONTHLY RUN THAT SENT IT, AND OF
      *        THE LATEST CORRECTION (ZERO = NONE) WITH THEIR COUNT
           05  :TAG:-RUN-DATE               PIC 9(8).
           05  :TAG:-CORRECTED-DATE         PIC 9(8).
           05  :TAG:-CORRECTIONS            PIC 9(3).
           05  FILLER                       PIC X(10).
           05  :TAG:-SEGMENT                PIC X(426).

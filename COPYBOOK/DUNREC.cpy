      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * DUNNING-HISTORY RECORD: ONE PER CUSTOMER THAT HAS EVER BEEN
      * DUNNED, MAINTAINED BY THE SAM27 DUNNING RUN IN THE KEYED
      * DUNNING-HISTORY DATASET.  KEY = CUSTOMER KEY (9 BYTES);
      * FIXED LENGTH 100.
      *
      * THE CYCLE PAY DATE IS THE CUST-LAST-PAY-DATE THE CURRENT
      * CYCLE WAS OPENED AGAINST.  WHEN THE MASTER CARRIES A
      * DIFFERENT (NEWER) DATE A PAYMENT HAS POSTED SINCE, AND THE
      * CYCLE RESETS TO LEVEL 0.  ONE LETTER SLOT PER LEVEL:
      *    1 = FRIENDLY REMINDER   (31+ DAYS)
      *    2 = FIRM NOTICE         (61+ DAYS)
      *    3 = FINAL DEMAND        (91+ DAYS)
      *    4 = AGENCY REFERRAL     (121+ DAYS)
      * A SLOT'S DATE IS ZERO UNTIL THAT LEVEL IS ISSUED IN THE
      * CURRENT CYCLE, SO NO LEVEL IS EVER SENT TWICE PER CYCLE.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-CUST-KEY           PIC X(9).
           05  :TAG:-CUR-LEVEL          PIC 9.
           05  :TAG:-CUR-LEVEL-DATE     PIC 9(6).
           05  :TAG:-CYCLE-PAY-DATE     PIC X(6).
           05  :TAG:-CYCLE-OPEN-DATE    PIC 9(6).
           05  :TAG:-LETTER OCCURS 4.
               10  :TAG:-LTR-DATE       PIC 9(6).
               10  :TAG:-LTR-BALANCE    PIC S9(7)V99 COMP-3.
      *        'P' = PRINTED, 'E' = E-DELIVERED, 'R' = REFERRED
               10  :TAG:-LTR-DELIVERY   PIC X.
           05  :TAG:-LAST-RESET-DATE    PIC 9(6).
           05  :TAG:-CYCLES-RESET       PIC 9(5).
           05  FILLER                   PIC X(13).

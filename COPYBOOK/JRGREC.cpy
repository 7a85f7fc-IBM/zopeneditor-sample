      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * JOURNAL LOAD REGISTER RECORD: ONE PER RUN KNOWN TO THE SAM42
      * CONSOLIDATION, KEYED ON THE RUN'S DATE (CCYYMMDD) AND START
      * TIME.  STATUS:
      *    L  THE RUN'S JOURNAL IS LOADED INTO THE KEYED STORE
      *    P  A LOAD OF THE RUN STARTED BUT DID NOT FINISH -- THE
      *       NEXT CONSOLIDATION LOADS IT AGAIN
      *    M  THE RUN HISTORY SHOWS THE RUN APPLIED UPDATES BUT NO
      *       JOURNAL FOR IT HAS BEEN LOADED
      *    E  THE RUN HISTORY SHOWS THE RUN APPLIED NOTHING THAT
      *       JOURNALS -- THE NIGHT IS COVERED WITHOUT A JOURNAL
      *    X  A NIGHT EXCUSED BY OPERATIONS (EXCUSE= CARD, TIME
      *       ZERO) -- NO GAP IS REPORTED FOR THE DATE
      * JRN-RECS IS THE NUMBER OF STORE RECORDS LOADED FOR THE RUN;
      * RUNH-UPDATES THE JOURNALING TRANSACTIONS THE RUN HISTORY
      * SHOWS (ZERO WHEN THE RUN IS NOT IN IT).  FIXED LENGTH 80.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-RUN-DATE           PIC 9(8).
               10  :TAG:-RUN-TIME           PIC 9(8).
           05  :TAG:-STATUS                 PIC X.
               88  :TAG:-LOADED                       VALUE 'L'.
               88  :TAG:-PARTIAL                      VALUE 'P'.
               88  :TAG:-MISSING                      VALUE 'M'.
               88  :TAG:-NO-UPDATES                   VALUE 'E'.
               88  :TAG:-EXCUSED                      VALUE 'X'.
           05  :TAG:-JRN-RECS               PIC 9(9).
           05  :TAG:-RUNH-UPDATES           PIC 9(9).
           05  :TAG:-LOAD-DATE              PIC 9(8).
           05  :TAG:-LOAD-TIME              PIC 9(8).
           05  FILLER                       PIC X(29).

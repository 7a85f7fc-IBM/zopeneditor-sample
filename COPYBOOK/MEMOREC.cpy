      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * SERVICE MEMO RECORD: ONE FREE-TEXT MEMO KEYED BY SERVICE
      * STAFF ON THE SAM15 MEMO SCREEN (PF9), IN THE KEYED SERVICE
      * MEMO DATASET.  CUST-NOTES STAYS THE AUTOMATIC CHANGE-AUDIT
      * TRAIL; THIS IS WHERE WHAT THE CUSTOMER SAID IS WRITTEN DOWN.
      * KEY = CUSTOMER KEY (ID + RECORD TYPE 'A') + MEMO STAMP
      * (32 BYTES), SO ONE CUSTOMER'S MEMOS READ BACK TOGETHER,
      * OLDEST FIRST (THE SCREEN BROWSES THEM BACKWARD, NEWEST
      * FIRST).  THE STAMP IS:
      *    MEMO-DATE = DATE THE MEMO WAS ADDED, CCYYMMDD
      *    MEMO-TIME = TIME (HHMMSS00) THE MEMO WAS ADDED
      *    MEMO-SEQ  = 0000001, RAISED ONLY WHEN TWO MEMOS FOR THE
      *                ONE CUSTOMER ARRIVE IN THE SAME SECOND
      * MEMOS ARE ADD-ONLY: A CORRECTION IS A NEW MEMO.
      * FIXED LENGTH 400.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY.
                   15  :TAG:-ID             PIC X(8).
                   15  :TAG:-REC-TYPE       PIC X.
               10  :TAG:-MEMO-STAMP.
                   15  :TAG:-MEMO-DATE      PIC 9(8).
                   15  :TAG:-MEMO-TIME      PIC 9(8).
                   15  :TAG:-MEMO-SEQ       PIC 9(7).
      *        signed-on user id of the operator who keyed it
           05  :TAG:-AUTHOR                 PIC X(8).
           05  :TAG:-CATEGORY               PIC X(4).
               88  :TAG:-CALL                        VALUE 'CALL'.
               88  :TAG:-COMPLAINT                   VALUE 'CMPL'.
               88  :TAG:-COLLECTIONS                 VALUE 'COLL'.
               88  :TAG:-LEGAL-HOLD                  VALUE 'LEGL'.
               88  :TAG:-VALID-CATEGORY              VALUE 'CALL'
                                                           'CMPL'
                                                           'COLL'
                                                           'LEGL'.
      *        text lines in use (1-5); unused lines are spaces
           05  :TAG:-LINE-COUNT             PIC 9.
           05  :TAG:-LINE                   PIC X(70) OCCURS 5 TIMES.
           05  FILLER                       PIC X(5).

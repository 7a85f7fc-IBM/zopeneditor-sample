      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * BUSINESS-DATE CONTROL RECORD: THE ONE RECORD OF THE SHARED
      * BUSINESS-DATE DATASET (BUSDATE DD).  EVERY BATCH PROGRAM
      * TAKES ITS PROCESSING DATE FROM HERE THROUGH THE SAM30
      * SERVICE; SAM1 MARKS THE DATE PROCESSED AT THE END OF A CLEAN
      * NIGHTLY, AND ONLY THE SAM31 DATE ROLL ADVANCES IT.
      * FIXED LENGTH 80.
      *
      * STATE:  'O' = OPEN      THE DATE IS CURRENT, NOT YET
      *                         THROUGH A CLEAN NIGHTLY
      *         'P' = PROCESSED THE NIGHTLY COMPLETED CLEANLY FOR
      *                         THE DATE; THE NEXT ROLL MAY ADVANCE
      *                         IT (AND RESETS THE STATE TO 'O')
      * THE STAMPS ARE SYSTEM-CLOCK DATE (YYMMDD) AND TIME OF THE
      * LAST MARK AND THE LAST ROLL, FOR THE OPERATOR'S AUDIT TRAIL.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-REC-ID             PIC X(8).
           05  :TAG:-BUS-DATE           PIC 9(8).
           05  :TAG:-BUS-DATE-X REDEFINES :TAG:-BUS-DATE.
               10  :TAG:-BUS-CC         PIC 9(2).
               10  :TAG:-BUS-YYMMDD     PIC 9(6).
           05  :TAG:-STATE              PIC X.
               88  :TAG:-DATE-OPEN                VALUE 'O'.
               88  :TAG:-DATE-PROCESSED           VALUE 'P'.
           05  :TAG:-PREV-DATE          PIC 9(8).
           05  :TAG:-PROC-SYS-DATE      PIC 9(6).
           05  :TAG:-PROC-SYS-TIME      PIC 9(8).
           05  :TAG:-ROLL-SYS-DATE      PIC 9(6).
           05  :TAG:-ROLL-SYS-TIME      PIC 9(8).
           05  :TAG:-ROLL-COUNT         PIC 9(7).
           05  FILLER                   PIC X(20).

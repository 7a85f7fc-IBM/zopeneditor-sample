      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * KEYED JOURNAL STORE RECORD: ONE PER SAM1 (OR SAM13) JOURNAL
      * RECORD, LOADED BY THE SAM42 CONSOLIDATION.  KEY = CUSTOMER
      * KEY + RUN STAMP (32 BYTES):
      *    RUN-DATE = JRN-RUN-DATE WINDOWED TO CCYYMMDD
      *    RUN-TIME = JRN-RUN-TIME (START TIME OF THE RUN, HHMMSSHH)
      *    SEQ      = ORDER OF THE RECORD WITHIN ITS RUN'S JOURNAL
      *               (0000001 UP), SO RUN-STAMP ALONE IS UNIQUE
      * RUN-STAMP IS ALSO THE ALTERNATE (UNIQUE) KEY -- THE RUN-DATE
      * PATH -- SO A DATE RANGE READS BACK IN JOURNAL ORDER.
      * JOURNAL IS THE JOURNAL RECORD ITSELF (JRNREC LAYOUT).
      * FIXED LENGTH 1454.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY           PIC X(9).
               10  :TAG:-RUN-STAMP.
                   15  :TAG:-RUN-DATE       PIC 9(8).
                   15  :TAG:-RUN-TIME       PIC 9(8).
                   15  :TAG:-SEQ            PIC 9(7).
           05  :TAG:-JOURNAL                PIC X(1422).

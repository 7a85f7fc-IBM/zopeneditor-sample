      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * COMMUNICATIONS-HISTORY RECORD: ONE PER DOCUMENT OR LIST
      * ENTRY SENT TO A CUSTOMER, WRITTEN THROUGH THE SAM43
      * COMMUNICATIONS-HISTORY SERVICE BY EVERY OUTBOUND PROGRAM.
      * KEY = CUSTOMER KEY (ID + RECORD TYPE 'A') + SEND STAMP
      * (32 BYTES), SO ONE CUSTOMER'S HISTORY READS BACK TOGETHER,
      * OLDEST FIRST.  THE STAMP IS:
      *    SEND-DATE = BUSINESS DATE OF THE SENDING RUN, CCYYMMDD
      *    SEND-TIME = TIME (HHMMSSHH) OF THE SENDING RUN'S FIRST
      *                COMMUNICATION -- THE SAME FOR THE WHOLE RUN
      *    SEND-SEQ  = ORDER WITHIN THE RUN (0000001 UP)
      * THE NAME, ADDRESS AND EMAIL ARE THE ONES THE DOCUMENT WENT
      * TO AT THE TIME -- THEY ARE NOT UPDATED WHEN THE MASTER IS.
      * FIXED LENGTH 200.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY.
                   15  :TAG:-ID             PIC X(8).
                   15  :TAG:-REC-TYPE       PIC X.
               10  :TAG:-SEND-STAMP.
                   15  :TAG:-SEND-DATE      PIC 9(8).
                   15  :TAG:-SEND-TIME      PIC 9(8).
                   15  :TAG:-SEND-SEQ       PIC 9(7).
      *        P printed and mailed       E e-delivered
      *        M selected for a marketing list
      *        R refund check issued      H held, not sent
           05  :TAG:-CHANNEL                PIC X.
               88  :TAG:-PRINT                       VALUE 'P'.
               88  :TAG:-EMAIL                       VALUE 'E'.
               88  :TAG:-MARKETING                   VALUE 'M'.
               88  :TAG:-REFUND                      VALUE 'R'.
               88  :TAG:-HELD                        VALUE 'H'.
      *        STATEMNT CYCSTMT GRPSTMT DUNNING MKTLIST REFUND
           05  :TAG:-DOC-TYPE               PIC X(8).
      *        sender's reference: cycle date, letter level ...
           05  :TAG:-DOC-REF                PIC X(12).
           05  :TAG:-PROGRAM                PIC X(8).
           05  :TAG:-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  :TAG:-CURRENCY               PIC X(3).
           05  :TAG:-NAME                   PIC X(17).
           05  :TAG:-ADDR                   PIC X(20).
           05  :TAG:-CITY                   PIC X(14).
           05  :TAG:-STATE                  PIC X(2).
           05  :TAG:-COUNTRY                PIC X(11).
           05  :TAG:-POSTAL                 PIC X(10).
           05  :TAG:-EMAIL-ADDR             PIC X(40).
           05  FILLER                       PIC X(16).

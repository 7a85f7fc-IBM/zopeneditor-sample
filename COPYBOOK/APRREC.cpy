      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PENDING-APPROVAL RECORD: ONE PER UPDATE CARD THE NIGHTLY
      * HELD FOR DUAL CONTROL -- A BALANCE CHANGE, OR A CREDIT-LIMIT
      * INCREASE, LARGER THAN THE APPROVEBAL / APPROVELIM THRESHOLD
      * ON SAM1'S RUN-CONTROL CARD.  KEY = CUSTOMER KEY (ID + RECORD
      * TYPE) + HOLD STAMP (32 BYTES), SO ONE CUSTOMER'S HELD CARDS
      * READ BACK TOGETHER, OLDEST FIRST.  THE STAMP IS:
      *    HOLD-DATE = BUSINESS DATE OF THE RUN THAT HELD IT,
      *                CCYYMMDD
      *    HOLD-TIME = START TIME (HHMMSSHH) OF THAT RUN
      *    HOLD-SEQ  = ORDER WITHIN THE RUN (0000001 UP)
      * STATUS MOVES P -> A OR D ON THE SAM44 APPROVAL SCREEN, WHERE
      * THE APPROVER (NEVER THE SUBMITTER) IS RECORDED; THE NIGHTLY
      * THEN MOVES A -> X WHEN THE CARD THE APPROVAL SENT THROUGH
      * THE CARRY-OVER DECK COMES BACK IN (POSTED, OR REJECTED BY THE
      * ORDINARY EDITS), AND D -> R WHEN IT WRITES THE CARD TO
      * REJFILE.  TRAN-IMAGE IS THE HELD CARD, UNTOUCHED.
      * FIXED LENGTH 320.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY.
                   15  :TAG:-ID             PIC X(8).
                   15  :TAG:-REC-TYPE       PIC X.
               10  :TAG:-HOLD-STAMP.
                   15  :TAG:-HOLD-DATE      PIC 9(8).
                   15  :TAG:-HOLD-TIME      PIC 9(8).
                   15  :TAG:-HOLD-SEQ       PIC 9(7).
           05  :TAG:-STATUS                 PIC X.
               88  :TAG:-PENDING                     VALUE 'P'.
               88  :TAG:-APPROVED                    VALUE 'A'.
               88  :TAG:-DECLINED                    VALUE 'D'.
               88  :TAG:-POSTED                      VALUE 'X'.
               88  :TAG:-REJECTED                    VALUE 'R'.
           05  :TAG:-SUBMITTER              PIC X(8).
      *        the first triple over its threshold, and the change
      *        it asks for (for REPLACE, new value less old)
           05  :TAG:-FIELD                  PIC X(10).
           05  :TAG:-ACTION                 PIC X(8).
           05  :TAG:-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  :TAG:-THRESHOLD              PIC S9(9)V99 COMP-3.
      *        which feed the card came in on (TRANFILE, CARRYOVR..)
           05  :TAG:-SOURCE                 PIC X(8).
           05  :TAG:-APPROVER               PIC X(8).
           05  :TAG:-DECIDED-DATE           PIC 9(8).
           05  :TAG:-DECIDED-TIME           PIC 9(8).
      *        business date the nightly posted or rejected it
           05  :TAG:-DONE-DATE              PIC 9(8).
           05  :TAG:-TRAN-IMAGE             PIC X(201).
           05  FILLER                       PIC X(8).

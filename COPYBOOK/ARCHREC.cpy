      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * ARCHIVE RECORD: ONE PER CUSTOMER OR CONTACT IMAGE IN THE
      * KEYED, CUMULATIVE DELETE/MERGE/YREND ARCHIVE.  KEY =
      * CUSTOMER KEY (ID + RECORD TYPE) + ARCHIVE STAMP (32 BYTES),
      * SO EVERY COPY OF ONE KEY READS BACK TOGETHER, OLDEST FIRST,
      * AND THE LAST ONE READ IS THE MOST RECENT.  THE STAMP IS:
      *    ARCH-DATE = BUSINESS DATE THE IMAGE WAS ARCHIVED,
      *                CCYYMMDD
      *    ARCH-TIME = START TIME (HHMMSSHH) OF THE RUN THAT
      *                ARCHIVED IT -- A RERUN OF THE SAME NIGHT
      *                STAMPS A DIFFERENT TIME AND CAN RECOGNISE
      *                ITS OWN IMAGES
      *    ARCH-SEQ  = ORDER WITHIN THE RUN (0000001 UP), KEEPING
      *                TWO IMAGES OF ONE KEY IN ONE RUN APART
      * IMAGE IS THE ARCHIVED RECORD ITSELF IN THE CUSTCOPY LAYOUT
      * -- A MASTER ('A') RECORD OR A CONTACT RECORD -- AND IS AS
      * LONG AS THAT RECORD, SO THE RECORD VARIES FROM 52 TO 628
      * BYTES: 32 PLUS THE IMAGE LENGTH.
      *
      * IMAGES LOADED FROM THE OLD SEQUENTIAL ARCHIVE (SAM41) CARRY
      * A DATE RECONSTRUCTED FROM LAST-MAINT-DATE (ZERO WHEN THERE
      * WAS NONE), ZERO TIME, AND THEIR ORDER AMONG THE KEY'S
      * COPIES IN THE OLD DATASET AS ARCH-SEQ.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-KEY.
               10  :TAG:-CUST-KEY.
                   15  :TAG:-ID         PIC X(8).
                   15  :TAG:-REC-TYPE   PIC X.
               10  :TAG:-ARCH-STAMP.
                   15  :TAG:-ARCH-DATE  PIC 9(8).
                   15  :TAG:-ARCH-TIME  PIC 9(8).
                   15  :TAG:-ARCH-SEQ   PIC 9(7).
           05  :TAG:-IMAGE              PIC X(596).

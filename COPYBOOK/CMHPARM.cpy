      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * CALL PARAMETERS FOR THE SAM43 COMMUNICATIONS-HISTORY
      * SERVICE.
      *
      * FUNCTION:
      *   R  RECORD ONE COMMUNICATION: CUST-KEY, CHANNEL, DOC-TYPE,
      *      DOC-REF, PROGRAM, AMOUNT, CURRENCY AND THE NAME,
      *      ADDRESS AND EMAIL IT WENT TO ARE PASSED; THE SERVICE
      *      STAMPS IT WITH THE BUSINESS DATE, THE RUN'S START TIME
      *      AND A SEQUENCE NUMBER (CMHREC LAYOUT).
      *   C  CLOSE: CALLED ONCE AT THE END OF THE RUN.
      *
      * TARGET (SET ON THE FIRST CALL; IT CANNOT CHANGE IN A RUN):
      *   H  OR SPACE: THE KEYED HISTORY ITSELF (COMHIST DD),
      *      OPENED I-O.
      *   W  A SEQUENTIAL WORK FILE (COMWORK DD), FOR PARTITIONED
      *      RUNS THAT CANNOT SHARE THE KSDS; THE JOB SORTS AND
      *      MERGES THE PARTITIONS' WORK FILES IN AFTERWARDS.
      *
      * NO COMHIST (OR COMWORK) DD = NOTHING IS RECORDED: EVERY
      * CALL RETURNS '04' AND THE CALLER CARRIES ON.
      *
      * RECORD-COUNT RETURNS THE NUMBER RECORDED SO FAR THIS RUN.
      *
      * RETURN:  00 OK            04 NO HISTORY FILE
      *          08 NOT RECORDED (WRITE ERROR / INVALID FUNCTION)
      *          16 FILE ERROR
      ****************************************************************
       01  COMM-HISTORY-PARMS.
           05  CHS-FUNCTION             PIC X.
               88  CHS-RECORD                     VALUE 'R'.
               88  CHS-CLOSE                      VALUE 'C'.
           05  CHS-RETURN               PIC X(2).
           05  CHS-TARGET               PIC X.
               88  CHS-TO-HISTORY                 VALUE 'H' ' '.
               88  CHS-TO-WORK                    VALUE 'W'.
           05  CHS-CUST-KEY             PIC X(9).
           05  CHS-CHANNEL              PIC X.
           05  CHS-DOC-TYPE             PIC X(8).
           05  CHS-DOC-REF              PIC X(12).
           05  CHS-PROGRAM              PIC X(8).
           05  CHS-AMOUNT               PIC S9(9)V99  COMP-3.
           05  CHS-CURRENCY             PIC X(3).
           05  CHS-NAME                 PIC X(17).
           05  CHS-ADDR                 PIC X(20).
           05  CHS-CITY                 PIC X(14).
           05  CHS-STATE                PIC X(2).
           05  CHS-COUNTRY              PIC X(11).
           05  CHS-POSTAL               PIC X(10).
           05  CHS-EMAIL-ADDR           PIC X(40).
           05  CHS-RECORD-COUNT         PIC S9(9)     COMP.

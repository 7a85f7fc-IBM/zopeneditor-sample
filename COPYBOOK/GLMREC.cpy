      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * GL MOVEMENT SUMMARY: WRITTEN BY SAM1 AT CLOSE OF A FULL
      * MERGE, ONE 'M' RECORD PER MOVEMENT TYPE (AND CHARGE CODE)
      * THAT CHANGED A MASTER BALANCE TONIGHT, THEN ONE 'T' CONTROL
      * TRAILER.  READ BY THE SAM28 GL INTERFACE, WHICH MAPS EACH
      * MOVEMENT TO ITS LEDGER ACCOUNTS.  FIXED LENGTH 80.  A
      * PARTITIONED NIGHT CONCATENATES ONE M/T GROUP PER PARTITION.
      *
      * THE AMOUNT IS SIGNED AS ITS EFFECT ON RECEIVABLES: POSITIVE
      * RAISES THE CUSTOMER BALANCE, NEGATIVE LOWERS IT.  MOVEMENT
      * TYPES:
      *    BALADD  UPDATE THAT RAISED A BALANCE
      *    BALSUB  UPDATE THAT LOWERED A BALANCE
      *    ORDER   ORDER TRANSACTION POSTED TO A BALANCE (AN ORDREV
      *            REVERSAL NETS AGAINST IT, NEGATIVE)
      *    DSPCR   DISPUTE CLOSED IN THE CUSTOMER'S FAVOUR (CREDIT)
      *    ADD     BALANCE A NEW MASTER WAS ADDED WITH
      *    DELETE  BALANCE REMOVED WITH A DELETED MASTER
      *    RESTOR  BALANCE RESTORED FROM THE ARCHIVE
      *    MRGOUT  BALANCE REMOVED WITH AN ABSORBED MASTER
      *    MRGIN   ABSORBED BALANCE PICKED UP BY THE SURVIVOR
      *    CHARGE  ASSESSED CHARGE (CHARGE CODE = RATE CODE)
      *    REFUND  CREDIT BALANCE PAID OUT TO ACCOUNTS PAYABLE
      *    WRTOFF  BALANCE WRITTEN OFF TO BAD DEBT
      *    WRTREV  WRITTEN-OFF BALANCE REINSTATED BY A REVERSAL
      * (A RECOVERY ON A WRITTEN-OFF ACCOUNT LEAVES THE BALANCE
      * ALONE AND IS NOT A MOVEMENT; IT IS IN THE BAD-DEBT LEDGER.)
      * (NOR IS A BALANCE TRANSFER (TRNSFR): ITS TWO SIDES MOVE THE
      * SAME AMOUNT IN THE SAME CURRENCY IN THE SAME RUN AND CANCEL.)
      * MOVEMENTS ARE SUMMARIZED WITHIN THE ACCOUNT CURRENCY (BLANK
      * = BASE CURRENCY) AND THE AMOUNT IS IN THAT CURRENCY; SAM28
      * CONVERTS IT TO THE BASE CURRENCY AT THE NIGHT'S RATE.
      * THE TRAILER CARRIES THE 'M' RECORD COUNT AND THE NET OF
      * THEIR AMOUNTS IN ORIGINAL UNITS.
      ****************************************************************
       01  :TAG:-REC.
           05  :TAG:-REC-TYPE           PIC X.
           05  :TAG:-RUN-DATE           PIC 9(6).
           05  :TAG:-RUN-TIME           PIC 9(8).
           05  :TAG:-MOVE-TYPE          PIC X(6).
           05  :TAG:-CHARGE-CODE        PIC X(4).
           05  :TAG:-COUNT              PIC 9(9).
           05  :TAG:-AMOUNT             PIC S9(11)V99 SIGN LEADING
                                        SEPARATE.
           05  :TAG:-CURRENCY           PIC X(3).
           05  FILLER                   PIC X(29).
       01  :TAG:-CTL-REC.
           05  :TAG:-CTL-REC-TYPE       PIC X.
           05  :TAG:-CTL-RUN-DATE       PIC 9(6).
           05  :TAG:-CTL-RUN-TIME       PIC 9(8).
           05  :TAG:-CTL-LABEL          PIC X(6).
           05  :TAG:-CTL-REC-COUNT      PIC 9(9).
           05  :TAG:-CTL-NET-AMOUNT     PIC S9(13)V99 SIGN LEADING
                                        SEPARATE.
           05  FILLER                   PIC X(34).

      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * CALL PARAMETERS FOR THE SAM32 ACCOUNT-HIERARCHY SERVICE.
      *
      * FUNCTION:
      *   C  CHECK A BALANCE INCREASE AGAINST THE GROUP CREDIT
      *      LIMITS.  ID, PARENT-ID AND GROUP-LIMIT ARE THE ACCOUNT
      *      AS IT STANDS IN THE CALLER'S RECORD; BALANCE IS ITS
      *      BALANCE AFTER THE INCREASE.  EVERY ACCOUNT FROM ID UP
      *      TO THE TOP OF ITS GROUP THAT CARRIES A NON-ZERO GROUP
      *      LIMIT IS CHECKED AGAINST THE COMBINED BALANCE OF ITSELF
      *      AND EVERYTHING BENEATH IT.  '08' = REFUSED: GROUP-ID,
      *      GROUP-TOTAL AND LIMIT-HIT NAME THE LIMIT THAT WOULD BE
      *      PASSED.
      *   V  VALIDATE PARENT-ID AS THE NEW PARENT OF ID: IT MUST BE
      *      A MASTER ON FILE, NOT ID ITSELF, NOT AN ACCOUNT
      *      BENEATH ID (A LOOP), AND HELD IN CURRENCY, ID'S OWN
      *      CURRENCY.  '08' = REFUSED, REASON SAYS WHY.
      *   U  COMMIT ID'S PARENT-ID, BALANCE, GROUP-LIMIT AND
      *      CURRENCY AFTER A SUCCESSFUL UPDATE, SO LATER CHECKS IN
      *      THE RUN SEE THEM.
      *   R  REMOVE ID (DELETED OR MERGED AWAY) FROM ITS GROUP.
      *   K  COUNT THE ACCOUNTS WHOSE PARENT IS ID (MEMBER-COUNT).
      *
      * THE HIERARCHY IS LOADED FROM THE KEYED MASTER COPY (HIERIDX
      * DD) ON THE FIRST CALL OF THE RUN UNIT AND KEPT CURRENT BY
      * THE U AND R CALLS.  NO HIERIDX DD = NOTHING CAN BE CHECKED:
      * EVERY FUNCTION RETURNS '04'.
      *
      * CURRENCY IS THE MASTER'S CURRENCY FIELD AS IT STANDS
      * (SPACES = BASE CURRENCY).
      *
      * RETURN:  00 OK            04 HIERARCHY NOT AVAILABLE
      *          08 REFUSED       12 TABLE FULL  16 FILE ERROR
      ****************************************************************
       01  HIERARCHY-PARMS.
           05  HRS-FUNCTION             PIC X.
               88  HRS-CHECK-ADD                  VALUE 'C'.
               88  HRS-VALIDATE-PARENT            VALUE 'V'.
               88  HRS-COMMIT-CHANGE              VALUE 'U'.
               88  HRS-REMOVE-ACCOUNT             VALUE 'R'.
               88  HRS-COUNT-MEMBERS              VALUE 'K'.
           05  HRS-RETURN               PIC X(2).
           05  HRS-ID                   PIC X(8).
           05  HRS-PARENT-ID            PIC X(8).
           05  HRS-BALANCE              PIC S9(9)V99  COMP-3.
           05  HRS-GROUP-LIMIT          PIC 9(7)V99   COMP-3.
           05  HRS-GROUP-ID             PIC X(8).
           05  HRS-GROUP-TOTAL          PIC S9(11)V99 COMP-3.
           05  HRS-LIMIT-HIT            PIC 9(7)V99   COMP-3.
           05  HRS-MEMBER-COUNT         PIC S9(4)     COMP.
           05  HRS-REASON               PIC X(30).
           05  HRS-CURRENCY             PIC X(3).

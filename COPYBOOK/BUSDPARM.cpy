      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * CALL PARAMETERS FOR THE SAM30 BUSINESS-DATE SERVICE.
      *
      * FUNCTION:
      *   G  GET THE BUSINESS DATE.  BUS-DATE, STATE AND PREV-DATE
      *      ARE RETURNED FROM THE CONTROL RECORD (SOURCE 'C').  NO
      *      BUSDATE DD, OR AN EMPTY DATASET, RETURNS THE SYSTEM
      *      DATE INSTEAD (SOURCE 'S', RETURN '04').  THE RECORD IS
      *      READ ONCE PER RUN UNIT; LATER CALLS ARE ANSWERED FROM
      *      STORAGE.
      *   P  MARK BUS-DATE PROCESSED (SAM1, END OF A CLEAN NIGHTLY).
      *      RETURN '12' IF THE CONTROL RECORD NO LONGER CARRIES
      *      BUS-DATE (THE DATE HAS ROLLED UNDER THE CALLER).
      *   N  DAY NUMBER OF DATE-IN: A SERIAL DAY COUNT ON THE TRUE
      *      CALENDAR, SO ONE DATE'S NUMBER MINUS ANOTHER'S IS THE
      *      EXACT NUMBER OF DAYS BETWEEN THEM.
      *   A  ADD ADD-MONTHS, THEN ADD-DAYS (EITHER MAY BE NEGATIVE)
      *      TO DATE-IN, GIVING DATE-OUT.  A MONTH STEP THAT LANDS
      *      PAST THE END OF A SHORT MONTH IS CUT BACK TO ITS LAST
      *      DAY.
      *   W  WEEKDAY OF DATE-IN: 1 = MONDAY ... 7 = SUNDAY.
      *
      * DATE-IN IS CCYYMMDD.  A SIX-DIGIT YYMMDD MOVED INTO IT
      * ARRIVES WITH CC = 00 AND IS WINDOWED AROUND THE BUSINESS
      * DATE: UP TO 49 YEARS AFTER THE BUSINESS YEAR, OR 50 BEFORE
      * IT.  AN IMPOSSIBLE DATE RETURNS '08'.
      *
      * RETURN:  00 OK            04 SYSTEM DATE USED
      *          08 INVALID DATE  12 MARK REFUSED  16 FILE ERROR
      ****************************************************************
       01  BUSINESS-DATE-PARMS.
           05  BDS-FUNCTION             PIC X.
               88  BDS-GET-DATE                   VALUE 'G'.
               88  BDS-MARK-PROCESSED             VALUE 'P'.
               88  BDS-DAY-NUMBER-OF              VALUE 'N'.
               88  BDS-ADD-TO-DATE                VALUE 'A'.
               88  BDS-WEEKDAY-OF                 VALUE 'W'.
           05  BDS-RETURN               PIC X(2).
           05  BDS-SOURCE               PIC X.
           05  BDS-STATE                PIC X.
           05  BDS-BUS-DATE             PIC 9(8).
           05  BDS-BUS-DATE-X REDEFINES BDS-BUS-DATE.
               10  BDS-BUS-CC           PIC 9(2).
               10  BDS-BUS-YYMMDD       PIC 9(6).
           05  BDS-PREV-DATE            PIC 9(8).
           05  BDS-DATE-IN              PIC 9(8).
           05  BDS-ADD-DAYS             PIC S9(7) COMP.
           05  BDS-ADD-MONTHS           PIC S9(5) COMP.
           05  BDS-DATE-OUT             PIC 9(8).
           05  BDS-DATE-OUT-X REDEFINES BDS-DATE-OUT.
               10  BDS-OUT-CC           PIC 9(2).
               10  BDS-OUT-YYMMDD       PIC 9(6).
           05  BDS-DAY-NUMBER           PIC S9(9) COMP.
           05  BDS-WEEKDAY              PIC 9.

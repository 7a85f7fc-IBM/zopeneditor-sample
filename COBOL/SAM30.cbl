      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM30
      *
      * AUTHOR :  Doug Stout
      *
      * BUSINESS-DATE SERVICE: SUBROUTINE CALLED BY THE BATCH
      * PROGRAMS FOR THEIR PROCESSING DATE AND FOR ALL DAY-COUNT
      * ARITHMETIC.
      *
      * THE PROCESSING DATE IS THE BUSINESS DATE ON THE SHARED
      * CONTROL RECORD (BUSDATE DD, BUSDREC COPYBOOK), NOT THE
      * CLOCK: A NIGHTLY THAT STARTS AFTER MIDNIGHT, OR A RERUN A
      * DAY LATE, STILL STAMPS THE BUSINESS DAY IT BELONGS TO.  THE
      * DATE ONLY MOVES WHEN THE SAM31 DATE ROLL ADVANCES IT TO THE
      * NEXT BUSINESS DAY AT THE END OF A CLEAN NIGHTLY.  A STEP
      * WITH NO BUSDATE DD FALLS BACK TO THE SYSTEM DATE (AND SAYS
      * SO), SO AD HOC RUNS OF A PROGRAM STILL WORK.
      *
      * DAY ARITHMETIC IS ON THE TRUE GREGORIAN CALENDAR (MONTH
      * LENGTHS, LEAP YEARS, CENTURY RULE): A DATE IS TURNED INTO
      * A SERIAL DAY NUMBER (DAYS SINCE 1 MARCH OF YEAR 0), SO THE
      * DIFFERENCE OF TWO DAY NUMBERS IS THE EXACT NUMBER OF DAYS
      * BETWEEN THEM, AND A DAY NUMBER TURNS BACK INTO A DATE.
      *****************************************************************
      * Linkage:
      *      parameters:
      *        1: Business-date parameter block (BUSDPARM copybook)
      *              BDS-FUNCTION      (passed)    G, P, N, A or W
      *              BDS-RETURN        (returned)  00, 04, 08, 12, 16
      *           see the copybook for the fields each function
      *           reads and returns.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM30.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
                   FILE STATUS  IS  WS-BDT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDREC REPLACING ==:TAG:== BY ==BDT==.

       WORKING-STORAGE SECTION.
      *
       01  WS-FIELDS.
           05  WS-BDT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-BDT-EOF               PIC X     VALUE 'N'.
           05  WS-BDT-LOADED            PIC X     VALUE 'N'.
      *
      *        The business date as read on the first call of the
      *        run unit; every later G call is answered from here.
      *
           05  WS-SAVE-SOURCE           PIC X     VALUE 'S'.
           05  WS-SAVE-STATE            PIC X     VALUE SPACE.
           05  WS-SAVE-BUS-DATE         PIC 9(8)  VALUE 0.
           05  WS-SAVE-BUS-DATE-X REDEFINES WS-SAVE-BUS-DATE.
               10  WS-PIVOT-CC          PIC 9(2).
               10  WS-PIVOT-YY          PIC 9(2).
               10  WS-SAVE-MMDD         PIC 9(4).
           05  WS-SAVE-PREV-DATE        PIC 9(8)  VALUE 0.
           05  WS-SYS-DATE              PIC 9(8)  VALUE 0.
           05  WS-SYS-YYMMDD            PIC 9(6)  VALUE 0.
           05  WS-SYS-TIME              PIC 9(8)  VALUE 0.
      *
      *        Date being worked on, both as CCYYMMDD and split.
      *
           05  WS-WORK-DATE             PIC 9(8)  VALUE 0.
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
               10  WS-WORK-CCYY         PIC 9(4).
               10  WS-WORK-MM           PIC 9(2).
               10  WS-WORK-DD           PIC 9(2).
           05  WS-WORK-DATE-Y REDEFINES WS-WORK-DATE.
               10  WS-WORK-CC           PIC 9(2).
               10  WS-WORK-YY           PIC 9(2).
               10  FILLER               PIC 9(4).
           05  WS-DISP-DATE.
               10  WS-DISP-MM           PIC 9(2).
               10  FILLER               PIC X     VALUE '/'.
               10  WS-DISP-DD           PIC 9(2).
               10  FILLER               PIC X     VALUE '/'.
               10  WS-DISP-CCYY         PIC 9(4).
           05  WS-DATE-OK               PIC X     VALUE 'N'.
           05  WS-LEAP-YEAR             PIC X     VALUE 'N'.
      *
      *        Calendar arithmetic work fields.  Every division is
      *        a DIVIDE ... GIVING into an integer field, so each
      *        quotient is truncated exactly as the algorithm needs.
      *
           05  WS-Y                     PIC S9(9) COMP VALUE +0.
           05  WS-M                     PIC S9(9) COMP VALUE +0.
           05  WS-D                     PIC S9(9) COMP VALUE +0.
           05  WS-YA                    PIC S9(9) COMP VALUE +0.
           05  WS-MA                    PIC S9(9) COMP VALUE +0.
           05  WS-ERA                   PIC S9(9) COMP VALUE +0.
           05  WS-YOE                   PIC S9(9) COMP VALUE +0.
           05  WS-DOE                   PIC S9(9) COMP VALUE +0.
           05  WS-DOY                   PIC S9(9) COMP VALUE +0.
           05  WS-Q1                    PIC S9(9) COMP VALUE +0.
           05  WS-Q2                    PIC S9(9) COMP VALUE +0.
           05  WS-Q3                    PIC S9(9) COMP VALUE +0.
           05  WS-Q4                    PIC S9(9) COMP VALUE +0.
           05  WS-Q100                  PIC S9(9) COMP VALUE +0.
           05  WS-Q400                  PIC S9(9) COMP VALUE +0.
           05  WS-REM                   PIC S9(9) COMP VALUE +0.
           05  WS-TEMP                  PIC S9(9) COMP VALUE +0.
           05  WS-SERIAL                PIC S9(9) COMP VALUE +0.
           05  WS-TOTAL-MONTHS          PIC S9(9) COMP VALUE +0.
           05  WS-MONTH-DAYS            PIC S9(4) COMP VALUE +0.

       01  MONTH-LENGTH-VALUES          PIC X(24)
                                VALUE '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-LENGTH             PIC 9(2)  OCCURS 12.


       LINKAGE SECTION.

       COPY BUSDPARM.

      *****************************************************************
       PROCEDURE DIVISION USING BUSINESS-DATE-PARMS.
      *****************************************************************

       000-MAIN.
           IF WS-BDT-LOADED NOT = 'Y'
               PERFORM 600-LOAD-BUSINESS-DATE
           END-IF.
           MOVE '00' TO BDS-RETURN.
           EVALUATE TRUE
               WHEN BDS-GET-DATE
                   PERFORM 100-GET-BUSINESS-DATE
               WHEN BDS-MARK-PROCESSED
                   PERFORM 200-MARK-DATE-PROCESSED
               WHEN BDS-DAY-NUMBER-OF
                   PERFORM 300-DAY-NUMBER
               WHEN BDS-ADD-TO-DATE
                   PERFORM 400-ADD-TO-DATE
               WHEN BDS-WEEKDAY-OF
                   PERFORM 500-WEEKDAY
               WHEN OTHER
                   MOVE '08' TO BDS-RETURN
           END-EVALUATE.
           GOBACK.

       100-GET-BUSINESS-DATE.
           MOVE WS-SAVE-SOURCE    TO BDS-SOURCE.
           MOVE WS-SAVE-STATE     TO BDS-STATE.
           MOVE WS-SAVE-BUS-DATE  TO BDS-BUS-DATE.
           MOVE WS-SAVE-PREV-DATE TO BDS-PREV-DATE.
           IF WS-SAVE-SOURCE NOT = 'C'
               MOVE '04' TO BDS-RETURN
           END-IF.

       200-MARK-DATE-PROCESSED.
      *
      *        The caller passes back the business date it ran
      *        for.  If the record has moved on since (a roll ran
      *        underneath the caller), the mark is refused rather
      *        than certifying a date the caller never processed.
      *
           OPEN I-O BUSINESS-DATE-FILE.
           IF WS-BDT-STATUS NOT = '00'
               MOVE '16' TO BDS-RETURN
               DISPLAY 'BUSINESS-DATE CONTROL FILE NOT OPENED FOR '
                       'UPDATE. RC:' WS-BDT-STATUS
           ELSE
               MOVE 'N' TO WS-BDT-EOF
               READ BUSINESS-DATE-FILE
                 AT END MOVE 'Y' TO WS-BDT-EOF
               END-READ
               IF WS-BDT-EOF = 'Y' OR WS-BDT-STATUS NOT = '00'
                   MOVE '16' TO BDS-RETURN
                   DISPLAY 'BUSINESS-DATE CONTROL RECORD MISSING. RC:'
                           WS-BDT-STATUS
               ELSE
                   IF BDT-BUS-DATE NOT = BDS-BUS-DATE
                       MOVE '12' TO BDS-RETURN
                       DISPLAY 'BUSINESS DATE NOT MARKED PROCESSED - '
                               'CONTROL RECORD NOW CARRIES '
                               BDT-BUS-DATE ', RUN WAS FOR '
                               BDS-BUS-DATE
                   ELSE
                       MOVE 'P' TO BDT-STATE
                       ACCEPT WS-SYS-YYMMDD FROM DATE
                       ACCEPT WS-SYS-TIME   FROM TIME
                       MOVE WS-SYS-YYMMDD TO BDT-PROC-SYS-DATE
                       MOVE WS-SYS-TIME   TO BDT-PROC-SYS-TIME
                       REWRITE BDT-REC
                       IF WS-BDT-STATUS NOT = '00'
                           MOVE '16' TO BDS-RETURN
                           DISPLAY 'BUSINESS-DATE CONTROL RECORD NOT '
                                   'REWRITTEN. RC:' WS-BDT-STATUS
                       ELSE
                           MOVE 'P' TO WS-SAVE-STATE
                           MOVE 'P' TO BDS-STATE
                           MOVE BDT-BUS-DATE TO WS-WORK-DATE
                           PERFORM 610-EDIT-DISPLAY-DATE
                           DISPLAY 'BUSINESS DATE ' WS-DISP-DATE
                                   ' MARKED PROCESSED'
                       END-IF
                   END-IF
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       300-DAY-NUMBER.
           PERFORM 310-WINDOW-DATE-IN.
           IF WS-DATE-OK = 'Y'
               PERFORM 320-SERIAL-FROM-DATE
               MOVE WS-SERIAL TO BDS-DAY-NUMBER
           ELSE
               MOVE 0 TO BDS-DAY-NUMBER
               MOVE '08' TO BDS-RETURN
           END-IF.

       310-WINDOW-DATE-IN.
      *
      *        A six-digit date arrives as 00YYMMDD and is placed in
      *        the hundred years around the business date: up to 49
      *        years ahead of it (due dates) or 50 behind (pay and
      *        maintenance dates), whichever century that takes.
      *
           MOVE 'N' TO WS-DATE-OK.
           MOVE BDS-DATE-IN TO WS-WORK-DATE.
           IF WS-WORK-DATE NUMERIC
               IF WS-WORK-CC = 0
                   COMPUTE WS-TEMP = WS-PIVOT-CC * 100 + WS-WORK-YY
                   COMPUTE WS-Y = WS-PIVOT-CC * 100 + WS-PIVOT-YY
                   IF WS-TEMP > WS-Y + 49
                       SUBTRACT 100 FROM WS-TEMP
                   END-IF
                   IF WS-TEMP < WS-Y - 50
                       ADD 100 TO WS-TEMP
                   END-IF
                   MOVE WS-TEMP TO WS-WORK-CCYY
               END-IF
               MOVE WS-WORK-CCYY TO WS-Y
               MOVE WS-WORK-MM   TO WS-M
               MOVE WS-WORK-DD   TO WS-D
               IF WS-M >= 1 AND WS-M <= 12 AND WS-D >= 1
                   PERFORM 330-LENGTH-OF-MONTH
                   IF WS-D <= WS-MONTH-DAYS
                       MOVE 'Y' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       320-SERIAL-FROM-DATE.
      *
      *        Days since 1 March of year 0 for WS-Y/WS-M/WS-D.
      *        Counting the year from March puts the leap day at
      *        the end of the year, so the month offsets are the
      *        fixed (153 * month + 2) / 5 progression.
      *
           IF WS-M <= 2
               COMPUTE WS-YA = WS-Y - 1
               COMPUTE WS-MA = WS-M + 9
           ELSE
               MOVE WS-Y TO WS-YA
               COMPUTE WS-MA = WS-M - 3
           END-IF.
           DIVIDE WS-YA BY 4   GIVING WS-Q4.
           DIVIDE WS-YA BY 100 GIVING WS-Q100.
           DIVIDE WS-YA BY 400 GIVING WS-Q400.
           COMPUTE WS-TEMP = 153 * WS-MA + 2.
           DIVIDE WS-TEMP BY 5 GIVING WS-Q1.
           COMPUTE WS-SERIAL = 365 * WS-YA + WS-Q4 - WS-Q100
                             + WS-Q400 + WS-Q1 + WS-D - 1.

       330-LENGTH-OF-MONTH.
           MOVE MONTH-LENGTH(WS-M) TO WS-MONTH-DAYS.
           IF WS-M = 2
               MOVE 'N' TO WS-LEAP-YEAR
               DIVIDE WS-Y BY 4 GIVING WS-TEMP REMAINDER WS-REM
               IF WS-REM = 0
                   MOVE 'Y' TO WS-LEAP-YEAR
                   DIVIDE WS-Y BY 100 GIVING WS-TEMP REMAINDER WS-REM
                   IF WS-REM = 0
                       DIVIDE WS-Y BY 400 GIVING WS-TEMP
                                          REMAINDER WS-REM
                       IF WS-REM NOT = 0
                           MOVE 'N' TO WS-LEAP-YEAR
                       END-IF
                   END-IF
               END-IF
               IF WS-LEAP-YEAR = 'Y'
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

       340-DATE-FROM-SERIAL.
      *
      *        Inverse of 320: split the serial into 400-year eras
      *        (146097 days each), find the year of the era and the
      *        day of that March-based year, then the month and day.
      *
           DIVIDE WS-SERIAL BY 146097 GIVING WS-ERA.
           COMPUTE WS-DOE = WS-SERIAL - WS-ERA * 146097.
           DIVIDE WS-DOE BY 1460   GIVING WS-Q1.
           DIVIDE WS-DOE BY 36524  GIVING WS-Q2.
           DIVIDE WS-DOE BY 146096 GIVING WS-Q3.
           COMPUTE WS-TEMP = WS-DOE - WS-Q1 + WS-Q2 - WS-Q3.
           DIVIDE WS-TEMP BY 365 GIVING WS-YOE.
           COMPUTE WS-YA = WS-YOE + WS-ERA * 400.
           DIVIDE WS-YOE BY 4   GIVING WS-Q4.
           DIVIDE WS-YOE BY 100 GIVING WS-Q100.
           COMPUTE WS-DOY = WS-DOE - (365 * WS-YOE + WS-Q4 - WS-Q100).
           COMPUTE WS-TEMP = 5 * WS-DOY + 2.
           DIVIDE WS-TEMP BY 153 GIVING WS-MA.
           COMPUTE WS-TEMP = 153 * WS-MA + 2.
           DIVIDE WS-TEMP BY 5 GIVING WS-Q1.
           COMPUTE WS-D = WS-DOY - WS-Q1 + 1.
           IF WS-MA < 10
               COMPUTE WS-M = WS-MA + 3
               MOVE WS-YA TO WS-Y
           ELSE
               COMPUTE WS-M = WS-MA - 9
               COMPUTE WS-Y = WS-YA + 1
           END-IF.
           MOVE WS-Y TO WS-WORK-CCYY.
           MOVE WS-M TO WS-WORK-MM.
           MOVE WS-D TO WS-WORK-DD.

       400-ADD-TO-DATE.
      *
      *        Months first (the day cut back to the end of a
      *        shorter month, so 31 January plus a month is 28 or
      *        29 February), then days through the day number.
      *
           PERFORM 310-WINDOW-DATE-IN.
           IF WS-DATE-OK NOT = 'Y'
               MOVE 0 TO BDS-DATE-OUT
               MOVE '08' TO BDS-RETURN
           ELSE
               IF BDS-ADD-MONTHS NOT = 0
                   COMPUTE WS-TOTAL-MONTHS = WS-Y * 12 + WS-M - 1
                                           + BDS-ADD-MONTHS
                   DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-Y
                                          REMAINDER WS-REM
                   COMPUTE WS-M = WS-REM + 1
                   PERFORM 330-LENGTH-OF-MONTH
                   IF WS-D > WS-MONTH-DAYS
                       MOVE WS-MONTH-DAYS TO WS-D
                   END-IF
               END-IF
               PERFORM 320-SERIAL-FROM-DATE
               ADD BDS-ADD-DAYS TO WS-SERIAL
               MOVE WS-SERIAL TO BDS-DAY-NUMBER
               PERFORM 340-DATE-FROM-SERIAL
               MOVE WS-WORK-DATE TO BDS-DATE-OUT
           END-IF.

       500-WEEKDAY.
      *
      *        Serial day 0 (1 March of year 0) fell on a
      *        Wednesday, so day number mod 7 counts on from
      *        Wednesday; shifted by 2 it counts from Monday.
      *
           PERFORM 310-WINDOW-DATE-IN.
           IF WS-DATE-OK NOT = 'Y'
               MOVE 0 TO BDS-WEEKDAY
               MOVE '08' TO BDS-RETURN
           ELSE
               PERFORM 320-SERIAL-FROM-DATE
               MOVE WS-SERIAL TO BDS-DAY-NUMBER
               COMPUTE WS-TEMP = WS-SERIAL + 2
               DIVIDE WS-TEMP BY 7 GIVING WS-Q1 REMAINDER WS-REM
               COMPUTE BDS-WEEKDAY = WS-REM + 1
           END-IF.

       600-LOAD-BUSINESS-DATE.
      *
      *    Once per run unit, on the first call.  The control
      *    dataset is only read here -- it is opened for update
      *    only to mark a date processed (200), and the SAM31 roll
      *    updates it itself -- so many steps can share it.
      *
           MOVE 'Y' TO WS-BDT-LOADED.
           MOVE 'S' TO WS-SAVE-SOURCE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BDT-STATUS = '00' OR WS-BDT-STATUS = '05'
               MOVE 'N' TO WS-BDT-EOF
               READ BUSINESS-DATE-FILE
                 AT END MOVE 'Y' TO WS-BDT-EOF
               END-READ
               IF WS-BDT-EOF NOT = 'Y' AND WS-BDT-STATUS = '00'
                      AND BDT-BUS-DATE NUMERIC
                      AND BDT-BUS-DATE > 0
                   MOVE 'C'           TO WS-SAVE-SOURCE
                   MOVE BDT-STATE     TO WS-SAVE-STATE
                   MOVE BDT-BUS-DATE  TO WS-SAVE-BUS-DATE
                   MOVE BDT-PREV-DATE TO WS-SAVE-PREV-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-SAVE-SOURCE = 'C'
               MOVE WS-SAVE-BUS-DATE TO WS-WORK-DATE
               PERFORM 610-EDIT-DISPLAY-DATE
               DISPLAY 'BUSINESS DATE = ' WS-DISP-DATE
                       '  (CONTROL RECORD, STATE ' WS-SAVE-STATE ')'
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE WS-SYS-DATE TO WS-SAVE-BUS-DATE
               MOVE 0           TO WS-SAVE-PREV-DATE
               MOVE SPACE       TO WS-SAVE-STATE
               MOVE WS-SYS-DATE TO WS-WORK-DATE
               PERFORM 610-EDIT-DISPLAY-DATE
               DISPLAY 'NO BUSINESS-DATE CONTROL RECORD - SYSTEM '
                       'DATE ' WS-DISP-DATE ' USED'
           END-IF.

       610-EDIT-DISPLAY-DATE.
           MOVE WS-WORK-MM   TO WS-DISP-MM.
           MOVE WS-WORK-DD   TO WS-DISP-DD.
           MOVE WS-WORK-CCYY TO WS-DISP-CCYY.

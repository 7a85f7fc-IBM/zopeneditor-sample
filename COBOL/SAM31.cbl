      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM31
      *
      * AUTHOR :  Doug Stout
      *
      * BUSINESS-DATE ROLL.
      *
      * RUNS AS THE LAST STEP OF A CLEAN NIGHTLY AND ADVANCES THE
      * SHARED BUSINESS-DATE CONTROL RECORD (BUSDATE DD, BUSDREC
      * COPYBOOK) TO THE NEXT BUSINESS DAY: THE NEXT CALENDAR DAY
      * THAT IS NEITHER A SATURDAY, A SUNDAY NOR A DATE IN THE
      * HOLIDAY CALENDAR (HOLIDAYS DD).
      *
      * THE ROLL IS REFUSED (RC 8, RECORD UNCHANGED) UNLESS THE
      * CURRENT DATE IS MARKED PROCESSED -- SAM1 MARKS IT AT THE END
      * OF A CLEAN NIGHTLY, AND THE ROLL RESETS THE MARK.  SO A DATE
      * NEVER ROLLS TWICE, AND NEVER ROLLS PAST A NIGHT THAT DID NOT
      * COMPLETE.  A HOLIDAY CALENDAR THAT DOES NOT REACH PAST THE
      * NEW DATE IS WARNED (RC 4) SO IT IS EXTENDED IN TIME.
      *
      * HOLIDAY CARDS ('*' IN COLUMN 1 = COMMENT):
      *    COLS  1-8    HOLIDAY DATE, CCYYMMDD
      *    COLS 10-49   DESCRIPTION (SHOWN WHEN THE DAY IS SKIPPED)
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    ROLL=N         RUN WITHOUT ROLLING (INTRADAY RUNS OF THE
      *                   NIGHTLY PROC)                  (DEFAULT Y)
      *    MARK=Y         MARK THE DATE PROCESSED FIRST, THEN ROLL.
      *                   FOR THE PARTITIONED NIGHTLY, WHOSE SAM1
      *                   PARTITIONS DO NOT MARK THE DATE: ITS
      *                   LAST STEP RUNS ONLY WHEN EVERY PARTITION
      *                   AND MERGE ENDED CLEAN.         (DEFAULT N)
      *    INIT=ccyymmdd  ONE-TIME SETUP: WRITE THE FIRST CONTROL
      *                   RECORD WITH THIS BUSINESS DATE.  REFUSED
      *                   IF THE DATASET ALREADY HOLDS ONE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM31.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
                   FILE STATUS  IS  WS-BDT-STATUS.

            SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO HOLIDAYS
                   FILE STATUS  IS  WS-HOL-STATUS WS-HOL-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDREC REPLACING ==:TAG:== BY ==BDT==.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD.
           05  HOLC-DATE              PIC X(8).
           05  FILLER                 PIC X.
           05  HOLC-DESC              PIC X(40).
           05  FILLER                 PIC X(31).

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
       01  SYSTEM-DATE-AND-TIME.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC 9(2).
               10  CURRENT-MONTH           PIC 9(2).
               10  CURRENT-DAY             PIC 9(2).
           05  CURRENT-TIME.
               10  CURRENT-HOUR            PIC 9(2).
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  WS-FIELDS.
           05  SAM30                   PIC X(8)  VALUE 'SAM30'.
           05  WS-BDT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BDT-EOF              PIC X     VALUE 'N'.
           05  WS-HOL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-HOL-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-HOL-EOF              PIC X     VALUE 'N'.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(60) VALUE SPACES.
           05  WS-ROLL-REQ             PIC X     VALUE 'Y'.
           05  WS-MARK-REQ             PIC X     VALUE 'N'.
           05  WS-INIT-DATE            PIC 9(8)  VALUE 0.
           05  WS-OLD-DATE             PIC 9(8)  VALUE 0.
           05  WS-NEXT-DATE            PIC 9(8)  VALUE 0.
           05  WS-NEXT-FOUND           PIC X     VALUE 'N'.
           05  WS-DAYS-TRIED           PIC S9(4) COMP VALUE +0.
           05  WS-IS-HOLIDAY           PIC X     VALUE 'N'.
           05  WS-HOL-DESC             PIC X(40) VALUE SPACES.
           05  WS-DISP-DATE.
               10  WS-DISP-MM          PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  WS-DISP-DD          PIC 9(2).
               10  FILLER              PIC X     VALUE '/'.
               10  WS-DISP-CCYY        PIC 9(4).
           05  WS-DISP-WORK            PIC 9(8)  VALUE 0.
           05  WS-DISP-WORK-X REDEFINES WS-DISP-WORK.
               10  WS-DISP-W-CCYY      PIC 9(4).
               10  WS-DISP-W-MM        PIC 9(2).
               10  WS-DISP-W-DD        PIC 9(2).
           05  WS-DISP-OLD             PIC X(10) VALUE SPACES.

      *    Holiday calendar loaded from HOLIDAYS.
       01  HOLIDAY-TABLE-AREA.
           05  WS-HOL-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-HOL-IX               PIC S9(4) COMP VALUE +0.
           05  WS-HOL-LAST-DATE        PIC 9(8)  VALUE 0.
           05  WS-HOL-CNT-ED           PIC ZZ9.
           05  HOL-ENTRY               OCCURS 500.
               10  HOL-DATE            PIC 9(8).
               10  HOL-DESC            PIC X(40).

       COPY BUSDPARM.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM31 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           DISPLAY '             TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.

           PERFORM 706-READ-RUN-PARMS .
      *        The service reads (and closes) the control record
      *        before this program opens it for update.
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .

           IF WS-INIT-DATE > 0
               PERFORM 200-INITIALIZE-CONTROL
           ELSE
               IF WS-ROLL-REQ = 'N'
                   DISPLAY 'ROLL=N - BUSINESS DATE NOT ROLLED ON '
                           'THIS RUN'
               ELSE
                   PERFORM 710-LOAD-HOLIDAYS
                   IF WS-MARK-REQ = 'Y' AND BDS-SOURCE = 'C'
                       PERFORM 150-MARK-BEFORE-ROLL
                   END-IF
                   IF RETURN-CODE < 8
                       PERFORM 100-ROLL-BUSINESS-DATE
                   END-IF
               END-IF
           END-IF .

           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM31 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-ROLL-BUSINESS-DATE.
           MOVE BDS-BUS-DATE TO WS-DISP-WORK .
           PERFORM 610-EDIT-DISPLAY-DATE .
           EVALUATE TRUE
               WHEN BDS-SOURCE NOT = 'C'
                   DISPLAY 'NO BUSINESS-DATE CONTROL RECORD - NOTHING '
                           'TO ROLL (RUN WITH INIT= FIRST)'
                   MOVE 16 TO RETURN-CODE
               WHEN BDS-STATE NOT = 'P'
                   DISPLAY 'DATE NOT ROLLED - BUSINESS DATE '
                           WS-DISP-DATE ' HAS NOT BEEN MARKED '
                           'PROCESSED BY A CLEAN NIGHTLY (OR WAS '
                           'ALREADY ROLLED TO)'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE BDS-BUS-DATE TO WS-OLD-DATE
                   PERFORM 110-FIND-NEXT-BUSINESS-DAY
                   IF WS-NEXT-FOUND = 'Y'
                       PERFORM 120-REWRITE-CONTROL
                   END-IF
           END-EVALUATE .

       150-MARK-BEFORE-ROLL.
           MOVE 'P' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           IF BDS-RETURN NOT = '00'
               DISPLAY 'DATE NOT ROLLED - BUSINESS DATE COULD NOT BE '
                       'MARKED PROCESSED. RC:' BDS-RETURN
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF .

       110-FIND-NEXT-BUSINESS-DAY.
      *
      *        One calendar day at a time from the current business
      *        date.  A fortnight without a business day means the
      *        holiday calendar is wrong, not that the business is
      *        closed -- stop rather than roll into next month.
      *
           MOVE BDS-BUS-DATE TO WS-NEXT-DATE .
           MOVE 'N' TO WS-NEXT-FOUND .
           MOVE 0   TO WS-DAYS-TRIED .
           PERFORM 111-TRY-NEXT-DAY
               UNTIL WS-NEXT-FOUND = 'Y' OR WS-DAYS-TRIED >= 14 .
           IF WS-NEXT-FOUND NOT = 'Y'
               DISPLAY 'DATE NOT ROLLED - NO BUSINESS DAY IN THE 14 '
                       'DAYS AFTER ' WS-DISP-DATE
                       ' - CHECK THE HOLIDAY CALENDAR'
               MOVE 8 TO RETURN-CODE
           END-IF .

       111-TRY-NEXT-DAY.
           ADD +1 TO WS-DAYS-TRIED .
           MOVE 'A'          TO BDS-FUNCTION .
           MOVE WS-NEXT-DATE TO BDS-DATE-IN .
           MOVE 0            TO BDS-ADD-MONTHS .
           MOVE 1            TO BDS-ADD-DAYS .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DATE-OUT TO WS-NEXT-DATE .
           MOVE 'W'          TO BDS-FUNCTION .
           MOVE WS-NEXT-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE WS-DISP-DATE TO WS-DISP-OLD .
           MOVE WS-NEXT-DATE TO WS-DISP-WORK .
           PERFORM 610-EDIT-DISPLAY-DATE .
           IF BDS-WEEKDAY > 5
               DISPLAY 'SKIPPED ' WS-DISP-DATE '  WEEKEND'
           ELSE
               PERFORM 112-CHECK-HOLIDAY
               IF WS-IS-HOLIDAY = 'Y'
                   DISPLAY 'SKIPPED ' WS-DISP-DATE '  HOLIDAY: '
                           WS-HOL-DESC
               ELSE
                   MOVE 'Y' TO WS-NEXT-FOUND
               END-IF
           END-IF .
           MOVE WS-DISP-OLD  TO WS-DISP-DATE .

       112-CHECK-HOLIDAY.
           MOVE 'N' TO WS-IS-HOLIDAY .
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                   UNTIL WS-HOL-IX > WS-HOL-CNT
                      OR WS-IS-HOLIDAY = 'Y'
               IF HOL-DATE(WS-HOL-IX) = WS-NEXT-DATE
                   MOVE 'Y' TO WS-IS-HOLIDAY
                   MOVE HOL-DESC(WS-HOL-IX) TO WS-HOL-DESC
               END-IF
           END-PERFORM .

       120-REWRITE-CONTROL.
      *
      *        Re-read under update and re-check: the record must
      *        still carry the processed date the service reported,
      *        or something else has moved it since this step began.
      *
           OPEN I-O BUSINESS-DATE-FILE .
           IF WS-BDT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BUSINESS-DATE CONTROL FILE. RC:'
                       WS-BDT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-BDT-EOF
               READ BUSINESS-DATE-FILE
                 AT END MOVE 'Y' TO WS-BDT-EOF
               END-READ
               IF WS-BDT-EOF = 'Y' OR WS-BDT-STATUS NOT = '00'
                      OR BDT-BUS-DATE NOT = WS-OLD-DATE
                      OR BDT-STATE NOT = 'P'
                   DISPLAY 'DATE NOT ROLLED - CONTROL RECORD CHANGED '
                           'DURING THE ROLL. RC:' WS-BDT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE BDT-BUS-DATE   TO BDT-PREV-DATE
                   MOVE WS-NEXT-DATE   TO BDT-BUS-DATE
                   MOVE 'O'            TO BDT-STATE
                   ACCEPT CURRENT-DATE FROM DATE
                   ACCEPT CURRENT-TIME FROM TIME
                   MOVE CURRENT-DATE   TO BDT-ROLL-SYS-DATE
                   MOVE CURRENT-TIME   TO BDT-ROLL-SYS-TIME
                   ADD 1 TO BDT-ROLL-COUNT
                   REWRITE BDT-REC
                   IF WS-BDT-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING BUSINESS-DATE CONTROL '
                               'RECORD. RC:' WS-BDT-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE WS-DISP-DATE TO WS-DISP-OLD
                       MOVE WS-NEXT-DATE TO WS-DISP-WORK
                       PERFORM 610-EDIT-DISPLAY-DATE
                       DISPLAY 'BUSINESS DATE ROLLED FROM '
                               WS-DISP-OLD ' TO ' WS-DISP-DATE
                           UPON CONSOLE
                       PERFORM 130-CHECK-CALENDAR-HORIZON
                   END-IF
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF .

       130-CHECK-CALENDAR-HORIZON.
           IF WS-HOL-CNT = 0
               DISPLAY 'WARNING: NO HOLIDAY CALENDAR LOADED - ONLY '
                       'WEEKENDS WERE SKIPPED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-HOL-LAST-DATE < WS-NEXT-DATE
                   MOVE WS-HOL-LAST-DATE TO WS-DISP-WORK
                   PERFORM 610-EDIT-DISPLAY-DATE
                   DISPLAY 'WARNING: HOLIDAY CALENDAR ENDS '
                           WS-DISP-DATE ' - EXTEND IT BEFORE THE '
                           'NEXT HOLIDAY'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF .

       200-INITIALIZE-CONTROL.
           MOVE 'N'          TO BDS-FUNCTION .
           MOVE WS-INIT-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           EVALUATE TRUE
               WHEN BDS-SOURCE = 'C'
                   DISPLAY 'INIT IGNORED - THE CONTROL RECORD ALREADY '
                           'EXISTS'
                   MOVE 8 TO RETURN-CODE
               WHEN BDS-RETURN NOT = '00'
                   DISPLAY 'INIT IGNORED - NOT A VALID DATE: '
                           WS-INIT-DATE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   OPEN OUTPUT BUSINESS-DATE-FILE
                   IF WS-BDT-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING BUSINESS-DATE CONTROL '
                               'FILE. RC:' WS-BDT-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE SPACES       TO BDT-REC
                       MOVE 'BUSDATE'    TO BDT-REC-ID
                       MOVE WS-INIT-DATE TO BDT-BUS-DATE
                       MOVE 'O'          TO BDT-STATE
                       MOVE 0            TO BDT-PREV-DATE
                                            BDT-PROC-SYS-DATE
                                            BDT-PROC-SYS-TIME
                                            BDT-ROLL-SYS-DATE
                                            BDT-ROLL-SYS-TIME
                                            BDT-ROLL-COUNT
                       WRITE BDT-REC
                       CLOSE BUSINESS-DATE-FILE
                       MOVE WS-INIT-DATE TO WS-DISP-WORK
                       PERFORM 610-EDIT-DISPLAY-DATE
                       DISPLAY 'BUSINESS-DATE CONTROL RECORD CREATED, '
                               'BUSINESS DATE ' WS-DISP-DATE
                   END-IF
           END-EVALUATE .

       610-EDIT-DISPLAY-DATE.
           MOVE WS-DISP-W-MM   TO WS-DISP-MM .
           MOVE WS-DISP-W-DD   TO WS-DISP-DD .
           MOVE WS-DISP-W-CCYY TO WS-DISP-CCYY .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - ROLL TO NEXT BUSINESS DAY. RC:'
                       WS-PARM-STATUS '/' WS-PARM-STATUS-2
           ELSE
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 707-READ-ONE-PARM
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE RUN-PARM-FILE
           END-IF .

       707-READ-ONE-PARM.
           READ RUN-PARM-FILE
             AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           IF WS-PARM-EOF NOT = 'Y' AND WS-PARM-STATUS = '00'
               IF RUN-PARM-RECORD(1:1) NOT = '*'
                      AND RUN-PARM-RECORD NOT = SPACES
                   MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
                   UNSTRING RUN-PARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE
                   END-UNSTRING
                   PERFORM 708-APPLY-RUN-PARM
               END-IF
           END-IF .

       708-APPLY-RUN-PARM.
           EVALUATE WS-PARM-KEYWORD
               WHEN 'ROLL'
                   IF WS-PARM-VALUE(1:1) = 'Y' OR 'N'
                       MOVE WS-PARM-VALUE(1:1) TO WS-ROLL-REQ
                   ELSE
                       DISPLAY 'BAD ROLL PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'MARK'
                   IF WS-PARM-VALUE(1:1) = 'Y' OR 'N'
                       MOVE WS-PARM-VALUE(1:1) TO WS-MARK-REQ
                   ELSE
                       DISPLAY 'BAD MARK PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'INIT'
                   IF WS-PARM-VALUE(1:8) NUMERIC
                       MOVE WS-PARM-VALUE(1:8) TO WS-INIT-DATE
                   ELSE
                       DISPLAY 'BAD INIT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARM IGNORED: '
                           WS-PARM-KEYWORD
           END-EVALUATE .

       710-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS NOT = '00'
               DISPLAY 'NO HOLIDAY CALENDAR - WEEKENDS ONLY. RC:'
                       WS-HOL-STATUS '/' WS-HOL-STATUS-2
           ELSE
               MOVE 'N' TO WS-HOL-EOF
               PERFORM 711-READ-ONE-HOLIDAY
                   UNTIL WS-HOL-EOF = 'Y'
               CLOSE HOLIDAY-FILE
           END-IF .
           MOVE WS-HOL-CNT TO WS-HOL-CNT-ED .
           DISPLAY 'HOLIDAYS LOADED = ' WS-HOL-CNT-ED .

       711-READ-ONE-HOLIDAY.
           READ HOLIDAY-FILE
             AT END MOVE 'Y' TO WS-HOL-EOF
           END-READ.
           IF WS-HOL-EOF NOT = 'Y' AND WS-HOL-STATUS = '00'
               IF HOLIDAY-RECORD(1:1) NOT = '*'
                      AND HOLIDAY-RECORD NOT = SPACES
                   MOVE 'N' TO BDS-FUNCTION
                   IF HOLC-DATE NUMERIC
                       MOVE HOLC-DATE TO BDS-DATE-IN
                       CALL SAM30 USING BUSINESS-DATE-PARMS
                   ELSE
                       MOVE '08' TO BDS-RETURN
                   END-IF
                   IF BDS-RETURN NOT = '00'
                      OR HOLC-DATE(1:2) = '00'
                      OR WS-HOL-CNT >= 500
                       DISPLAY 'BAD OR EXCESS HOLIDAY CARD IGNORED: '
                               HOLIDAY-RECORD(1:49)
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       ADD +1 TO WS-HOL-CNT
                       MOVE HOLC-DATE TO HOL-DATE(WS-HOL-CNT)
                       MOVE HOLC-DESC TO HOL-DESC(WS-HOL-CNT)
                       IF HOL-DATE(WS-HOL-CNT) > WS-HOL-LAST-DATE
                           MOVE HOL-DATE(WS-HOL-CNT)
                                          TO WS-HOL-LAST-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF .

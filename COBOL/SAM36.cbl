      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM36
      *
      * AUTHOR :  Doug Stout
      *
      * OPEN-DISPUTES AGING REPORT.
      *
      * A DISPUTE CASE (SEE DSPREC) HOLDS ITS AMOUNT OUT OF THE
      * FINANCE CHARGES AND THE RECEIVABLES AGING FOR AS LONG AS IT
      * STAYS OPEN, SO A CASE NOBODY WORKS IS MONEY NOBODY CHASES.
      * THIS REPORT AGES THE CASES THEMSELVES: EVERY OPEN CASE IS
      * LISTED WITH THE DAYS SINCE IT WAS OPENED, AND ANY CASE OPEN
      * LONGER THAN THE LIMIT IS FLAGGED.  THE CASES ARE ALSO
      * BUCKETED 0-30, 31-60, 61-90 AND OVER 90 DAYS, WITH COUNTS
      * AND AMOUNTS.  THE CUSTOMER NAME COMES FROM THE KEYED MASTER
      * COPY WHEN ONE IS ALLOCATED.
      *
      * RETURN CODE 4 WHEN ANY CASE IS PAST THE LIMIT, SO THE
      * SCHEDULER CAN CHASE IT.  READ ONLY - NOTHING IS UPDATED.
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    LIMIT=nnn     DAYS A CASE MAY STAY OPEN BEFORE IT IS
      *                  FLAGGED                         (DEFAULT 060)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM36.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DISPUTE-FILE     ASSIGN TO DSPFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DSP-KEY
                   FILE STATUS  IS  WS-DSP-STATUS WS-DSP-STATUS-2.

            SELECT CUSTOMER-FILE-INDEXED ASSIGN TO CUSTIDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CSTIDX-KEY
                   FILE STATUS  IS  WS-CUSTIDX-STATUS
                                    WS-CUSTIDX-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO DSPRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  DISPUTE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY DSPREC REPLACING ==:TAG:== BY ==DSP==.

       FD  CUSTOMER-FILE-INDEXED
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CSTIDX==.

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
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
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-DSP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DSP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-CUSTIDX-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTIDX-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-DSP-EOF              PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
      *        Names = the keyed master copy is allocated.
           05  WS-CUSTIDX-ACTIVE       PIC X     VALUE 'N'.
           05  WS-LIMIT-DAYS           PIC 9(3)  VALUE 60.
      *        Day numbers from the SAM30 date service: the
      *        business date's, and the days each case has been
      *        open.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-OPEN-DAYS            PIC S9(9) COMP VALUE +0.
           05  WS-AGE-BUCKET           PIC S9(4) COMP VALUE +0.
           05  WS-EDIT-DATE            PIC 9(8)  VALUE 0.
           05  FILLER  REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-CCYY        PIC 9(4).
               10  WS-EDIT-MM          PIC 99.
               10  WS-EDIT-DD          PIC 99.

       01  DISPUTE-TOTALS.
           05  NUM-DSP-READ          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSP-OPEN          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSP-CLOSED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAST-LIMIT        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-MASTER         PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-OPEN-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PAST-LIMIT-AMT    PIC S9(11)V99 COMP-3 VALUE +0.
           05  AGE-BUCKET-CNT        PIC S9(9)   COMP-3
                                     OCCURS 4 VALUE +0.
           05  AGE-BUCKET-AMT        PIC S9(11)V99 COMP-3
                                     OCCURS 4 VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'OPEN DISPUTES AGING REPORT        DATE: '.
           05  RPT-MM                     PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  RPT-DD                     PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  RPT-YY                     PIC 99.
           05  FILLER                     PIC X(20)
                          VALUE ' (mm/dd/yy)   TIME: '.
           05  RPT-HH                     PIC 99.
           05  FILLER                     PIC X     VALUE ':'.
           05  RPT-MIN                    PIC 99.
           05  FILLER                     PIC X     VALUE ':'.
           05  RPT-SS                     PIC 99.
           05  FILLER                     PIC X(55) VALUE SPACES.
       01  RPT-LIMIT-LINE.
           05  FILLER PIC X(30) VALUE 'Days a case may stay open:  '.
           05  RPT-LIMIT-DAYS      PIC ZZ9.
           05  FILLER PIC X(99) VALUE SPACES.
       01  RPT-CASE-COL1.
           05  FILLER PIC X(29) VALUE 'ACCOUNT   NAME'.
           05  FILLER PIC X(10) VALUE 'CASE'.
           05  FILLER PIC X(12) VALUE 'OPENED'.
           05  FILLER PIC X(6)  VALUE ' DAYS'.
           05  FILLER PIC X(16) VALUE '        AMOUNT'.
           05  FILLER PIC X(5)  VALUE 'CCY'.
           05  FILLER PIC X(32) VALUE 'REASON'.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(10) VALUE SPACES.
       01  RPT-CASE-LINE.
           05  RPT-CASE-ID         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-NAME       PIC X(17).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-NO         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-OPEN-MM    PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RPT-CASE-OPEN-DD    PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RPT-CASE-OPEN-CCYY  PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-DAYS       PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CASE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-CCY        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-REASON     PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-FLAG       PIC X(12).
           05  FILLER              PIC X(10) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER PIC X(40) VALUE
               'No dispute cases open.'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-BUCKET-HDR.
           05  FILLER PIC X(48) VALUE
               'Open cases by days since opened:'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-BUCKET-LINE.
           05  RPT-BKT-NAME        PIC X(14).
           05  RPT-BKT-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-BKT-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87) VALUE SPACES.
       01  RPT-DSP-TOTAL-LINE.
           05  RPT-DSP-TOTAL-TEXT  PIC X(30).
           05  RPT-DSP-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-DSP-AMOUNT-LINE.
           05  RPT-DSP-AMOUNT-TEXT PIC X(30).
           05  RPT-DSP-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM36 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-AGE-ONE-CASE
                       UNTIL WS-DSP-EOF = 'Y'
           END-IF .

           PERFORM 850-REPORT-DISPUTES .
           PERFORM 790-CLOSE-FILES .

           IF NUM-PAST-LIMIT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF .
           DISPLAY 'SAM36 OPEN DISPUTE CASES   = '
                   NUM-DSP-OPEN .
           DISPLAY 'SAM36 CASES PAST THE LIMIT = '
                   NUM-PAST-LIMIT .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM36 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-AGE-ONE-CASE.
           READ DISPUTE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-DSP-EOF
           END-READ.
           EVALUATE WS-DSP-STATUS
              WHEN '00'
                  ADD +1 TO NUM-DSP-READ
                  IF DSP-STATUS = 'O'
                      ADD +1 TO NUM-DSP-OPEN
                      PERFORM 110-AGE-OPEN-CASE
                  ELSE
                      ADD +1 TO NUM-DSP-CLOSED
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-DSP-EOF
              WHEN OTHER
                  DISPLAY 'DISPUTE FILE READ ERROR. RC:'
                          WS-DSP-STATUS '/' WS-DSP-STATUS-2
                  MOVE 16 TO RETURN-CODE
                  MOVE 'Y' TO WS-DSP-EOF
           END-EVALUATE .

       110-AGE-OPEN-CASE.
           MOVE 'N' TO BDS-FUNCTION.
           MOVE DSP-OPENED-DATE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF BDS-RETURN NOT = '00'
      *        no usable opened date: treat it as the oldest kind
               MOVE 99999 TO WS-OPEN-DAYS
           ELSE
               COMPUTE WS-OPEN-DAYS = WS-RUN-DAYS - BDS-DAY-NUMBER
               IF WS-OPEN-DAYS < 0
                   MOVE 0 TO WS-OPEN-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-OPEN-DAYS <= 30
                   MOVE 1 TO WS-AGE-BUCKET
               WHEN WS-OPEN-DAYS <= 60
                   MOVE 2 TO WS-AGE-BUCKET
               WHEN WS-OPEN-DAYS <= 90
                   MOVE 3 TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BUCKET
           END-EVALUATE.
           ADD +1 TO AGE-BUCKET-CNT(WS-AGE-BUCKET).
           ADD DSP-AMOUNT TO AGE-BUCKET-AMT(WS-AGE-BUCKET).
           ADD DSP-AMOUNT TO TOT-OPEN-AMT.
           MOVE SPACES TO RPT-CASE-FLAG.
           IF WS-OPEN-DAYS > WS-LIMIT-DAYS
               ADD +1 TO NUM-PAST-LIMIT
               ADD DSP-AMOUNT TO TOT-PAST-LIMIT-AMT
               MOVE '*PAST LIMIT*' TO RPT-CASE-FLAG
           END-IF.
           PERFORM 115-READ-MASTER.
           PERFORM 140-WRITE-CASE-LINE.

       115-READ-MASTER.
           MOVE SPACES TO RPT-CASE-NAME.
           IF WS-CUSTIDX-ACTIVE = 'Y'
               MOVE DSP-CUST-KEY TO CSTIDX-KEY
               READ CUSTOMER-FILE-INDEXED
               EVALUATE WS-CUSTIDX-STATUS
                  WHEN '00'
                  WHEN '04'
                      MOVE CSTIDX-NAME TO RPT-CASE-NAME
                  WHEN '23'
                      ADD +1 TO NUM-NO-MASTER
                      MOVE '(NOT ON FILE)' TO RPT-CASE-NAME
                  WHEN OTHER
                      DISPLAY 'CUSTOMER INDEX READ ERROR. KEY:'
                              DSP-CUST-KEY ' RC:' WS-CUSTIDX-STATUS
                              '/' WS-CUSTIDX-STATUS-2
               END-EVALUATE
           END-IF.

       140-WRITE-CASE-LINE.
           MOVE DSP-CUST-KEY(1:8)        TO RPT-CASE-ID.
           MOVE DSP-CASE-NO              TO RPT-CASE-NO.
           MOVE DSP-OPENED-DATE          TO WS-EDIT-DATE.
           MOVE WS-EDIT-MM               TO RPT-CASE-OPEN-MM.
           MOVE WS-EDIT-DD               TO RPT-CASE-OPEN-DD.
           MOVE WS-EDIT-CCYY             TO RPT-CASE-OPEN-CCYY.
           MOVE WS-OPEN-DAYS             TO RPT-CASE-DAYS.
           MOVE DSP-AMOUNT               TO RPT-CASE-AMOUNT.
           MOVE DSP-CURRENCY             TO RPT-CASE-CCY.
           MOVE DSP-REASON               TO RPT-CASE-REASON.
           WRITE REPORT-RECORD FROM RPT-CASE-LINE.

       700-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           OPEN INPUT    DISPUTE-FILE .
           IF WS-DSP-STATUS NOT = '00' AND WS-DSP-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING DISPUTE FILE. RC:'
                     WS-DSP-STATUS '/' WS-DSP-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        The names are a convenience; without the master copy
      *        the cases are still listed, by key alone.
           OPEN INPUT    CUSTOMER-FILE-INDEXED .
           IF WS-CUSTIDX-STATUS = '00' OR WS-CUSTIDX-STATUS = '97'
             MOVE 'Y' TO WS-CUSTIDX-ACTIVE
           ELSE
             DISPLAY 'CUSTOMER INDEX NOT AVAILABLE - NO NAMES. RC:'
                     WS-CUSTIDX-STATUS '/' WS-CUSTIDX-STATUS-2
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - 60-DAY LIMIT. RC:'
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
                   EVALUATE WS-PARM-KEYWORD
                       WHEN 'LIMIT'
                           IF WS-PARM-VALUE(1:3) NUMERIC
                               MOVE WS-PARM-VALUE(1:3)
                                           TO WS-LIMIT-DAYS
                           ELSE
                               DISPLAY 'BAD LIMIT PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN OTHER
                           DISPLAY 'UNKNOWN PARM IGNORED: '
                                   WS-PARM-KEYWORD
                   END-EVALUATE
               END-IF
           END-IF .

       780-GET-BUSINESS-DATE.
      *
      *        Cases are aged to the business date on the shared
      *        control record (SAM30 service).  No BUSDATE DD =
      *        system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

       790-CLOSE-FILES.
           IF WS-FILE-ERROR NOT = 'Y'
               CLOSE DISPUTE-FILE
           END-IF .
           IF WS-CUSTIDX-ACTIVE = 'Y'
               CLOSE CUSTOMER-FILE-INDEXED
           END-IF .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE WS-LIMIT-DAYS TO RPT-LIMIT-DAYS.
           WRITE REPORT-RECORD FROM RPT-LIMIT-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-CASE-COL1 AFTER 2.

       850-REPORT-DISPUTES.
           IF NUM-DSP-OPEN = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-BUCKET-HDR AFTER 2.
           MOVE '0-30 days     ' TO RPT-BKT-NAME.
           MOVE AGE-BUCKET-CNT(1) TO RPT-BKT-CNT.
           MOVE AGE-BUCKET-AMT(1) TO RPT-BKT-AMT.
           WRITE REPORT-RECORD FROM RPT-BUCKET-LINE.
           MOVE '31-60 days    ' TO RPT-BKT-NAME.
           MOVE AGE-BUCKET-CNT(2) TO RPT-BKT-CNT.
           MOVE AGE-BUCKET-AMT(2) TO RPT-BKT-AMT.
           WRITE REPORT-RECORD FROM RPT-BUCKET-LINE.
           MOVE '61-90 days    ' TO RPT-BKT-NAME.
           MOVE AGE-BUCKET-CNT(3) TO RPT-BKT-CNT.
           MOVE AGE-BUCKET-AMT(3) TO RPT-BKT-AMT.
           WRITE REPORT-RECORD FROM RPT-BUCKET-LINE.
           MOVE 'over 90 days  ' TO RPT-BKT-NAME.
           MOVE AGE-BUCKET-CNT(4) TO RPT-BKT-CNT.
           MOVE AGE-BUCKET-AMT(4) TO RPT-BKT-AMT.
           WRITE REPORT-RECORD FROM RPT-BUCKET-LINE.
           MOVE 'Cases read:                 '
                               TO RPT-DSP-TOTAL-TEXT.
           MOVE NUM-DSP-READ   TO RPT-DSP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DSP-TOTAL-LINE AFTER 2.
           MOVE 'Closed (not listed):        '
                               TO RPT-DSP-TOTAL-TEXT.
           MOVE NUM-DSP-CLOSED TO RPT-DSP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DSP-TOTAL-LINE.
           MOVE 'Open cases:                 '
                               TO RPT-DSP-TOTAL-TEXT.
           MOVE NUM-DSP-OPEN   TO RPT-DSP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DSP-TOTAL-LINE.
           MOVE 'Amount in open disputes:    '
                               TO RPT-DSP-AMOUNT-TEXT.
           MOVE TOT-OPEN-AMT   TO RPT-DSP-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-DSP-AMOUNT-LINE.
           MOVE 'Open past the limit:        '
                               TO RPT-DSP-TOTAL-TEXT.
           MOVE NUM-PAST-LIMIT TO RPT-DSP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DSP-TOTAL-LINE AFTER 2.
           MOVE 'Amount past the limit:      '
                               TO RPT-DSP-AMOUNT-TEXT.
           MOVE TOT-PAST-LIMIT-AMT TO RPT-DSP-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-DSP-AMOUNT-LINE.
           IF NUM-NO-MASTER > 0
               MOVE 'Open on a key not on file:  '
                                   TO RPT-DSP-TOTAL-TEXT
               MOVE NUM-NO-MASTER  TO RPT-DSP-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-DSP-TOTAL-LINE
           END-IF.

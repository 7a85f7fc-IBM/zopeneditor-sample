      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM38
      *
      * AUTHOR :  Doug Stout
      *
      * BAD-DEBT REPORT.
      *
      * READS THE BAD-DEBT LEDGER (SEE BDLREC) THAT SAM1'S WRTOFF
      * AND WRTREV TRANSACTIONS AND THE RECOVERIES ON WRITTEN-OFF
      * ACCOUNTS MAINTAIN, AND TOTALS IT BY MONTH OF THE ENTRY DATE:
      * WRITE-OFFS TAKEN, RECOVERIES RECEIVED (PAYMENT REVERSALS
      * NETTED IN), WRITE-OFFS REVERSED (THE BALANCE REINSTATED) AND
      * THE NET BAD DEBT FOR THE MONTH -- WRITTEN OFF, LESS
      * RECOVERED, LESS REINSTATED.  THE LEDGER IS IN EACH ACCOUNT'S
      * OWN CURRENCY, SO A MONTH WITH ACTIVITY IN MORE THAN ONE
      * CURRENCY GETS A LINE PER CURRENCY (BLANK = BASE CURRENCY),
      * AND THE GRAND TOTALS ARE BY CURRENCY TOO.  THE FOOT OF THE
      * REPORT ALSO GIVES THE WRITE-OFFS STILL STANDING AND WHAT IS
      * STILL UNRECOVERED ON THEM, WHATEVER THE MONTH RANGE.
      *
      * READ ONLY - NOTHING IS UPDATED.  RC 16 = FILE OPEN FAILURE.
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    FROM=ccyymm   FIRST MONTH REPORTED           (DEFAULT ALL)
      *    TO=ccyymm     LAST MONTH REPORTED            (DEFAULT ALL)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BAD-DEBT-FILE    ASSIGN TO BDLFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BDL-KEY
                   FILE STATUS  IS  WS-BDL-STATUS WS-BDL-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO BDLRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BAD-DEBT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY BDLREC REPLACING ==:TAG:== BY ==BDL==.

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
           05  WS-BDL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BDL-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-BDL-EOF              PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
      *        Month range; the defaults take in every month.
           05  WS-FROM-MONTH           PIC 9(6)  VALUE 0.
           05  WS-TO-MONTH             PIC 9(6)  VALUE 999999.
           05  WS-ENTRY-MONTH          PIC 9(6)  VALUE 0.
           05  FILLER  REDEFINES WS-ENTRY-MONTH.
               10  WS-ENTRY-CCYY       PIC 9(4).
               10  WS-ENTRY-MM         PIC 99.
           05  WS-MON-KEY.
               10  WS-MON-KEY-MONTH    PIC 9(6).
               10  WS-MON-KEY-CCY      PIC X(3).
           05  WS-MON-IX               PIC S9(4) COMP VALUE +0.
           05  WS-MON-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-MON-SHIFT            PIC S9(4) COMP VALUE +0.
           05  WS-CCY-IX               PIC S9(4) COMP VALUE +0.
           05  WS-CCY-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-PREV-MONTH           PIC 9(6)  VALUE 0.
           05  WS-RANGE-TEXT           PIC X(7)  VALUE SPACES.

      *        One row per month and currency with ledger activity,
      *        kept in month/currency order as rows are added.
       01  MONTH-TABLE.
           05  WS-MON-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-MON-MAX              PIC S9(4) COMP VALUE +600.
           05  MON-ENTRY OCCURS 600.
               10  MON-KEY             PIC X(9).
               10  MON-WO-CNT          PIC S9(7)     COMP-3.
               10  MON-WO-AMT          PIC S9(11)V99 COMP-3.
               10  MON-RCV-CNT         PIC S9(7)     COMP-3.
               10  MON-RCV-AMT         PIC S9(11)V99 COMP-3.
               10  MON-REV-CNT         PIC S9(7)     COMP-3.
               10  MON-REV-AMT         PIC S9(11)V99 COMP-3.

      *        Grand totals by currency.
       01  CURRENCY-TABLE.
           05  WS-CCY-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-CCY-MAX              PIC S9(4) COMP VALUE +50.
           05  CCY-ENTRY OCCURS 50.
               10  CCY-CODE            PIC X(3).
               10  CCY-WO-CNT          PIC S9(7)     COMP-3.
               10  CCY-WO-AMT          PIC S9(11)V99 COMP-3.
               10  CCY-RCV-CNT         PIC S9(7)     COMP-3.
               10  CCY-RCV-AMT         PIC S9(11)V99 COMP-3.
               10  CCY-REV-CNT         PIC S9(7)     COMP-3.
               10  CCY-REV-AMT         PIC S9(11)V99 COMP-3.
               10  CCY-STAND-CNT       PIC S9(7)     COMP-3.
               10  CCY-STAND-AMT       PIC S9(11)V99 COMP-3.
               10  CCY-UNRCV-AMT       PIC S9(11)V99 COMP-3.

       01  BAD-DEBT-TOTALS.
           05  NUM-BDL-READ          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OUT-OF-RANGE      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BAD-ENTRY         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TABLE-FULL        PIC S9(9)   COMP-3  VALUE +0.
           05  WS-NET-AMT            PIC S9(11)V99 COMP-3 VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'BAD-DEBT REPORT                   DATE: '.
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
       01  RPT-RANGE-LINE.
           05  FILLER PIC X(16) VALUE 'Months from:    '.
           05  RPT-RANGE-FROM      PIC X(7).
           05  FILLER PIC X(6)  VALUE '  to: '.
           05  RPT-RANGE-TO        PIC X(7).
           05  FILLER PIC X(96) VALUE SPACES.
       01  RPT-MONTH-COL1.
           05  FILLER PIC X(12) VALUE 'MONTH'.
           05  FILLER PIC X(5)  VALUE 'CCY'.
           05  FILLER PIC X(28) VALUE
               '  --------WRITTEN OFF------'.
           05  FILLER PIC X(28) VALUE
               '  ---------RECOVERED-------'.
           05  FILLER PIC X(28) VALUE
               '  ---------REINSTATED------'.
           05  FILLER PIC X(20) VALUE
               '        NET BAD DEBT'.
           05  FILLER PIC X(11) VALUE SPACES.
       01  RPT-MONTH-COL2.
           05  FILLER PIC X(17) VALUE SPACES.
           05  FILLER PIC X(28) VALUE
               '   COUNT             AMOUNT'.
           05  FILLER PIC X(28) VALUE
               '   COUNT             AMOUNT'.
           05  FILLER PIC X(28) VALUE
               '   COUNT             AMOUNT'.
           05  FILLER PIC X(31) VALUE SPACES.
       01  RPT-MONTH-LINE.
           05  RPT-MON-PERIOD.
               10  RPT-MON-MM      PIC X(2).
               10  RPT-MON-SLASH   PIC X     VALUE '/'.
               10  RPT-MON-CCYY    PIC X(4).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-MON-CCY         PIC X(3).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-MON-WO-CNT      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-MON-WO-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MON-RCV-CNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-MON-RCV-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MON-REV-CNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-MON-REV-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MON-NET-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(11) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER PIC X(40) VALUE
               'No bad-debt activity in the months.'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-STAND-HDR.
           05  FILLER PIC X(48) VALUE
               'Write-offs still standing (all months):'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-STAND-COL1.
           05  FILLER PIC X(17) VALUE 'CCY'.
           05  FILLER PIC X(28) VALUE
               '   COUNT         WRITTEN OFF'.
           05  FILLER PIC X(20) VALUE
               '         UNRECOVERED'.
           05  FILLER PIC X(67) VALUE SPACES.
       01  RPT-STAND-LINE.
           05  RPT-STAND-CCY       PIC X(3).
           05  FILLER              PIC X(15) VALUE SPACES.
           05  RPT-STAND-CNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-STAND-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-STAND-UNRCV     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(67) VALUE SPACES.
       01  RPT-BDL-TOTAL-LINE.
           05  RPT-BDL-TOTAL-TEXT  PIC X(30).
           05  RPT-BDL-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM38 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-READ-ONE-ENTRY
                       UNTIL WS-BDL-EOF = 'Y'
           END-IF .

           PERFORM 850-REPORT-BAD-DEBT .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM38 LEDGER ENTRIES READ  = '
                   NUM-BDL-READ .
           DISPLAY 'SAM38 MONTH LINES REPORTED = '
                   WS-MON-CNT .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM38 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-READ-ONE-ENTRY.
           READ BAD-DEBT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-BDL-EOF
           END-READ.
           EVALUATE WS-BDL-STATUS
              WHEN '00'
                  ADD +1 TO NUM-BDL-READ
                  PERFORM 110-TOTAL-ONE-ENTRY
              WHEN '10'
                  MOVE 'Y' TO WS-BDL-EOF
              WHEN OTHER
                  DISPLAY 'BAD-DEBT LEDGER READ ERROR. RC:'
                          WS-BDL-STATUS '/' WS-BDL-STATUS-2
                  MOVE 16 TO RETURN-CODE
                  MOVE 'Y' TO WS-BDL-EOF
           END-EVALUATE .

       110-TOTAL-ONE-ENTRY.
           IF BDL-AMOUNT NOT NUMERIC
              OR BDL-ENTRY-DATE NOT NUMERIC
              OR (BDL-ENTRY-TYPE NOT = 'W'
                  AND BDL-ENTRY-TYPE NOT = 'R'
                  AND BDL-ENTRY-TYPE NOT = 'V')
               ADD +1 TO NUM-BAD-ENTRY
               DISPLAY 'BAD-DEBT ENTRY SKIPPED. KEY:' BDL-KEY
           ELSE
               PERFORM 120-TOTAL-CURRENCY
               MOVE BDL-ENTRY-DATE(1:6) TO WS-ENTRY-MONTH
               IF WS-ENTRY-MONTH < WS-FROM-MONTH
                  OR WS-ENTRY-MONTH > WS-TO-MONTH
                   ADD +1 TO NUM-OUT-OF-RANGE
               ELSE
                   PERFORM 130-TOTAL-MONTH
               END-IF
           END-IF .

       120-TOTAL-CURRENCY.
      *
      *        Grand totals for the months reported, plus the
      *        standing write-offs and what is still unrecovered on
      *        them, which do not depend on the month range.
      *
           MOVE 0 TO WS-CCY-FOUND.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT
                OR WS-CCY-FOUND > 0
               IF CCY-CODE(WS-CCY-IX) = BDL-CURRENCY
                   MOVE WS-CCY-IX TO WS-CCY-FOUND
               END-IF
           END-PERFORM.
           IF WS-CCY-FOUND = 0
               IF WS-CCY-CNT < WS-CCY-MAX
                   ADD +1 TO WS-CCY-CNT
                   MOVE WS-CCY-CNT TO WS-CCY-FOUND
                   MOVE BDL-CURRENCY TO CCY-CODE(WS-CCY-FOUND)
                   MOVE +0 TO CCY-WO-CNT(WS-CCY-FOUND)
                              CCY-WO-AMT(WS-CCY-FOUND)
                              CCY-RCV-CNT(WS-CCY-FOUND)
                              CCY-RCV-AMT(WS-CCY-FOUND)
                              CCY-REV-CNT(WS-CCY-FOUND)
                              CCY-REV-AMT(WS-CCY-FOUND)
                              CCY-STAND-CNT(WS-CCY-FOUND)
                              CCY-STAND-AMT(WS-CCY-FOUND)
                              CCY-UNRCV-AMT(WS-CCY-FOUND)
               ELSE
                   ADD +1 TO NUM-TABLE-FULL
               END-IF
           END-IF.
           IF WS-CCY-FOUND > 0
               IF BDL-ENTRY-TYPE = 'W' AND BDL-STATUS = SPACE
                   ADD +1 TO CCY-STAND-CNT(WS-CCY-FOUND)
                   ADD BDL-AMOUNT TO CCY-STAND-AMT(WS-CCY-FOUND)
                   ADD BDL-AMOUNT TO CCY-UNRCV-AMT(WS-CCY-FOUND)
                   IF BDL-RECOVERED NUMERIC
                       SUBTRACT BDL-RECOVERED
                           FROM CCY-UNRCV-AMT(WS-CCY-FOUND)
                   END-IF
               END-IF
               MOVE BDL-ENTRY-DATE(1:6) TO WS-ENTRY-MONTH
               IF WS-ENTRY-MONTH NOT < WS-FROM-MONTH
                  AND WS-ENTRY-MONTH NOT > WS-TO-MONTH
                   EVALUATE BDL-ENTRY-TYPE
                       WHEN 'W'
                           ADD +1 TO CCY-WO-CNT(WS-CCY-FOUND)
                           ADD BDL-AMOUNT TO CCY-WO-AMT(WS-CCY-FOUND)
                       WHEN 'R'
                           ADD +1 TO CCY-RCV-CNT(WS-CCY-FOUND)
                           ADD BDL-AMOUNT
                               TO CCY-RCV-AMT(WS-CCY-FOUND)
                       WHEN 'V'
                           ADD +1 TO CCY-REV-CNT(WS-CCY-FOUND)
                           SUBTRACT BDL-AMOUNT
                               FROM CCY-REV-AMT(WS-CCY-FOUND)
                   END-EVALUATE
               END-IF
           END-IF .

       130-TOTAL-MONTH.
      *
      *        Find the month/currency row; a new one is slotted in
      *        where it sorts, so the table is already in report
      *        order when the ledger is exhausted.
      *
           MOVE WS-ENTRY-MONTH TO WS-MON-KEY-MONTH.
           MOVE BDL-CURRENCY   TO WS-MON-KEY-CCY.
           MOVE 0 TO WS-MON-FOUND.
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
             UNTIL WS-MON-IX > WS-MON-CNT
                OR MON-KEY(WS-MON-IX) NOT < WS-MON-KEY
               CONTINUE
           END-PERFORM.
           IF WS-MON-IX NOT > WS-MON-CNT
              AND MON-KEY(WS-MON-IX) = WS-MON-KEY
               MOVE WS-MON-IX TO WS-MON-FOUND
           ELSE
               IF WS-MON-CNT < WS-MON-MAX
                   PERFORM 135-INSERT-MONTH
               ELSE
                   ADD +1 TO NUM-TABLE-FULL
               END-IF
           END-IF.
           IF WS-MON-FOUND > 0
               EVALUATE BDL-ENTRY-TYPE
                   WHEN 'W'
                       ADD +1 TO MON-WO-CNT(WS-MON-FOUND)
                       ADD BDL-AMOUNT TO MON-WO-AMT(WS-MON-FOUND)
                   WHEN 'R'
                       ADD +1 TO MON-RCV-CNT(WS-MON-FOUND)
                       ADD BDL-AMOUNT TO MON-RCV-AMT(WS-MON-FOUND)
      *                a reversal's amount is negative: reinstated
      *                is reported as a positive figure
                   WHEN 'V'
                       ADD +1 TO MON-REV-CNT(WS-MON-FOUND)
                       SUBTRACT BDL-AMOUNT
                           FROM MON-REV-AMT(WS-MON-FOUND)
               END-EVALUATE
           END-IF .

       135-INSERT-MONTH.
           PERFORM VARYING WS-MON-SHIFT FROM WS-MON-CNT BY -1
             UNTIL WS-MON-SHIFT < WS-MON-IX
               MOVE MON-ENTRY(WS-MON-SHIFT)
                                   TO MON-ENTRY(WS-MON-SHIFT + 1)
           END-PERFORM.
           ADD +1 TO WS-MON-CNT.
           MOVE WS-MON-IX TO WS-MON-FOUND.
           MOVE WS-MON-KEY TO MON-KEY(WS-MON-FOUND).
           MOVE +0 TO MON-WO-CNT(WS-MON-FOUND)
                      MON-WO-AMT(WS-MON-FOUND)
                      MON-RCV-CNT(WS-MON-FOUND)
                      MON-RCV-AMT(WS-MON-FOUND)
                      MON-REV-CNT(WS-MON-FOUND)
                      MON-REV-AMT(WS-MON-FOUND) .

       700-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           OPEN INPUT    BAD-DEBT-FILE .
           IF WS-BDL-STATUS NOT = '00' AND WS-BDL-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING BAD-DEBT LEDGER. RC:'
                     WS-BDL-STATUS '/' WS-BDL-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - ALL MONTHS. RC:'
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
                       WHEN 'FROM'
                           PERFORM 708-EDIT-MONTH-PARM
                           IF WS-ENTRY-MONTH > 0
                               MOVE WS-ENTRY-MONTH TO WS-FROM-MONTH
                           END-IF
                       WHEN 'TO'
                           PERFORM 708-EDIT-MONTH-PARM
                           IF WS-ENTRY-MONTH > 0
                               MOVE WS-ENTRY-MONTH TO WS-TO-MONTH
                           END-IF
                       WHEN OTHER
                           DISPLAY 'UNKNOWN PARM IGNORED: '
                                   WS-PARM-KEYWORD
                   END-EVALUATE
               END-IF
           END-IF .

       708-EDIT-MONTH-PARM.
           MOVE 0 TO WS-ENTRY-MONTH.
           IF WS-PARM-VALUE(1:6) NUMERIC
              AND WS-PARM-VALUE(7:) = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-ENTRY-MONTH
               IF WS-ENTRY-MM < 1 OR WS-ENTRY-MM > 12
                   MOVE 0 TO WS-ENTRY-MONTH
               END-IF
           END-IF.
           IF WS-ENTRY-MONTH = 0
               DISPLAY 'BAD ' WS-PARM-KEYWORD ' PARM IGNORED: '
                       WS-PARM-VALUE
           END-IF .

       780-GET-BUSINESS-DATE.
      *
      *        The report is dated with the business date on the
      *        shared control record (SAM30 service).  No BUSDATE
      *        DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           IF WS-FILE-ERROR NOT = 'Y'
               CLOSE BAD-DEBT-FILE
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
           MOVE WS-FROM-MONTH TO WS-ENTRY-MONTH.
           PERFORM 805-EDIT-RANGE-MONTH.
           MOVE WS-RANGE-TEXT TO RPT-RANGE-FROM.
           MOVE WS-TO-MONTH TO WS-ENTRY-MONTH.
           PERFORM 805-EDIT-RANGE-MONTH.
           MOVE WS-RANGE-TEXT TO RPT-RANGE-TO.
           WRITE REPORT-RECORD FROM RPT-RANGE-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-MONTH-COL1 AFTER 2.
           WRITE REPORT-RECORD FROM RPT-MONTH-COL2.

       805-EDIT-RANGE-MONTH.
      *
      *        mm/ccyy; the open ends of the range print as words.
      *
           MOVE SPACES TO WS-RANGE-TEXT.
           EVALUATE WS-ENTRY-MONTH
               WHEN 0
                   MOVE 'FIRST' TO WS-RANGE-TEXT
               WHEN 999999
                   MOVE 'LAST'  TO WS-RANGE-TEXT
               WHEN OTHER
                   MOVE WS-ENTRY-MM   TO WS-RANGE-TEXT(1:2)
                   MOVE '/'           TO WS-RANGE-TEXT(3:1)
                   MOVE WS-ENTRY-CCYY TO WS-RANGE-TEXT(4:4)
           END-EVALUATE .

       850-REPORT-BAD-DEBT.
           IF WS-MON-CNT = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.
           MOVE 0 TO WS-PREV-MONTH.
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
             UNTIL WS-MON-IX > WS-MON-CNT
               PERFORM 855-WRITE-MONTH-LINE
           END-PERFORM.
      *
      *        Grand totals for the months reported, a line per
      *        currency.
      *
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT
               MOVE 'TOTAL'   TO RPT-MON-PERIOD
               MOVE CCY-CODE(WS-CCY-IX)    TO RPT-MON-CCY
               MOVE CCY-WO-CNT(WS-CCY-IX)  TO RPT-MON-WO-CNT
               MOVE CCY-WO-AMT(WS-CCY-IX)  TO RPT-MON-WO-AMT
               MOVE CCY-RCV-CNT(WS-CCY-IX) TO RPT-MON-RCV-CNT
               MOVE CCY-RCV-AMT(WS-CCY-IX) TO RPT-MON-RCV-AMT
               MOVE CCY-REV-CNT(WS-CCY-IX) TO RPT-MON-REV-CNT
               MOVE CCY-REV-AMT(WS-CCY-IX) TO RPT-MON-REV-AMT
               COMPUTE WS-NET-AMT = CCY-WO-AMT(WS-CCY-IX)
                                  - CCY-RCV-AMT(WS-CCY-IX)
                                  - CCY-REV-AMT(WS-CCY-IX)
               MOVE WS-NET-AMT TO RPT-MON-NET-AMT
               IF WS-CCY-IX = 1
                   WRITE REPORT-RECORD FROM RPT-MONTH-LINE AFTER 2
               ELSE
                   WRITE REPORT-RECORD FROM RPT-MONTH-LINE
               END-IF
           END-PERFORM.
           WRITE REPORT-RECORD FROM RPT-STAND-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-STAND-COL1.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT
               MOVE CCY-CODE(WS-CCY-IX)      TO RPT-STAND-CCY
               MOVE CCY-STAND-CNT(WS-CCY-IX) TO RPT-STAND-CNT
               MOVE CCY-STAND-AMT(WS-CCY-IX) TO RPT-STAND-AMT
               MOVE CCY-UNRCV-AMT(WS-CCY-IX) TO RPT-STAND-UNRCV
               WRITE REPORT-RECORD FROM RPT-STAND-LINE
           END-PERFORM.
           MOVE 'Ledger entries read:        '
                               TO RPT-BDL-TOTAL-TEXT.
           MOVE NUM-BDL-READ   TO RPT-BDL-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BDL-TOTAL-LINE AFTER 2.
           MOVE 'Outside the months:         '
                               TO RPT-BDL-TOTAL-TEXT.
           MOVE NUM-OUT-OF-RANGE TO RPT-BDL-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BDL-TOTAL-LINE.
           IF NUM-BAD-ENTRY > 0
               MOVE 'Unreadable entries skipped: '
                                   TO RPT-BDL-TOTAL-TEXT
               MOVE NUM-BAD-ENTRY  TO RPT-BDL-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BDL-TOTAL-LINE
           END-IF.
           IF NUM-TABLE-FULL > 0
               MOVE 'Not totalled - table full:  '
                                   TO RPT-BDL-TOTAL-TEXT
               MOVE NUM-TABLE-FULL TO RPT-BDL-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BDL-TOTAL-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       855-WRITE-MONTH-LINE.
      *
      *        The month prints on its first currency line only.
      *
           MOVE MON-KEY(WS-MON-IX) TO WS-MON-KEY.
           MOVE WS-MON-KEY-MONTH TO WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH = WS-PREV-MONTH
               MOVE SPACES TO RPT-MON-MM RPT-MON-CCYY
               MOVE SPACE  TO RPT-MON-SLASH
           ELSE
               MOVE WS-ENTRY-MM   TO RPT-MON-MM
               MOVE WS-ENTRY-CCYY TO RPT-MON-CCYY
               MOVE '/'           TO RPT-MON-SLASH
           END-IF.
           MOVE WS-ENTRY-MONTH TO WS-PREV-MONTH.
           MOVE WS-MON-KEY-CCY         TO RPT-MON-CCY.
           MOVE MON-WO-CNT(WS-MON-IX)  TO RPT-MON-WO-CNT.
           MOVE MON-WO-AMT(WS-MON-IX)  TO RPT-MON-WO-AMT.
           MOVE MON-RCV-CNT(WS-MON-IX) TO RPT-MON-RCV-CNT.
           MOVE MON-RCV-AMT(WS-MON-IX) TO RPT-MON-RCV-AMT.
           MOVE MON-REV-CNT(WS-MON-IX) TO RPT-MON-REV-CNT.
           MOVE MON-REV-AMT(WS-MON-IX) TO RPT-MON-REV-AMT.
           COMPUTE WS-NET-AMT = MON-WO-AMT(WS-MON-IX)
                              - MON-RCV-AMT(WS-MON-IX)
                              - MON-REV-AMT(WS-MON-IX).
           MOVE WS-NET-AMT TO RPT-MON-NET-AMT.
           WRITE REPORT-RECORD FROM RPT-MONTH-LINE.

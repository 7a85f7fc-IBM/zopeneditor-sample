      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM45
      *
      * AUTHOR :  Doug Stout
      *
      * CUSTOMER VALUE SEGMENTATION FOR MARKETING.
      *
      * SCORES EVERY MASTER IN THE CURRENT GENERATION ON:
      *    - RECENCY: CALENDAR DAYS SINCE CUST-LAST-PAY-DATE, OR
      *      CUST-LAST-MAINT-DATE WHEN NO PAYMENT IS ON RECORD (SAM30
      *      DAY ARITHMETIC, AS THE AGING REPORT USES)
      *    - FREQUENCY: CUST-ORDERS-YTD
      *    - MONETARY VALUE: THE 12 CUST-MONTH BUCKETS (THIS YEAR'S
      *      SPEND), THE PRIOR HISTYEARS YEARS ON THE YEAR-HISTORY
      *      DATASET (HISTFILE), AND THIS YEAR'S MONTHLY AVERAGE
      *      AGAINST LAST YEAR'S
      * AND ASSIGNS A VALUE SEGMENT, FIRST MATCH WINS:
      *    WRITTEN OFF                                  O  OTHER
      *    NO ACTIVITY WITHIN LAPSEDAYS (OR NO USABLE
      *      DATE) AND SPENT OR ORDERED AT SOME TIME    P  LAPSED
      *    NO ACTIVITY WITHIN LAPSEDAYS, NEVER SPENT    O  OTHER
      *    NO ACTIVITY WITHIN ACTIVEDAYS                A  AT RISK
      *    MONTHLY AVERAGE BELOW DECLINEPCT OF LAST
      *      YEAR'S                                     A  AT RISK
      *    NO YEAR HISTORY IN THE YEARS LOOKED AT       N  NEW
      *    CHAMPORDERS ORDERS AND CHAMPSPEND THIS YEAR  C  CHAMPION
      *    LOYALORDERS ORDERS                           L  LOYAL
      *    OTHERWISE                                    O  OTHER
      * WITHOUT THE YEAR-HISTORY DATASET THE NEW AND DECLINING RULES
      * ARE PASSED BY (SAID ON THE CONSOLE AND THE REPORT).
      *
      * THE SEGMENT IS STAMPED ON THE MASTER (CUST-SEGMENT) THROUGH
      * THE NIGHTLY: A MASTER WHOSE SEGMENT HAS CHANGED GETS AN
      * UPDATE SEGMENT REPLACE TRANSACTION ON THE SEGDECK DECK, IN
      * KEY SEQUENCE AND READY TO POINT AT TRANFEED, SO THE CHANGE
      * IS EDITED, AUDITED AND JOURNALED LIKE ANY OTHER.  MASTERS
      * WHOSE SEGMENT STANDS GET NO CARD.
      *
      * THE SEGMENT PROFILE REPORT (SEGRPT) GIVES, PER SEGMENT, THE
      * CUSTOMER COUNT AND SHARE, AVERAGE SPEND THIS YEAR AND OVER
      * THE PRIOR YEARS, AVERAGE ORDERS AND THE NUMBER RESTAMPED,
      * THEN THE STATE MIX: CUSTOMERS BY STATE ACROSS THE SEGMENTS.
      * SAM1'S MARKETING EXTRACT CARRIES THE STAMPED SEGMENT AND ITS
      * MKTSEGMENT RUN PARM SELECTS ON IT.
      *
      * RC 4 = STATE TABLE FULL (LATER STATES COUNTED AS ONE LINE);
      * RC 8 = READ OR DECK WRITE ERROR; RC 16 = OPEN ERROR.
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    ACTIVEDAYS=nnn   ACTIVITY WITHIN THIS MANY DAYS
      *                     COUNTS AS ACTIVE             (DEFAULT 090)
      *    LAPSEDAYS=nnn    NONE WITHIN THIS MANY = LAPSED (DEFAULT 365)
      *    CHAMPORDERS=nnnnn  ORDERS THIS YEAR FOR CHAMPION
      *                                                (DEFAULT 00012)
      *    CHAMPSPEND=nnnnnnnnn  SPEND THIS YEAR FOR CHAMPION,
      *                     2 DECIMALS IMPLIED        (DEFAULT 5000.00)
      *    LOYALORDERS=nnnnn  ORDERS THIS YEAR FOR LOYAL (DEFAULT 00004)
      *    DECLINEPCT=nnn   THIS YEAR'S MONTHLY AVERAGE BELOW THIS
      *                     PERCENT OF LAST YEAR'S = AT RISK
      *                                                  (DEFAULT 050)
      *    HISTYEARS=n      PRIOR YEARS READ, 1-5          (DEFAULT 2)
      *    SUBMITTER=xxxxxxxx  DECK SUBMITTER         (DEFAULT SEGMENT)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT HISTORY-FILE     ASSIGN TO HISTFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HIST-KEY
                   FILE STATUS  IS  WS-HIST-STATUS WS-HIST-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT DECK-FILE        ASSIGN TO SEGDECK
                   FILE STATUS  IS  WS-DECK-STATUS WS-DECK-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO SEGRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY HISTREC REPLACING ==:TAG:== BY ==HIST==.

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  DECK-FILE
           RECORDING MODE IS F.
       01  DECK-RECORD                PIC X(201).

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
       COPY TRANREC.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-HIST-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-HIST-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-DECK-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DECK-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-REC-LEN              PIC 9(4)  COMP   VALUE 0.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-HIST-ACTIVE          PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
      *        Segment rules (see the parm card list above).
           05  WS-ACTIVE-DAYS          PIC 9(3)  VALUE 090.
           05  WS-LAPSE-DAYS           PIC 9(3)  VALUE 365.
           05  WS-CHAMP-ORDERS         PIC 9(5)  VALUE 00012.
           05  WS-CHAMP-SPEND          PIC 9(7)V99 VALUE 5000.00.
           05  WS-LOYAL-ORDERS         PIC 9(5)  VALUE 00004.
           05  WS-DECLINE-PCT          PIC 9(3)  VALUE 050.
           05  WS-HIST-YEARS           PIC 9     VALUE 2.
           05  WS-DEFAULT-SUBMITTER    PIC X(8)  VALUE 'SEGMENT '.
           05  WS-PARM-NUM             PIC 9(7)V99 VALUE 0.
           05  WS-PARM-NUM-X  REDEFINES WS-PARM-NUM PIC X(9).
      *        Calendar day numbers from the SAM30 date service.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-THEN-DAYS            PIC S9(9) COMP VALUE +0.
           05  WS-DATE-YYMMDD          PIC 9(6)  VALUE 0.
      *        The facts gathered for the master being scored.
           05  WS-RECENT-KNOWN         PIC X     VALUE 'N'.
           05  WS-RECENT-DAYS          PIC S9(9) COMP VALUE +0.
           05  WS-ORDERS               PIC S9(7)     COMP-3 VALUE +0.
           05  WS-YEAR-SPEND           PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-PRIOR-SPEND          PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-CUR-AVG              PIC S9(7)V99  COMP-3 VALUE +0.
           05  WS-PRIOR-AVG            PIC S9(7)V99  COMP-3 VALUE +0.
           05  WS-HIST-FOUND           PIC S9(4) COMP VALUE +0.
           05  WS-HIST-BACK            PIC S9(4) COMP VALUE +0.
           05  WS-DECLINING            PIC X     VALUE 'N'.
           05  WS-MONTH-IX             PIC S9(4) COMP VALUE +0.
           05  WS-OLD-SEGMENT          PIC X     VALUE SPACE.
           05  WS-NEW-SEGMENT          PIC X     VALUE SPACE.

      *        The segments, in report order.  Entry 7 of the count
      *        tables below is the all-segments total.
       01  SEGMENT-NAMES.
           05  FILLER PIC X(11) VALUE 'CCHAMPION  '.
           05  FILLER PIC X(11) VALUE 'LLOYAL     '.
           05  FILLER PIC X(11) VALUE 'AAT RISK   '.
           05  FILLER PIC X(11) VALUE 'PLAPSED    '.
           05  FILLER PIC X(11) VALUE 'NNEW       '.
           05  FILLER PIC X(11) VALUE 'OOTHER     '.
       01  SEGMENT-NAME-TABLE REDEFINES SEGMENT-NAMES.
           05  SEGN-ENTRY OCCURS 6.
               10  SEGN-CODE           PIC X.
               10  SEGN-NAME           PIC X(10).

       01  SEGMENT-TOTALS.
           05  WS-SEG-IX               PIC S9(4) COMP VALUE +0.
           05  WS-SEG-FOUND            PIC S9(4) COMP VALUE +0.
           05  SEGT-ENTRY OCCURS 7.
               10  SEGT-COUNT          PIC S9(9)     COMP-3.
               10  SEGT-YEAR-SPEND     PIC S9(13)V99 COMP-3.
               10  SEGT-PRIOR-SPEND    PIC S9(13)V99 COMP-3.
               10  SEGT-ORDERS         PIC S9(11)    COMP-3.
               10  SEGT-RESTAMPED      PIC S9(9)     COMP-3.
           05  WS-AVG-SPEND            PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-AVG-ORDERS           PIC S9(7)     COMP-3 VALUE +0.
           05  WS-SEG-PCT              PIC S9(3)V9   COMP-3 VALUE +0.

      *        Customers by state and segment, kept in state order
      *        as states are met.  Column 7 is the state's total.
      *        Room for 100 states; the spare row ends the search.
       01  STATE-MIX-TABLE.
           05  WS-ST-CNT               PIC S9(4) COMP VALUE +0.
           05  WS-ST-IX                PIC S9(4) COMP VALUE +0.
           05  WS-ST-FOUND             PIC S9(4) COMP VALUE +0.
           05  WS-ST-COL               PIC S9(4) COMP VALUE +0.
           05  WS-ST-FULL              PIC X     VALUE 'N'.
           05  ST-ENTRY OCCURS 101.
               10  ST-CODE             PIC X(2).
               10  ST-COUNT            PIC S9(7) COMP-3 OCCURS 7.
           05  ST-OVERFLOW-COUNT       PIC S9(7) COMP-3 OCCURS 7.

       01  SEGMENT-RUN-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-DATE           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WITH-HISTORY      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNCHANGED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DECK-WRITTEN      PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'CUSTOMER VALUE SEGMENTATION       DATE: '.
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
       01  RPT-SEG-HDR.
           05  FILLER PIC X(60) VALUE
               'Segment profile:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-SEG-COL.
           05  FILLER PIC X(34) VALUE
               'SEG SEGMENT       CUSTOMERS    PCT'.
           05  FILLER PIC X(32) VALUE
               '  AVG YEAR SPEND   AVG PRIOR YRS'.
           05  FILLER PIC X(21) VALUE '  ORDERS    RESTAMPED'.
           05  FILLER PIC X(45) VALUE SPACES.
       01  RPT-SEG-LINE.
           05  RPT-SG-CODE         PIC X.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-SG-NAME         PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SG-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SG-PCT          PIC ZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SG-AVG-YEAR     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SG-AVG-PRIOR    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SG-AVG-ORDERS   PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SG-RESTAMPED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.
       01  RPT-STATE-HDR.
           05  FILLER PIC X(60) VALUE
               'State mix by segment (customers):'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-STATE-COL.
           05  FILLER PIC X(38) VALUE
               'ST CHAMPION    LOYAL  AT RISK   LAPSED'.
           05  FILLER PIC X(27) VALUE '      NEW    OTHER    TOTAL'.
           05  FILLER PIC X(67) VALUE SPACES.
       01  RPT-STATE-LINE.
           05  RPT-ST-CODE         PIC X(2).
           05  RPT-ST-CELL OCCURS 7.
               10  FILLER          PIC X(2).
               10  RPT-ST-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(67) VALUE SPACES.
       01  RPT-SEG-NOTE-LINE.
           05  RPT-SEG-NOTE        PIC X(80).
           05  FILLER              PIC X(52) VALUE SPACES.
       01  RPT-SEG-TOTAL-LINE.
           05  RPT-SEG-TOTAL-TEXT  PIC X(30).
           05  RPT-SEG-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM45 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

           PERFORM 705-INIT-TABLES .
           PERFORM 706-READ-RUN-PARMS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-READ-MASTER
                   UNTIL WS-CUST-FILE-EOF = 'Y'
           END-IF .

           PERFORM 850-REPORT-SEGMENTS .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM45 MASTERS SEGMENTED    = ' NUM-MASTER-RECS .
           DISPLAY 'SAM45 DECK TRANSACTIONS    = ' NUM-DECK-WRITTEN .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM45 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-READ-MASTER.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF
           END-READ.
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  IF CUST-KEY = ALL '9'
                      MOVE 'Y' TO WS-CUST-FILE-EOF
                  ELSE
                      ADD +1 TO NUM-RECS-READ
                      IF CUST-REC-TYPE = 'A'
                          ADD +1 TO NUM-MASTER-RECS
      *                   a master written before the segment was
      *                   appended reads as blank past its own end
                          IF WS-REC-LEN < LENGTH OF CUST-REC
                              MOVE SPACES
                                  TO CUST-REC(WS-REC-LEN + 1:)
                          END-IF
                          PERFORM 110-SEGMENT-ONE-MASTER
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CUST-FILE-EOF
              WHEN OTHER
                  DISPLAY 'CUSTOMER FILE READ ERROR. RC:'
                          WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-CUST-FILE-EOF
           END-EVALUATE .

       110-SEGMENT-ONE-MASTER.
           PERFORM 120-GATHER-RECENCY.
           PERFORM 130-GATHER-SPEND.
           PERFORM 140-ASSIGN-SEGMENT.
           PERFORM 150-TALLY-SEGMENT.
           PERFORM 160-TALLY-STATE.
           MOVE CUST-SEGMENT TO WS-OLD-SEGMENT.
           IF WS-NEW-SEGMENT = WS-OLD-SEGMENT
               ADD +1 TO NUM-UNCHANGED
           ELSE
               PERFORM 170-WRITE-DECK-TRAN
           END-IF .

       120-GATHER-RECENCY.
      *
      *        The last payment, or failing one the last time the
      *        master was touched.  A date that is no real date is
      *        no evidence of activity at all.
      *
           MOVE 'N' TO WS-RECENT-KNOWN.
           MOVE +0  TO WS-RECENT-DAYS.
           MOVE 0   TO WS-DATE-YYMMDD.
           IF CUST-LAST-PAY-DATE NUMERIC
              AND CUST-LAST-PAY-DATE NOT = ZERO
               MOVE CUST-LAST-PAY-DATE TO WS-DATE-YYMMDD
           ELSE
               IF CUST-LAST-MAINT-DATE NUMERIC
                  AND CUST-LAST-MAINT-DATE NOT = ZERO
                   MOVE CUST-LAST-MAINT-DATE TO WS-DATE-YYMMDD
               END-IF
           END-IF.
           IF WS-DATE-YYMMDD NOT = 0
               MOVE 'N' TO BDS-FUNCTION
               MOVE WS-DATE-YYMMDD TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '00'
                   MOVE BDS-DAY-NUMBER TO WS-THEN-DAYS
                   COMPUTE WS-RECENT-DAYS = WS-RUN-DAYS - WS-THEN-DAYS
                   IF WS-RECENT-DAYS < 0
                       MOVE 0 TO WS-RECENT-DAYS
                   END-IF
                   MOVE 'Y' TO WS-RECENT-KNOWN
               END-IF
           END-IF.
           IF WS-RECENT-KNOWN NOT = 'Y'
               ADD +1 TO NUM-NO-DATE
           END-IF .

       130-GATHER-SPEND.
      *
      *        This year's spend is the 12 month buckets; the prior
      *        years come off the year history by key and year,
      *        counting back from the master's bucket year.  Last
      *        year's monthly average is kept for the decline test.
      *
           MOVE +0 TO WS-ORDERS WS-YEAR-SPEND WS-PRIOR-SPEND
                      WS-CUR-AVG WS-PRIOR-AVG WS-HIST-FOUND.
           MOVE 'N' TO WS-DECLINING.
           IF CUST-ORDERS-YTD NUMERIC
               MOVE CUST-ORDERS-YTD TO WS-ORDERS
           END-IF.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
             UNTIL WS-MONTH-IX > 12
               IF CUST-MONTH(WS-MONTH-IX) NUMERIC
                   ADD CUST-MONTH(WS-MONTH-IX) TO WS-YEAR-SPEND
               END-IF
           END-PERFORM.
           IF CUST-MONTH-AVG NUMERIC
               MOVE CUST-MONTH-AVG TO WS-CUR-AVG
           END-IF.
           IF WS-HIST-ACTIVE = 'Y' AND CUST-MONTH-YEAR NUMERIC
              AND CUST-MONTH-YEAR > WS-HIST-YEARS
               PERFORM VARYING WS-HIST-BACK FROM 1 BY 1
                 UNTIL WS-HIST-BACK > WS-HIST-YEARS
                   PERFORM 135-READ-HISTORY-YEAR
               END-PERFORM
           END-IF.
           IF WS-HIST-FOUND > 0
               ADD +1 TO NUM-WITH-HISTORY
           END-IF.
           IF WS-PRIOR-AVG > 0
               IF WS-CUR-AVG * 100 < WS-PRIOR-AVG * WS-DECLINE-PCT
                   MOVE 'Y' TO WS-DECLINING
               END-IF
           END-IF .

       135-READ-HISTORY-YEAR.
           MOVE CUST-KEY TO HIST-CUST-KEY.
           COMPUTE HIST-YEAR = CUST-MONTH-YEAR - WS-HIST-BACK.
           READ HISTORY-FILE.
           EVALUATE WS-HIST-STATUS
              WHEN '00'
                  ADD +1 TO WS-HIST-FOUND
                  PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                    UNTIL WS-MONTH-IX > 12
                      IF HIST-MONTH(WS-MONTH-IX) NUMERIC
                          ADD HIST-MONTH(WS-MONTH-IX) TO WS-PRIOR-SPEND
                      END-IF
                  END-PERFORM
                  IF WS-HIST-BACK = 1 AND HIST-MONTH-AVG NUMERIC
                      MOVE HIST-MONTH-AVG TO WS-PRIOR-AVG
                  END-IF
              WHEN '23'
                  CONTINUE
              WHEN OTHER
                  DISPLAY 'YEAR HISTORY READ ERROR. KEY:'
                          CUST-KEY ' RC:' WS-HIST-STATUS '/'
                          WS-HIST-STATUS-2
           END-EVALUATE .

       140-ASSIGN-SEGMENT.
           EVALUATE TRUE
               WHEN CUST-WRITEOFF-FLAG = 'W'
                   MOVE 'O' TO WS-NEW-SEGMENT
               WHEN WS-RECENT-KNOWN NOT = 'Y'
                 OR WS-RECENT-DAYS > WS-LAPSE-DAYS
                   IF WS-YEAR-SPEND > 0 OR WS-PRIOR-SPEND > 0
                      OR WS-ORDERS > 0
                       MOVE 'P' TO WS-NEW-SEGMENT
                   ELSE
                       MOVE 'O' TO WS-NEW-SEGMENT
                   END-IF
               WHEN WS-RECENT-DAYS > WS-ACTIVE-DAYS
                   MOVE 'A' TO WS-NEW-SEGMENT
               WHEN WS-DECLINING = 'Y'
                   MOVE 'A' TO WS-NEW-SEGMENT
               WHEN WS-HIST-ACTIVE = 'Y' AND WS-HIST-FOUND = 0
                   MOVE 'N' TO WS-NEW-SEGMENT
               WHEN WS-ORDERS >= WS-CHAMP-ORDERS
                AND WS-YEAR-SPEND >= WS-CHAMP-SPEND
                   MOVE 'C' TO WS-NEW-SEGMENT
               WHEN WS-ORDERS >= WS-LOYAL-ORDERS
                   MOVE 'L' TO WS-NEW-SEGMENT
               WHEN OTHER
                   MOVE 'O' TO WS-NEW-SEGMENT
           END-EVALUATE .

       150-TALLY-SEGMENT.
           MOVE 0 TO WS-SEG-FOUND.
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
             UNTIL WS-SEG-IX > 6
                OR WS-SEG-FOUND > 0
               IF SEGN-CODE(WS-SEG-IX) = WS-NEW-SEGMENT
                   MOVE WS-SEG-IX TO WS-SEG-FOUND
               END-IF
           END-PERFORM.
           MOVE WS-SEG-FOUND TO WS-SEG-IX.
           PERFORM 155-ADD-TO-SEGMENT.
           MOVE 7 TO WS-SEG-IX.
           PERFORM 155-ADD-TO-SEGMENT.

       155-ADD-TO-SEGMENT.
           ADD +1             TO SEGT-COUNT(WS-SEG-IX).
           ADD WS-YEAR-SPEND  TO SEGT-YEAR-SPEND(WS-SEG-IX).
           ADD WS-PRIOR-SPEND TO SEGT-PRIOR-SPEND(WS-SEG-IX).
           ADD WS-ORDERS      TO SEGT-ORDERS(WS-SEG-IX).
           IF WS-NEW-SEGMENT NOT = CUST-SEGMENT
               ADD +1         TO SEGT-RESTAMPED(WS-SEG-IX)
           END-IF .

       160-TALLY-STATE.
      *
      *        Find the state, or open its row in state order.  Once
      *        the table is full, later states share one line.
      *
           MOVE 0 TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
             UNTIL WS-ST-IX > WS-ST-CNT
                OR WS-ST-FOUND > 0
                OR ST-CODE(WS-ST-IX) > CUST-STATE
               IF ST-CODE(WS-ST-IX) = CUST-STATE
                   MOVE WS-ST-IX TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = 0 AND WS-ST-CNT < 100
               PERFORM 165-OPEN-STATE-ROW
           END-IF.
           IF WS-ST-FOUND > 0
               ADD +1 TO ST-COUNT(WS-ST-FOUND, WS-SEG-FOUND)
               ADD +1 TO ST-COUNT(WS-ST-FOUND, 7)
           ELSE
               IF WS-ST-FULL NOT = 'Y'
                   MOVE 'Y' TO WS-ST-FULL
                   DISPLAY 'STATE TABLE FULL - LATER STATES '
                           'REPORTED TOGETHER'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               ADD +1 TO ST-OVERFLOW-COUNT(WS-SEG-FOUND)
               ADD +1 TO ST-OVERFLOW-COUNT(7)
           END-IF .

       165-OPEN-STATE-ROW.
      *        WS-ST-IX stopped on the first higher state (or one
      *        past the end); the rows from there move down one.
           MOVE WS-ST-IX TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IX FROM WS-ST-CNT BY -1
             UNTIL WS-ST-IX < WS-ST-FOUND
               MOVE ST-ENTRY(WS-ST-IX) TO ST-ENTRY(WS-ST-IX + 1)
           END-PERFORM.
           ADD +1 TO WS-ST-CNT.
           MOVE CUST-STATE TO ST-CODE(WS-ST-FOUND).
           PERFORM VARYING WS-ST-COL FROM 1 BY 1
             UNTIL WS-ST-COL > 7
               MOVE +0 TO ST-COUNT(WS-ST-FOUND, WS-ST-COL)
           END-PERFORM .

       170-WRITE-DECK-TRAN.
           MOVE SPACES        TO TRANSACTION-RECORD.
           MOVE 'UPDATE'      TO TRAN-CODE.
           MOVE CUST-KEY      TO TRAN-KEY.
           MOVE WS-DEFAULT-SUBMITTER TO TRAN-SUBMITTER.
           MOVE 'REPLACE '    TO TRAN-ACTION.
           MOVE 'SEGMENT   '  TO TRAN-FIELD-NAME.
           MOVE WS-NEW-SEGMENT TO TRAN-UPDATE-DATA(1:1).
           WRITE DECK-RECORD FROM TRANSACTION-RECORD.
           IF WS-DECK-STATUS NOT = '00'
               DISPLAY 'SEGMENT DECK WRITE ERROR. KEY:' CUST-KEY
                       ' RC:' WS-DECK-STATUS '/' WS-DECK-STATUS-2
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-DECK-WRITTEN
           END-IF .

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                OUTPUT   DECK-FILE
                         REPORT-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-DECK-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SEGMENT DECK FILE. RC:'
                     WS-DECK-STATUS '/' WS-DECK-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        Without the year history the prior years are unknown:
      *        no one can be told new, or declining.
           OPEN INPUT HISTORY-FILE .
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '97'
               MOVE 'Y' TO WS-HIST-ACTIVE
           ELSE
               MOVE 'N' TO WS-HIST-ACTIVE
               DISPLAY 'NO YEAR HISTORY - NEW AND DECLINING NOT '
                       'SCORED. RC:' WS-HIST-STATUS '/'
                       WS-HIST-STATUS-2
           END-IF .

       705-INIT-TABLES.
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
             UNTIL WS-SEG-IX > 7
               MOVE +0 TO SEGT-COUNT(WS-SEG-IX)
                          SEGT-YEAR-SPEND(WS-SEG-IX)
                          SEGT-PRIOR-SPEND(WS-SEG-IX)
                          SEGT-ORDERS(WS-SEG-IX)
                          SEGT-RESTAMPED(WS-SEG-IX)
                          ST-OVERFLOW-COUNT(WS-SEG-IX)
           END-PERFORM .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - DEFAULT SEGMENT RULES. RC:'
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
               WHEN 'ACTIVEDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-ACTIVE-DAYS
                   ELSE
                       DISPLAY 'BAD ACTIVEDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'LAPSEDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-LAPSE-DAYS
                   ELSE
                       DISPLAY 'BAD LAPSEDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'CHAMPORDERS'
                   IF WS-PARM-VALUE(1:5) NUMERIC
                       MOVE WS-PARM-VALUE(1:5) TO WS-CHAMP-ORDERS
                   ELSE
                       DISPLAY 'BAD CHAMPORDERS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'CHAMPSPEND'
                   IF WS-PARM-VALUE(1:9) NUMERIC
                       MOVE WS-PARM-VALUE(1:9) TO WS-PARM-NUM-X
                       MOVE WS-PARM-NUM        TO WS-CHAMP-SPEND
                   ELSE
                       DISPLAY 'BAD CHAMPSPEND PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'LOYALORDERS'
                   IF WS-PARM-VALUE(1:5) NUMERIC
                       MOVE WS-PARM-VALUE(1:5) TO WS-LOYAL-ORDERS
                   ELSE
                       DISPLAY 'BAD LOYALORDERS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'DECLINEPCT'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-DECLINE-PCT
                   ELSE
                       DISPLAY 'BAD DECLINEPCT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'HISTYEARS'
                   IF WS-PARM-VALUE(1:1) >= '1'
                      AND WS-PARM-VALUE(1:1) <= '5'
                      AND WS-PARM-VALUE(2:1) = SPACE
                       MOVE WS-PARM-VALUE(1:1) TO WS-HIST-YEARS
                   ELSE
                       DISPLAY 'BAD HISTYEARS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'SUBMITTER'
                   IF WS-PARM-VALUE NOT = SPACES
                       MOVE WS-PARM-VALUE(1:8) TO WS-DEFAULT-SUBMITTER
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARM IGNORED: '
                           WS-PARM-KEYWORD
           END-EVALUATE .

       780-GET-BUSINESS-DATE.
      *
      *        The processing date is the business date on the
      *        shared control record (SAM30 service), not the
      *        clock.  No BUSDATE DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           IF WS-HIST-ACTIVE = 'Y'
               CLOSE HISTORY-FILE
           END-IF .
           CLOSE DECK-FILE .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.

       850-REPORT-SEGMENTS.
           WRITE REPORT-RECORD FROM RPT-SEG-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-SEG-COL.
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
             UNTIL WS-SEG-IX > 7
               PERFORM 855-REPORT-ONE-SEGMENT
           END-PERFORM.
           IF WS-HIST-ACTIVE NOT = 'Y'
               MOVE 'No year history: NEW and the decline test were not
      -             ' scored.' TO RPT-SEG-NOTE
               WRITE REPORT-RECORD FROM RPT-SEG-NOTE-LINE AFTER 2
           END-IF.
           PERFORM 860-REPORT-STATE-MIX.
           MOVE 'Master records segmented:   ' TO RPT-SEG-TOTAL-TEXT.
           MOVE NUM-MASTER-RECS     TO RPT-SEG-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SEG-TOTAL-LINE AFTER 2.
           MOVE 'With no usable activity date:' TO RPT-SEG-TOTAL-TEXT.
           MOVE NUM-NO-DATE         TO RPT-SEG-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SEG-TOTAL-LINE.
           MOVE 'With prior-year history:    ' TO RPT-SEG-TOTAL-TEXT.
           MOVE NUM-WITH-HISTORY    TO RPT-SEG-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SEG-TOTAL-LINE.
           MOVE 'Segment unchanged:          ' TO RPT-SEG-TOTAL-TEXT.
           MOVE NUM-UNCHANGED       TO RPT-SEG-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SEG-TOTAL-LINE.
           MOVE 'Deck transactions written:  ' TO RPT-SEG-TOTAL-TEXT.
           MOVE NUM-DECK-WRITTEN    TO RPT-SEG-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SEG-TOTAL-LINE.

       855-REPORT-ONE-SEGMENT.
           IF WS-SEG-IX > 6
               MOVE SPACE          TO RPT-SG-CODE
               MOVE 'ALL'          TO RPT-SG-NAME
           ELSE
               MOVE SEGN-CODE(WS-SEG-IX) TO RPT-SG-CODE
               MOVE SEGN-NAME(WS-SEG-IX) TO RPT-SG-NAME
           END-IF.
           MOVE SEGT-COUNT(WS-SEG-IX)     TO RPT-SG-COUNT.
           MOVE SEGT-RESTAMPED(WS-SEG-IX) TO RPT-SG-RESTAMPED.
           MOVE +0 TO WS-SEG-PCT.
           IF SEGT-COUNT(7) > 0
               COMPUTE WS-SEG-PCT ROUNDED =
                       SEGT-COUNT(WS-SEG-IX) * 100 / SEGT-COUNT(7)
           END-IF.
           MOVE WS-SEG-PCT TO RPT-SG-PCT.
           MOVE +0 TO WS-AVG-SPEND.
           IF SEGT-COUNT(WS-SEG-IX) > 0
               COMPUTE WS-AVG-SPEND ROUNDED =
                   SEGT-YEAR-SPEND(WS-SEG-IX) / SEGT-COUNT(WS-SEG-IX)
           END-IF.
           MOVE WS-AVG-SPEND TO RPT-SG-AVG-YEAR.
           MOVE +0 TO WS-AVG-SPEND.
           IF SEGT-COUNT(WS-SEG-IX) > 0
               COMPUTE WS-AVG-SPEND ROUNDED =
                   SEGT-PRIOR-SPEND(WS-SEG-IX) / SEGT-COUNT(WS-SEG-IX)
           END-IF.
           MOVE WS-AVG-SPEND TO RPT-SG-AVG-PRIOR.
           MOVE +0 TO WS-AVG-ORDERS.
           IF SEGT-COUNT(WS-SEG-IX) > 0
               COMPUTE WS-AVG-ORDERS ROUNDED =
                   SEGT-ORDERS(WS-SEG-IX) / SEGT-COUNT(WS-SEG-IX)
           END-IF.
           MOVE WS-AVG-ORDERS TO RPT-SG-AVG-ORDERS.
           IF WS-SEG-IX > 6
               WRITE REPORT-RECORD FROM RPT-SEG-LINE AFTER 2
           ELSE
               WRITE REPORT-RECORD FROM RPT-SEG-LINE
           END-IF .

       860-REPORT-STATE-MIX.
           WRITE REPORT-RECORD FROM RPT-STATE-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-STATE-COL.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
             UNTIL WS-ST-IX > WS-ST-CNT
               IF ST-CODE(WS-ST-IX) = SPACES
                   MOVE '--' TO RPT-ST-CODE
               ELSE
                   MOVE ST-CODE(WS-ST-IX) TO RPT-ST-CODE
               END-IF
               PERFORM VARYING WS-ST-COL FROM 1 BY 1
                 UNTIL WS-ST-COL > 7
                   MOVE SPACES TO RPT-ST-CELL(WS-ST-COL)
                   MOVE ST-COUNT(WS-ST-IX, WS-ST-COL)
                     TO RPT-ST-COUNT(WS-ST-COL)
               END-PERFORM
               WRITE REPORT-RECORD FROM RPT-STATE-LINE
           END-PERFORM.
           IF WS-ST-FULL = 'Y'
               MOVE '**' TO RPT-ST-CODE
               PERFORM VARYING WS-ST-COL FROM 1 BY 1
                 UNTIL WS-ST-COL > 7
                   MOVE SPACES TO RPT-ST-CELL(WS-ST-COL)
                   MOVE ST-OVERFLOW-COUNT(WS-ST-COL)
                     TO RPT-ST-COUNT(WS-ST-COL)
               END-PERFORM
               WRITE REPORT-RECORD FROM RPT-STATE-LINE
           END-IF .

      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM48
      *
      * AUTHOR :  Doug Stout
      *
      * NIGHTLY SUSPICIOUS-ACTIVITY SCAN OF THE JOURNAL.
      *
      * READS THE KEYED JOURNAL STORE (JSTORE, LOADED BY SAM42)
      * THROUGH ITS RUN-DATE PATH FOR THE NIGHT SCANNED AND THE
      * CHANGEDAYS BEFORE IT, SORTS THE RECORDS BY CUSTOMER ID AND
      * RUN STAMP, AND LOOKS ACROSS EACH CUSTOMER'S BEFORE- AND
      * AFTER-IMAGES FOR THESE PATTERNS:
      *    TKOV  AN ADDRESS (ADDR CITY STATE COUNTRY POSTCODE),
      *          EMAIL OR CONTACT-INFO CHANGE FOLLOWED, WITHIN
      *          CHANGEDAYS, BY A BALANCE SUBTRACT OF AT LEAST
      *          TKOVAMT, A CREDIT-LIMIT RAISE OR A REFUND -- THE
      *          CLASSIC ACCOUNT TAKEOVER.  REFUNDS ARE PAID BY THE
      *          SAM1 SWEEP AT WRITE TIME AND NOT JOURNALED, SO THEY
      *          ARE FOUND IN THE COMMUNICATIONS HISTORY (COMHIST,
      *          CHANNEL R) INSTEAD;
      *    VELO  MAXCHANGES OR MORE JOURNALED CHANGES TO THE ONE
      *          CUSTOMER (MASTER AND CONTACTS) IN THE NIGHT;
      *    DORM  A MASTER DORMANT BEFORE THE NIGHT (FLAGGED 'D', OR
      *          NOT MAINTAINED FOR DORMDAYS) WHOSE BALANCE MOVED BY
      *          DORMAMT OR MORE IN ALL DURING THE NIGHT;
      *    SUBM  ONE SUBMITTER CHANGING MAXACCTS OR MORE DIFFERENT
      *          CUSTOMERS IN THE NIGHT (BLANK SUBMITTERS -- SWEEPS
      *          AND LEGACY DECKS -- ARE NOT COUNTED).
      * ONLY ACTIVITY IN THE NIGHT SCANNED RAISES AN ALERT: EARLIER
      * DAYS ARE READ ONLY FOR THE CHANGES A TAKEOVER STARTS WITH,
      * SO EACH NIGHT IS ALERTED ONCE.  A RERUN OF THE SAME NIGHT
      * LISTS ITS HITS AGAIN BUT DOES NOT RAISE THEM TWICE.
      *
      * EACH HIT IS LISTED ON THE CASE REPORT (FRDRPT) FOR THE FRAUD
      * TEAM AND WRITTEN TO THE KEYED ALERT DATASET (FRDALERT, SEE
      * FRAREC).  WITH HOLDREFUND=Y A CUSTOMER ALERT ALSO HOLDS THE
      * CUSTOMER'S REFUND FOR HOLDDAYS: THE SAM1 REFUND SWEEP PAYS
      * NOTHING WHILE AN OPEN HOLDING ALERT STANDS.  THE FRAUD TEAM
      * CLOSES ALERTS WITH RELEASE= CARDS, APPLIED BEFORE THE SCAN.
      *
      * RC 4 = COMMUNICATIONS HISTORY UNAVAILABLE (REFUNDS NOT
      * CHECKED) OR A RELEASE= WITH NO OPEN ALERT; RC 8 = READ OR
      * WRITE ERROR OR A BAD NIGHT= DATE; RC 16 = OPEN ERROR.
      *
      * PARM CARD (KEYWORD=VALUE):
      *    NIGHT=yymmdd     NIGHT TO SCAN (DEFAULT THE BUSINESS DATE
      *                     WHEN ITS NIGHTLY HAS RUN, OTHERWISE THE
      *                     PREVIOUS BUSINESS DATE)
      *    CHANGEDAYS=nnn   TKOV WINDOW IN DAYS           (DEFAULT 3)
      *    TKOVAMT=9999999v99 SMALLEST BALANCE SUBTRACT    (DEFAULT 0)
      *    MAXCHANGES=nnn   VELO THRESHOLD                (DEFAULT 5)
      *    DORMDAYS=nnn     DAYS WITHOUT MAINTENANCE    (DEFAULT 365)
      *    DORMAMT=9999999v99 DORM BALANCE MOVEMENT  (DEFAULT 1000.00)
      *    MAXACCTS=nnn     SUBM THRESHOLD               (DEFAULT 50)
      *    HOLDREFUND=Y     CUSTOMER ALERTS HOLD THE REFUND SWEEP
      *    HOLDDAYS=nnn     FOR THIS MANY DAYS           (DEFAULT 30)
      *    RELEASE=id/userid  CLOSE THE CUSTOMER'S OPEN ALERTS (ONE
      *                     CARD PER CUSTOMER, UP TO 50)
      *    TRIAL=Y          REPORT ONLY - NO ALERTS WRITTEN OR
      *                     RELEASED
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM48.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT JSTORE-FILE      ASSIGN TO JSTORE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JST-KEY
                   ALTERNATE RECORD KEY IS JST-RUN-STAMP
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT COMM-HIST-FILE   ASSIGN TO COMHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMH-KEY
                   FILE STATUS  IS  WS-CMH-STATUS WS-CMH-STATUS-2.

            SELECT ALERT-FILE       ASSIGN TO FRDALERT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FRA-KEY
                   FILE STATUS  IS  WS-FRA-STATUS WS-FRA-STATUS-2.

            SELECT SORT-FILE        ASSIGN TO SORTWK01.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO FRDRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  JSTORE-FILE.
       COPY JSTREC   REPLACING ==:TAG:== BY ==JST==.

       FD  COMM-HIST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CMHREC   REPLACING ==:TAG:== BY ==CMH==.

       FD  ALERT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY FRAREC   REPLACING ==:TAG:== BY ==FRA==.

      *        The store record as read: customer ID first, then
      *        the run stamp, so each customer's activity returns
      *        together in journal order, master and contacts
      *        interleaved.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ID                 PIC X(8).
           05  SRT-REC-TYPE           PIC X.
           05  SRT-RUN-DATE           PIC 9(8).
           05  SRT-RUN-TIME           PIC 9(8).
           05  SRT-SEQ                PIC 9(7).
           05  SRT-JOURNAL            PIC X(1422).

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
           05  WS-JRNL-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-JRNL-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-CMH-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CMH-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-FRA-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FRA-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-JRNL-EOF             PIC X     VALUE 'N'.
           05  WS-SORT-EOF             PIC X     VALUE 'N'.
           05  WS-CMH-EOF              PIC X     VALUE 'N'.
           05  WS-FRA-EOF              PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-CMH-ACTIVE           PIC X     VALUE 'N'.
           05  WS-FRA-OPEN             PIC X     VALUE 'N'.
      *        Run options from the parm card.
           05  WS-TRIAL-RUN            PIC X     VALUE 'N'.
           05  WS-HOLD-REFUND          PIC X     VALUE 'N'.
           05  WS-NIGHT                PIC X(6)  VALUE SPACES.
           05  WS-CHANGE-WINDOW        PIC 9(3)  VALUE 3.
           05  WS-MAX-CHANGES          PIC 9(3)  VALUE 5.
           05  WS-DORM-DAYS-PARM       PIC 9(3)  VALUE 365.
           05  WS-MAX-ACCOUNTS         PIC 9(3)  VALUE 50.
           05  WS-HOLD-DAYS            PIC 9(3)  VALUE 30.
           05  WS-TKOV-AMT-X           PIC 9(7)V99 VALUE 0.
           05  WS-TKOV-AMT             PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-DORM-AMT-X           PIC 9(7)V99 VALUE 1000.
           05  WS-DORM-AMT             PIC S9(9)V99 COMP-3 VALUE +0.
      *        The night scanned and the window before it, as
      *        CCYYMMDD dates and SAM30 day numbers.
           05  WS-NIGHT-FULL           PIC 9(8)  VALUE 0.
           05  WS-NIGHT-DAYS           PIC S9(9) COMP VALUE +0.
           05  WS-WINDOW-FROM          PIC 9(8)  VALUE 0.
           05  WS-HOLD-UNTIL           PIC 9(8)  VALUE 0.
           05  WS-BUS-DATE-FULL        PIC 9(8)  VALUE 0.
           05  WS-SCAN-TIME            PIC 9(8)  VALUE 0.
           05  WS-ALERT-SEQ            PIC 9(7)  VALUE 0.
           05  WS-REC-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-SUBMITTER            PIC X(8)  VALUE SPACES.
           05  WS-MOVED                PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-CHANGE-FIELD         PIC X(10) VALUE SPACES.
           05  WS-TRIGGER              PIC X(10) VALUE SPACES.
           05  WS-TRIGGER-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-BAL-SUBTRACT         PIC X     VALUE 'N'.
           05  WS-ALREADY-RAISED       PIC X     VALUE 'N'.
           05  WS-IX                   PIC S9(4) COMP VALUE +0.
           05  WS-FOUND-IX             PIC S9(4) COMP VALUE +0.
           05  WS-EDIT-COUNT           PIC ZZZZ9.
           05  WS-EDIT-DATE            PIC 9(8).
      *        The alert being raised, staged for 400.
           05  WS-ALERT-KEY            PIC X(9)  VALUE SPACES.
           05  WS-ALERT-PATTERN        PIC X(4)  VALUE SPACES.
           05  WS-ALERT-SUBMITTER      PIC X(8)  VALUE SPACES.
           05  WS-ALERT-EVENT          PIC X(10) VALUE SPACES.
           05  WS-ALERT-AMOUNT         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-ALERT-COUNT          PIC 9(5)  VALUE 0.
           05  WS-ALERT-DAYS           PIC 9(5)  VALUE 0.
           05  WS-ALERT-NAME           PIC X(17) VALUE SPACES.
           05  WS-ALERT-TEXT           PIC X(50) VALUE SPACES.

      *        The journal record carried in the sorted record, and
      *        the journaled transaction and customer images.
       COPY JRNREC.
       COPY TRANREC.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==BEF==.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==AFT==.

      *        What the scan knows of the customer in hand.
       01  CUSTOMER-GROUP-AREA.
           05  GRP-OPEN              PIC X       VALUE 'N'.
           05  GRP-ID                PIC X(8)    VALUE SPACES.
           05  GRP-NAME              PIC X(17)   VALUE SPACES.
      *        the latest identity change seen so far in the window
           05  GRP-CHG-FOUND         PIC X       VALUE 'N'.
           05  GRP-CHG-DATE          PIC 9(8)    VALUE 0.
           05  GRP-CHG-DAYS          PIC S9(9)   COMP VALUE +0.
           05  GRP-CHG-FIELD         PIC X(10)   VALUE SPACES.
           05  GRP-CHG-SUBMITTER     PIC X(8)    VALUE SPACES.
           05  GRP-TKOV-RAISED       PIC X       VALUE 'N'.
      *        the night itself
           05  GRP-NIGHT-CHANGES     PIC S9(5)   COMP VALUE +0.
           05  GRP-LAST-SUBMITTER    PIC X(8)    VALUE SPACES.
           05  GRP-DORM-CHECKED      PIC X       VALUE 'N'.
           05  GRP-WAS-DORMANT       PIC X       VALUE 'N'.
           05  GRP-DORM-DAYS         PIC S9(9)   COMP VALUE +0.
           05  GRP-ACTIVITY-AMT      PIC S9(9)V99 COMP-3 VALUE +0.
           05  GRP-SUB-CNT           PIC S9(4)   COMP VALUE +0.
           05  GRP-SUB-ID            PIC X(8)    OCCURS 20.

      *        Customers each submitter changed in the night.
       01  SUBMITTER-COUNT-AREA.
           05  WS-SUB-CNT            PIC S9(4)   COMP    VALUE +0.
           05  SUB-ENTRY OCCURS 100.
               10  SUB-ID            PIC X(8).
               10  SUB-ACCOUNTS      PIC S9(7)   COMP-3.

      *        RELEASE= cards, applied once the alert file is open.
       01  RELEASE-AREA.
           05  WS-REL-CNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-REL-KEY-IN         PIC X(9)    VALUE SPACES.
           05  WS-REL-BY-IN          PIC X(8)    VALUE SPACES.
           05  WS-REL-CLOSED         PIC S9(5)   COMP    VALUE +0.
           05  REL-ENTRY OCCURS 50.
               10  REL-KEY           PIC X(9).
               10  REL-BY            PIC X(8).

       01  SCAN-TOTALS.
           05  NUM-JRNL-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NIGHT-RECS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUSTOMERS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TKOV              PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-VELO              PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DORM              PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SUBM              PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALERTS-WRITTEN    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALERTS-RERUN      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HOLDS             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RELEASED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALERT-ERRORS      PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'SUSPICIOUS ACTIVITY CASES         DATE: '.
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
       01  RPT-NIGHT-LINE.
           05  FILLER PIC X(15) VALUE 'Night scanned: '.
           05  RPT-NIGHT           PIC 9(8).
           05  FILLER PIC X(23) VALUE '   changes read from:  '.
           05  RPT-WINDOW-FROM     PIC 9(8).
           05  FILLER PIC X(4)  VALUE SPACES.
           05  RPT-HOLD-NOTE       PIC X(40).
           05  FILLER PIC X(34) VALUE SPACES.
       01  RPT-TRIAL-LINE.
           05  FILLER PIC X(50) VALUE
               '*** TRIAL RUN - NO ALERTS WRITTEN OR RELEASED'.
           05  FILLER PIC X(82) VALUE SPACES.
       01  RPT-REL-HDR.
           05  FILLER PIC X(40) VALUE 'Alerts released:'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-REL-LINE.
           05  RPT-REL-KEY         PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-REL-BY          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-REL-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-REL-TEXT        PIC X(40).
           05  FILLER              PIC X(64) VALUE SPACES.
       01  RPT-CASE-HDR.
           05  FILLER PIC X(40) VALUE 'Cases for review:'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-CASE-COL.
           05  FILLER PIC X(33) VALUE
               'CUSTOMER  NAME              PATN'.
           05  FILLER PIC X(51) VALUE 'DETAIL'.
           05  FILLER PIC X(16) VALUE '         AMOUNT'.
           05  FILLER PIC X(32) VALUE 'SUBMITTR REFUND HELD TO'.
       01  RPT-CASE-LINE.
           05  RPT-CS-KEY          PIC X(9).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-CS-NAME         PIC X(17).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-CS-PATTERN      PIC X(4).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-CS-TEXT         PIC X(50).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-CS-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-CS-SUBMITTER    PIC X(8).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-CS-HOLD         PIC X(8).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-CS-RERUN        PIC X(14).
       01  RPT-FRD-TOTAL-LINE.
           05  RPT-FRD-TOTAL-TEXT  PIC X(30).
           05  RPT-FRD-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM48 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           MOVE CURRENT-TIME TO WS-SCAN-TIME .
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 715-SET-NIGHT .
           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 700-OPEN-FILES
           END-IF .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               IF WS-REL-CNT > 0
                   PERFORM 720-APPLY-RELEASES
               END-IF
               WRITE REPORT-RECORD FROM RPT-CASE-HDR AFTER 2
               WRITE REPORT-RECORD FROM RPT-CASE-COL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ID
                                    SRT-RUN-DATE
                                    SRT-RUN-TIME
                                    SRT-SEQ
                   INPUT PROCEDURE  IS 500-COLLECT-JOURNAL
                   OUTPUT PROCEDURE IS 600-SCAN-CUSTOMERS
               PERFORM 680-SUBMITTER-ALERTS
           END-IF .

           PERFORM 850-REPORT-TOTALS .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM48 ALERTS RAISED        = ' NUM-ALERTS-WRITTEN .
           DISPLAY 'SAM48 REFUNDS HELD         = ' NUM-HOLDS .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM48 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       400-RAISE-ALERT.
      *
      *        Lists the hit and writes it to the alert file, unless
      *        an earlier scan of the same night already raised the
      *        same pattern for the same key (a rerun).
      *
           EVALUATE WS-ALERT-PATTERN
               WHEN 'TKOV'  ADD +1 TO NUM-TKOV
               WHEN 'VELO'  ADD +1 TO NUM-VELO
               WHEN 'DORM'  ADD +1 TO NUM-DORM
               WHEN 'SUBM'  ADD +1 TO NUM-SUBM
           END-EVALUATE.
           PERFORM 410-CHECK-ALREADY-RAISED.
           MOVE WS-ALERT-KEY       TO RPT-CS-KEY.
           MOVE WS-ALERT-NAME      TO RPT-CS-NAME.
           MOVE WS-ALERT-PATTERN   TO RPT-CS-PATTERN.
           MOVE WS-ALERT-TEXT      TO RPT-CS-TEXT.
           MOVE WS-ALERT-AMOUNT    TO RPT-CS-AMOUNT.
           MOVE WS-ALERT-SUBMITTER TO RPT-CS-SUBMITTER.
           IF WS-HOLD-REFUND = 'Y' AND WS-ALERT-KEY NOT = SPACES
               MOVE WS-HOLD-UNTIL  TO RPT-CS-HOLD
           ELSE
               MOVE 'NO HOLD'      TO RPT-CS-HOLD
           END-IF.
           IF WS-ALREADY-RAISED = 'Y'
               MOVE 'ALREADY RAISED' TO RPT-CS-RERUN
               ADD +1 TO NUM-ALERTS-RERUN
           ELSE
               MOVE SPACES           TO RPT-CS-RERUN
           END-IF.
           WRITE REPORT-RECORD FROM RPT-CASE-LINE.
           IF WS-ALREADY-RAISED NOT = 'Y'
               ADD 1 TO WS-ALERT-SEQ
               MOVE SPACES             TO FRA-REC
               MOVE WS-ALERT-KEY       TO FRA-CUST-KEY
               MOVE WS-NIGHT-FULL      TO FRA-ALERT-DATE
               MOVE WS-SCAN-TIME       TO FRA-ALERT-TIME
               MOVE WS-ALERT-SEQ       TO FRA-ALERT-SEQ
               MOVE WS-ALERT-PATTERN   TO FRA-PATTERN
               MOVE 'O'                TO FRA-STATUS
               IF WS-HOLD-REFUND = 'Y' AND WS-ALERT-KEY NOT = SPACES
                   MOVE 'Y'            TO FRA-HOLD-REFUND
                   MOVE WS-HOLD-UNTIL  TO FRA-HOLD-UNTIL
                   ADD +1 TO NUM-HOLDS
               ELSE
                   MOVE 'N'            TO FRA-HOLD-REFUND
                   MOVE 0              TO FRA-HOLD-UNTIL
               END-IF
               MOVE WS-ALERT-SUBMITTER TO FRA-SUBMITTER
               MOVE 0                  TO FRA-CHANGE-DATE
               IF WS-ALERT-PATTERN = 'TKOV'
                   MOVE GRP-CHG-DATE      TO FRA-CHANGE-DATE
                   MOVE GRP-CHG-FIELD     TO FRA-CHANGE-FIELD
                   MOVE GRP-CHG-SUBMITTER TO FRA-CHANGE-SUBMITTER
               END-IF
               MOVE WS-ALERT-EVENT     TO FRA-EVENT
               MOVE WS-ALERT-AMOUNT    TO FRA-AMOUNT
               MOVE WS-ALERT-COUNT     TO FRA-COUNT
               MOVE WS-ALERT-DAYS      TO FRA-DAYS
               MOVE WS-ALERT-NAME      TO FRA-NAME
               MOVE WS-ALERT-TEXT      TO FRA-TEXT
               MOVE 0                  TO FRA-RELEASED-DATE
               IF WS-TRIAL-RUN = 'Y'
                   ADD +1 TO NUM-ALERTS-WRITTEN
               ELSE
                   WRITE FRA-REC
                   IF WS-FRA-STATUS = '00'
                       ADD +1 TO NUM-ALERTS-WRITTEN
                   ELSE
                       DISPLAY 'ALERT FILE WRITE ERROR. KEY:'
                               FRA-KEY ' RC:' WS-FRA-STATUS '/'
                               WS-FRA-STATUS-2
                       ADD +1 TO NUM-ALERT-ERRORS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       410-CHECK-ALREADY-RAISED.
           MOVE 'N' TO WS-ALREADY-RAISED.
           MOVE WS-ALERT-KEY  TO FRA-CUST-KEY.
           MOVE WS-NIGHT-FULL TO FRA-ALERT-DATE.
           MOVE 0             TO FRA-ALERT-TIME FRA-ALERT-SEQ.
           MOVE 'N' TO WS-FRA-EOF.
           START ALERT-FILE KEY IS NOT LESS THAN FRA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FRA-EOF
           END-START.
           PERFORM UNTIL WS-FRA-EOF = 'Y'
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FRA-EOF
               END-READ
               IF WS-FRA-EOF NOT = 'Y'
                   IF FRA-CUST-KEY NOT = WS-ALERT-KEY
                      OR FRA-ALERT-DATE NOT = WS-NIGHT-FULL
                       MOVE 'Y' TO WS-FRA-EOF
                   ELSE
                       IF FRA-PATTERN = WS-ALERT-PATTERN
                           MOVE 'Y' TO WS-ALREADY-RAISED
                           MOVE 'Y' TO WS-FRA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       500-COLLECT-JOURNAL.
      *
      *        The night and the CHANGEDAYS before it, in run-date
      *        order off the path, released to the sort.
      *
           MOVE WS-WINDOW-FROM TO JST-RUN-DATE.
           MOVE 0              TO JST-RUN-TIME JST-SEQ.
           START JSTORE-FILE KEY IS NOT LESS THAN JST-RUN-STAMP
               INVALID KEY MOVE 'Y' TO WS-JRNL-EOF
           END-START.
           PERFORM 510-READ-JOURNAL
               UNTIL WS-JRNL-EOF = 'Y'.

       510-READ-JOURNAL.
           READ JSTORE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           IF WS-JRNL-STATUS = '00'
              AND JST-RUN-DATE > WS-NIGHT-FULL
               MOVE 'Y' TO WS-JRNL-EOF
               MOVE '10' TO WS-JRNL-STATUS
           END-IF.
           EVALUATE WS-JRNL-STATUS
              WHEN '00'
                  ADD +1 TO NUM-JRNL-READ
                  MOVE JST-REC TO SORT-RECORD
                  RELEASE SORT-RECORD
              WHEN '10'
                  MOVE 'Y' TO WS-JRNL-EOF
              WHEN OTHER
                  DISPLAY 'JOURNAL READ ERROR. RC:'
                          WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-JRNL-EOF
           END-EVALUATE.

       600-SCAN-CUSTOMERS.
           PERFORM 610-RETURN-ONE-RECORD
                   UNTIL WS-SORT-EOF = 'Y'.
           IF GRP-OPEN = 'Y'
               PERFORM 650-CLOSE-CUSTOMER
           END-IF.

       610-RETURN-ONE-RECORD.
           RETURN SORT-FILE
             AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
           IF WS-SORT-EOF NOT = 'Y'
               IF GRP-OPEN NOT = 'Y' OR SRT-ID NOT = GRP-ID
                   IF GRP-OPEN = 'Y'
                       PERFORM 650-CLOSE-CUSTOMER
                   END-IF
                   PERFORM 620-OPEN-CUSTOMER
               END-IF
               PERFORM 630-EXAMINE-RECORD
           END-IF.

       620-OPEN-CUSTOMER.
           ADD +1 TO NUM-CUSTOMERS.
           MOVE 'Y'    TO GRP-OPEN.
           MOVE SRT-ID TO GRP-ID.
           MOVE SPACES TO GRP-NAME GRP-CHG-FIELD GRP-CHG-SUBMITTER
                          GRP-LAST-SUBMITTER.
           MOVE 'N'    TO GRP-CHG-FOUND GRP-TKOV-RAISED
                          GRP-DORM-CHECKED GRP-WAS-DORMANT.
           MOVE 0      TO GRP-CHG-DATE GRP-CHG-DAYS GRP-NIGHT-CHANGES
                          GRP-DORM-DAYS GRP-SUB-CNT.
           MOVE +0     TO GRP-ACTIVITY-AMT.

       630-EXAMINE-RECORD.
           MOVE SRT-JOURNAL TO JOURNAL-RECORD.
           MOVE JRN-TRAN-IMAGE TO TRANSACTION-RECORD.
           MOVE SPACES TO BEF-REC AFT-REC.
           MOVE JRN-BEFORE-IMAGE TO BEF-REC.
           MOVE JRN-AFTER-IMAGE  TO AFT-REC.
      *        a GEN carries its submitter after the count (SAM20)
           IF JRN-ACTION = 'GEN   '
               MOVE GEN-SUBMITTER  TO WS-SUBMITTER
           ELSE
               MOVE TRAN-SUBMITTER TO WS-SUBMITTER
           END-IF.
           IF SRT-REC-TYPE = 'A'
               IF JRN-AFTER-IMAGE NOT = SPACES
                   MOVE AFT-NAME TO GRP-NAME
               ELSE
                   IF JRN-BEFORE-IMAGE NOT = SPACES
                       MOVE BEF-NAME TO GRP-NAME
                   END-IF
               END-IF
           END-IF.
           PERFORM 635-CHECK-IDENTITY-CHANGE.
           IF SRT-RUN-DATE = WS-NIGHT-FULL
               ADD +1 TO NUM-NIGHT-RECS
               ADD +1 TO GRP-NIGHT-CHANGES
               IF WS-SUBMITTER NOT = SPACES
                   MOVE WS-SUBMITTER TO GRP-LAST-SUBMITTER
                   PERFORM 670-NOTE-GROUP-SUBMITTER
               END-IF
               IF SRT-REC-TYPE = 'A'
                  AND JRN-BEFORE-IMAGE NOT = SPACES
                  AND JRN-AFTER-IMAGE NOT = SPACES
                   IF GRP-DORM-CHECKED NOT = 'Y'
                       PERFORM 640-CHECK-DORMANT
                   END-IF
                   IF AFT-ACCT-BALANCE NUMERIC
                      AND BEF-ACCT-BALANCE NUMERIC
                       COMPUTE WS-MOVED =
                           AFT-ACCT-BALANCE - BEF-ACCT-BALANCE
                       IF WS-MOVED < 0
                           COMPUTE WS-MOVED = 0 - WS-MOVED
                       END-IF
                       ADD WS-MOVED TO GRP-ACTIVITY-AMT
                   END-IF
                   PERFORM 645-CHECK-TRIGGER
               END-IF
           END-IF.

       635-CHECK-IDENTITY-CHANGE.
      *
      *        Where the customer is reached: the master's address
      *        and email, a contact's contact info.  A new contact
      *        is new contact info, so its ADD counts too.
      *
           MOVE SPACES TO WS-CHANGE-FIELD.
           IF SRT-REC-TYPE = 'A'
               IF JRN-BEFORE-IMAGE NOT = SPACES
                  AND JRN-AFTER-IMAGE NOT = SPACES
                   EVALUATE TRUE
                       WHEN AFT-ADDR NOT = BEF-ADDR
                           MOVE 'ADDR'     TO WS-CHANGE-FIELD
                       WHEN AFT-CITY NOT = BEF-CITY
                           MOVE 'CITY'     TO WS-CHANGE-FIELD
                       WHEN AFT-STATE NOT = BEF-STATE
                           MOVE 'STATE'    TO WS-CHANGE-FIELD
                       WHEN AFT-COUNTRY NOT = BEF-COUNTRY
                           MOVE 'COUNTRY'  TO WS-CHANGE-FIELD
                       WHEN AFT-POSTAL-CODE NOT = BEF-POSTAL-CODE
                           MOVE 'POSTCODE' TO WS-CHANGE-FIELD
                       WHEN AFT-EMAIL-ADDR NOT = BEF-EMAIL-ADDR
                           MOVE 'EMAIL'    TO WS-CHANGE-FIELD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           ELSE
               IF JRN-AFTER-IMAGE NOT = SPACES
                   IF JRN-BEFORE-IMAGE = SPACES
                      OR AFT-CONTACT-INFO-OV NOT = BEF-CONTACT-INFO-OV
                       MOVE 'CONTINFO' TO WS-CHANGE-FIELD
                   END-IF
               END-IF
           END-IF.
           IF WS-CHANGE-FIELD NOT = SPACES
               MOVE 'N' TO BDS-FUNCTION
               MOVE SRT-RUN-DATE TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               MOVE 'Y'             TO GRP-CHG-FOUND
               MOVE SRT-RUN-DATE    TO GRP-CHG-DATE
               MOVE BDS-DAY-NUMBER  TO GRP-CHG-DAYS
               MOVE WS-CHANGE-FIELD TO GRP-CHG-FIELD
               MOVE WS-SUBMITTER    TO GRP-CHG-SUBMITTER
           END-IF.

       640-CHECK-DORMANT.
      *
      *        The master as it stood before the night's first
      *        change: flagged dormant by the nightly aging pass, or
      *        unmaintained for DORMDAYS.
      *
           MOVE 'Y' TO GRP-DORM-CHECKED.
           MOVE 0   TO GRP-DORM-DAYS.
           IF BEF-LAST-MAINT-DATE NUMERIC
              AND BEF-LAST-MAINT-DATE NOT = ZERO
               MOVE 'N' TO BDS-FUNCTION
               MOVE BEF-LAST-MAINT-DATE TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '00'
                   COMPUTE GRP-DORM-DAYS =
                       WS-NIGHT-DAYS - BDS-DAY-NUMBER
               END-IF
           END-IF.
           IF BEF-DORMANT-FLAG = 'D'
              OR GRP-DORM-DAYS > WS-DORM-DAYS-PARM
               MOVE 'Y' TO GRP-WAS-DORMANT
           END-IF.

       645-CHECK-TRIGGER.
      *
      *        What a takeover is after: money off the balance (a
      *        BALANCE SUBTRACT on the card), or more credit.  Only
      *        the first trigger after a change is alerted.
      *
           MOVE SPACES TO WS-TRIGGER.
           MOVE +0     TO WS-TRIGGER-AMT.
           MOVE 'N'    TO WS-BAL-SUBTRACT.
           IF JRN-ACTION = 'UPDATE'
               IF (TRAN-FIELD-NAME = 'BALANCE   '
                   AND TRAN-ACTION = 'SUBTRACT')
                  OR (TRAN-FIELD-NAME-2 = 'BALANCE   '
                   AND TRAN-ACTION-2 = 'SUBTRACT')
                  OR (TRAN-FIELD-NAME-3 = 'BALANCE   '
                   AND TRAN-ACTION-3 = 'SUBTRACT')
                   MOVE 'Y' TO WS-BAL-SUBTRACT
               END-IF
           END-IF.
           IF WS-BAL-SUBTRACT = 'Y'
              AND AFT-ACCT-BALANCE NUMERIC
              AND BEF-ACCT-BALANCE NUMERIC
              AND BEF-ACCT-BALANCE - AFT-ACCT-BALANCE > 0
              AND BEF-ACCT-BALANCE - AFT-ACCT-BALANCE
                      NOT < WS-TKOV-AMT
               MOVE 'BALSUB'    TO WS-TRIGGER
               COMPUTE WS-TRIGGER-AMT =
                   BEF-ACCT-BALANCE - AFT-ACCT-BALANCE
           ELSE
               IF AFT-CREDIT-LIMIT NUMERIC
                  AND BEF-CREDIT-LIMIT NUMERIC
                  AND AFT-CREDIT-LIMIT > BEF-CREDIT-LIMIT
                   MOVE 'CREDITLIM' TO WS-TRIGGER
                   COMPUTE WS-TRIGGER-AMT =
                       AFT-CREDIT-LIMIT - BEF-CREDIT-LIMIT
               END-IF
           END-IF.
           IF WS-TRIGGER NOT = SPACES
              AND GRP-CHG-FOUND = 'Y'
              AND GRP-TKOV-RAISED NOT = 'Y'
               PERFORM 660-RAISE-TAKEOVER
           END-IF.

       650-CLOSE-CUSTOMER.
      *
      *        Refunds are looked for only once a change has been
      *        seen and nothing else has raised the takeover.
      *
           IF GRP-CHG-FOUND = 'Y'
              AND GRP-TKOV-RAISED NOT = 'Y'
              AND WS-CMH-ACTIVE = 'Y'
               PERFORM 655-CHECK-REFUNDS
           END-IF.
           IF GRP-NIGHT-CHANGES NOT < WS-MAX-CHANGES
              AND WS-MAX-CHANGES > 0
               MOVE SPACES            TO WS-ALERT-KEY
               STRING GRP-ID 'A' DELIMITED BY SIZE INTO WS-ALERT-KEY
               END-STRING
               MOVE 'VELO'            TO WS-ALERT-PATTERN
               MOVE GRP-LAST-SUBMITTER TO WS-ALERT-SUBMITTER
               MOVE SPACES            TO WS-ALERT-EVENT
               MOVE +0                TO WS-ALERT-AMOUNT
               MOVE GRP-NIGHT-CHANGES TO WS-ALERT-COUNT
               MOVE 0                 TO WS-ALERT-DAYS
               MOVE GRP-NAME          TO WS-ALERT-NAME
               MOVE GRP-NIGHT-CHANGES TO WS-EDIT-COUNT
               MOVE SPACES            TO WS-ALERT-TEXT
               STRING WS-EDIT-COUNT ' CHANGES IN ONE NIGHT'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM 400-RAISE-ALERT
           END-IF.
           IF GRP-WAS-DORMANT = 'Y'
              AND GRP-ACTIVITY-AMT > 0
              AND GRP-ACTIVITY-AMT NOT < WS-DORM-AMT
               MOVE SPACES            TO WS-ALERT-KEY
               STRING GRP-ID 'A' DELIMITED BY SIZE INTO WS-ALERT-KEY
               END-STRING
               MOVE 'DORM'            TO WS-ALERT-PATTERN
               MOVE GRP-LAST-SUBMITTER TO WS-ALERT-SUBMITTER
               MOVE SPACES            TO WS-ALERT-EVENT
               MOVE GRP-ACTIVITY-AMT  TO WS-ALERT-AMOUNT
               MOVE GRP-NIGHT-CHANGES TO WS-ALERT-COUNT
               MOVE GRP-DORM-DAYS     TO WS-ALERT-DAYS
               MOVE GRP-NAME          TO WS-ALERT-NAME
               MOVE GRP-DORM-DAYS     TO WS-EDIT-COUNT
               MOVE SPACES            TO WS-ALERT-TEXT
               STRING 'DORMANT ' WS-EDIT-COUNT
                      ' DAYS - BALANCE MOVED IN ONE NIGHT'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM 400-RAISE-ALERT
           END-IF.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > GRP-SUB-CNT
               PERFORM 675-COUNT-SUBMITTER
           END-PERFORM.
           MOVE 'N' TO GRP-OPEN.

       655-CHECK-REFUNDS.
      *
      *        A refund the sweep paid the customer in the night:
      *        the communications history's channel R record.
      *
           MOVE GRP-ID        TO CMH-ID.
           MOVE 'A'           TO CMH-REC-TYPE.
           MOVE WS-NIGHT-FULL TO CMH-SEND-DATE.
           MOVE 0             TO CMH-SEND-TIME CMH-SEND-SEQ.
           MOVE 'N' TO WS-CMH-EOF.
           START COMM-HIST-FILE KEY IS NOT LESS THAN CMH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CMH-EOF
           END-START.
           PERFORM UNTIL WS-CMH-EOF = 'Y'
               READ COMM-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CMH-EOF
               END-READ
               IF WS-CMH-EOF NOT = 'Y'
                   IF WS-CMH-STATUS NOT = '00'
                       DISPLAY 'COMMUNICATIONS HISTORY READ ERROR. '
                               'RC:' WS-CMH-STATUS '/' WS-CMH-STATUS-2
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-CMH-EOF
                   ELSE
                       IF CMH-ID NOT = GRP-ID
                          OR CMH-REC-TYPE NOT = 'A'
                          OR CMH-SEND-DATE NOT = WS-NIGHT-FULL
                           MOVE 'Y' TO WS-CMH-EOF
                       ELSE
                           IF CMH-REFUND
                               MOVE 'REFUND'   TO WS-TRIGGER
                               MOVE CMH-AMOUNT TO WS-TRIGGER-AMT
                               MOVE SPACES     TO WS-SUBMITTER
                               PERFORM 660-RAISE-TAKEOVER
                               MOVE 'Y' TO WS-CMH-EOF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       660-RAISE-TAKEOVER.
           MOVE 'Y' TO GRP-TKOV-RAISED.
           MOVE SPACES            TO WS-ALERT-KEY.
           STRING GRP-ID 'A' DELIMITED BY SIZE INTO WS-ALERT-KEY
           END-STRING.
           MOVE 'TKOV'            TO WS-ALERT-PATTERN.
           MOVE WS-SUBMITTER      TO WS-ALERT-SUBMITTER.
           MOVE WS-TRIGGER        TO WS-ALERT-EVENT.
           MOVE WS-TRIGGER-AMT    TO WS-ALERT-AMOUNT.
           MOVE 0                 TO WS-ALERT-COUNT.
           COMPUTE WS-ALERT-DAYS = WS-NIGHT-DAYS - GRP-CHG-DAYS.
           MOVE GRP-NAME          TO WS-ALERT-NAME.
           MOVE GRP-CHG-DATE      TO WS-EDIT-DATE.
           MOVE SPACES            TO WS-ALERT-TEXT.
           STRING GRP-CHG-FIELD   DELIMITED BY SPACE
                  ' CHANGED '     DELIMITED BY SIZE
                  WS-EDIT-DATE    DELIMITED BY SIZE
                  ' BY '          DELIMITED BY SIZE
                  GRP-CHG-SUBMITTER DELIMITED BY SPACE
                  ', THEN '       DELIMITED BY SIZE
                  WS-TRIGGER      DELIMITED BY SPACE
               INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM 400-RAISE-ALERT.

       670-NOTE-GROUP-SUBMITTER.
      *        each submitter once per customer
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > GRP-SUB-CNT
                OR WS-FOUND-IX > 0
               IF GRP-SUB-ID(WS-IX) = WS-SUBMITTER
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0 AND GRP-SUB-CNT < 20
               ADD +1 TO GRP-SUB-CNT
               MOVE WS-SUBMITTER TO GRP-SUB-ID(GRP-SUB-CNT)
           END-IF.

       675-COUNT-SUBMITTER.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-FOUND-IX FROM 1 BY 1
             UNTIL WS-FOUND-IX > WS-SUB-CNT
                OR SUB-ID(WS-FOUND-IX) = GRP-SUB-ID(WS-IX)
               CONTINUE
           END-PERFORM.
           IF WS-FOUND-IX > WS-SUB-CNT
               IF WS-SUB-CNT < 100
                   ADD +1 TO WS-SUB-CNT
                   MOVE WS-SUB-CNT        TO WS-FOUND-IX
                   MOVE GRP-SUB-ID(WS-IX) TO SUB-ID(WS-FOUND-IX)
                   MOVE +0                TO SUB-ACCOUNTS(WS-FOUND-IX)
               ELSE
                   MOVE 0 TO WS-FOUND-IX
               END-IF
           END-IF.
           IF WS-FOUND-IX > 0
               ADD +1 TO SUB-ACCOUNTS(WS-FOUND-IX)
           END-IF.

       680-SUBMITTER-ALERTS.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-SUB-CNT
               IF SUB-ACCOUNTS(WS-IX) NOT < WS-MAX-ACCOUNTS
                  AND WS-MAX-ACCOUNTS > 0
                   MOVE SPACES              TO WS-ALERT-KEY
                   MOVE 'SUBM'              TO WS-ALERT-PATTERN
                   MOVE SUB-ID(WS-IX)       TO WS-ALERT-SUBMITTER
                   MOVE SPACES              TO WS-ALERT-EVENT
                   MOVE +0                  TO WS-ALERT-AMOUNT
                   MOVE SUB-ACCOUNTS(WS-IX) TO WS-ALERT-COUNT
                   MOVE 0                   TO WS-ALERT-DAYS
                   MOVE SPACES              TO WS-ALERT-NAME
                   MOVE SUB-ACCOUNTS(WS-IX) TO WS-EDIT-COUNT
                   MOVE SPACES              TO WS-ALERT-TEXT
                   STRING WS-EDIT-COUNT ' CUSTOMERS CHANGED BY '
                          SUB-ID(WS-IX) ' IN ONE NIGHT'
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   END-STRING
                   PERFORM 400-RAISE-ALERT
               END-IF
           END-PERFORM.

       700-OPEN-FILES.
           OPEN INPUT    JSTORE-FILE
                OUTPUT   REPORT-FILE .
           IF WS-JRNL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING JOURNAL STORE. RC:'
                     WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
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
           IF WS-TRIAL-RUN = 'Y'
               OPEN INPUT ALERT-FILE
           ELSE
               OPEN I-O   ALERT-FILE
           END-IF .
           IF WS-FRA-STATUS = '00' OR WS-FRA-STATUS = '97'
             MOVE 'Y' TO WS-FRA-OPEN
           ELSE
             DISPLAY 'ERROR OPENING FRAUD ALERT DATASET. RC:'
                     WS-FRA-STATUS '/' WS-FRA-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        Without the communications history a refund after a
      *        change goes unseen; the other patterns still run.
           OPEN INPUT    COMM-HIST-FILE .
           IF WS-CMH-STATUS = '00' OR WS-CMH-STATUS = '97'
             MOVE 'Y' TO WS-CMH-ACTIVE
           ELSE
             DISPLAY 'COMMUNICATIONS HISTORY NOT AVAILABLE - REFUNDS '
                     'NOT CHECKED. RC:' WS-CMH-STATUS '/'
                     WS-CMH-STATUS-2
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - DEFAULTS USED. RC:'
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
               WHEN 'NIGHT'
                   MOVE WS-PARM-VALUE(1:6) TO WS-NIGHT
               WHEN 'CHANGEDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-CHANGE-WINDOW
                   ELSE
                       DISPLAY 'BAD CHANGEDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'TKOVAMT'
                   IF WS-PARM-VALUE(1:9) NUMERIC
                       MOVE WS-PARM-VALUE(1:9) TO WS-TKOV-AMT-X
                   ELSE
                       DISPLAY 'BAD TKOVAMT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'MAXCHANGES'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-MAX-CHANGES
                   ELSE
                       DISPLAY 'BAD MAXCHANGES PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'DORMDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-DORM-DAYS-PARM
                   ELSE
                       DISPLAY 'BAD DORMDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'DORMAMT'
                   IF WS-PARM-VALUE(1:9) NUMERIC
                       MOVE WS-PARM-VALUE(1:9) TO WS-DORM-AMT-X
                   ELSE
                       DISPLAY 'BAD DORMAMT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'MAXACCTS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-MAX-ACCOUNTS
                   ELSE
                       DISPLAY 'BAD MAXACCTS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'HOLDREFUND'
                   IF WS-PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-HOLD-REFUND
                   END-IF
               WHEN 'HOLDDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-HOLD-DAYS
                   ELSE
                       DISPLAY 'BAD HOLDDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'RELEASE'
                   PERFORM 709-NOTE-RELEASE
               WHEN 'TRIAL'
                   IF WS-PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-TRIAL-RUN
                       DISPLAY 'TRIAL RUN - NO ALERTS WRITTEN OR '
                               'RELEASED'
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARM IGNORED: '
                           WS-PARM-KEYWORD
           END-EVALUATE .

       709-NOTE-RELEASE.
      *        id/userid -- the master's key is the id plus 'A'
           MOVE SPACES TO WS-REL-KEY-IN WS-REL-BY-IN.
           UNSTRING WS-PARM-VALUE DELIMITED BY '/'
               INTO WS-REL-KEY-IN WS-REL-BY-IN
           END-UNSTRING.
           IF WS-REL-KEY-IN(1:8) = SPACES OR WS-REL-BY-IN = SPACES
               DISPLAY 'BAD RELEASE PARM IGNORED (id/userid): '
                       WS-PARM-VALUE
           ELSE
               IF WS-REL-CNT < 50
                   IF WS-REL-KEY-IN(9:1) = SPACE
                       MOVE 'A' TO WS-REL-KEY-IN(9:1)
                   END-IF
                   ADD +1 TO WS-REL-CNT
                   MOVE WS-REL-KEY-IN TO REL-KEY(WS-REL-CNT)
                   MOVE WS-REL-BY-IN  TO REL-BY(WS-REL-CNT)
               ELSE
                   DISPLAY 'MORE THAN 50 RELEASE CARDS - IGNORED: '
                           WS-PARM-VALUE
               END-IF
           END-IF .

       715-SET-NIGHT.
      *
      *        The night scanned defaults to the business date once
      *        its nightly has marked it processed, otherwise to the
      *        business date before it (the roll has already run).
      *
           MOVE WS-DORM-AMT-X TO WS-DORM-AMT .
           MOVE WS-TKOV-AMT-X TO WS-TKOV-AMT .
           IF WS-NIGHT = SPACES
               IF BDS-STATE = 'P' OR BDS-PREV-DATE NOT NUMERIC
                  OR BDS-PREV-DATE = 0
                   MOVE WS-BUS-DATE-FULL TO WS-NIGHT-FULL
               ELSE
                   MOVE BDS-PREV-DATE    TO WS-NIGHT-FULL
               END-IF
           ELSE
               MOVE 'A' TO BDS-FUNCTION
               MOVE 0   TO BDS-ADD-DAYS BDS-ADD-MONTHS
               IF WS-NIGHT NUMERIC
                   MOVE WS-NIGHT TO BDS-DATE-IN
                   CALL SAM30 USING BUSINESS-DATE-PARMS
               ELSE
                   MOVE '08' TO BDS-RETURN
               END-IF
               IF BDS-RETURN = '00'
                   MOVE BDS-DATE-OUT TO WS-NIGHT-FULL
               ELSE
                   DISPLAY 'NIGHT PARM NOT A VALID yymmdd DATE: '
                           WS-NIGHT
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-FILE-ERROR
               END-IF
           END-IF .
           IF WS-FILE-ERROR NOT = 'Y'
               MOVE 'N' TO BDS-FUNCTION
               MOVE WS-NIGHT-FULL TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               MOVE BDS-DAY-NUMBER TO WS-NIGHT-DAYS
               MOVE 'A' TO BDS-FUNCTION
               MOVE WS-NIGHT-FULL TO BDS-DATE-IN
               MOVE 0 TO BDS-ADD-MONTHS
               COMPUTE BDS-ADD-DAYS = 0 - WS-CHANGE-WINDOW
               CALL SAM30 USING BUSINESS-DATE-PARMS
               MOVE BDS-DATE-OUT TO WS-WINDOW-FROM
               MOVE WS-NIGHT-FULL TO BDS-DATE-IN
               MOVE WS-HOLD-DAYS TO BDS-ADD-DAYS
               CALL SAM30 USING BUSINESS-DATE-PARMS
               MOVE BDS-DATE-OUT TO WS-HOLD-UNTIL
           END-IF .

       720-APPLY-RELEASES.
           WRITE REPORT-RECORD FROM RPT-REL-HDR AFTER 2.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-REL-CNT
               PERFORM 725-RELEASE-ONE-CUSTOMER
           END-PERFORM.

       725-RELEASE-ONE-CUSTOMER.
      *        every open alert of the customer's is closed
           MOVE 0 TO WS-REL-CLOSED.
           MOVE REL-KEY(WS-IX) TO FRA-CUST-KEY.
           MOVE LOW-VALUES     TO FRA-ALERT-STAMP.
           MOVE 'N' TO WS-FRA-EOF.
           START ALERT-FILE KEY IS NOT LESS THAN FRA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FRA-EOF
           END-START.
           PERFORM UNTIL WS-FRA-EOF = 'Y'
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FRA-EOF
               END-READ
               IF WS-FRA-EOF NOT = 'Y'
                   IF FRA-CUST-KEY NOT = REL-KEY(WS-IX)
                       MOVE 'Y' TO WS-FRA-EOF
                   ELSE
                       IF FRA-OPEN
                           ADD +1 TO WS-REL-CLOSED
                           IF WS-TRIAL-RUN NOT = 'Y'
                               MOVE 'C'              TO FRA-STATUS
                               MOVE REL-BY(WS-IX)    TO FRA-RELEASED-BY
                               MOVE WS-BUS-DATE-FULL
                                 TO FRA-RELEASED-DATE
                               REWRITE FRA-REC
                               IF WS-FRA-STATUS NOT = '00'
                                   DISPLAY 'ALERT FILE REWRITE ERROR. '
                                           'KEY:' FRA-KEY ' RC:'
                                           WS-FRA-STATUS '/'
                                           WS-FRA-STATUS-2
                                   ADD +1 TO NUM-ALERT-ERRORS
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-REL-CLOSED TO NUM-RELEASED.
           MOVE REL-KEY(WS-IX) TO RPT-REL-KEY.
           MOVE REL-BY(WS-IX)  TO RPT-REL-BY.
           MOVE WS-REL-CLOSED  TO RPT-REL-COUNT.
           IF WS-REL-CLOSED = 0
               MOVE 'NO OPEN ALERT FOR THIS CUSTOMER' TO RPT-REL-TEXT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'ALERTS RELEASED - REFUND HOLD LIFTED'
                 TO RPT-REL-TEXT
           END-IF.
           WRITE REPORT-RECORD FROM RPT-REL-LINE.

       780-GET-BUSINESS-DATE.
      *
      *        The processing date is the business date on the
      *        shared control record (SAM30 service), not the
      *        clock.  No BUSDATE DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .
           MOVE BDS-BUS-DATE   TO WS-BUS-DATE-FULL .

       790-CLOSE-FILES.
           IF WS-JRNL-STATUS NOT = SPACES
               CLOSE JSTORE-FILE
           END-IF .
           IF WS-FRA-OPEN = 'Y'
               CLOSE ALERT-FILE
           END-IF .
           IF WS-CMH-ACTIVE = 'Y'
               CLOSE COMM-HIST-FILE
           END-IF .
           IF WS-REPORT-STATUS NOT = SPACES
               CLOSE REPORT-FILE
           END-IF .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           IF WS-REPORT-STATUS = '00'
               WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE
               MOVE WS-NIGHT-FULL  TO RPT-NIGHT
               MOVE WS-WINDOW-FROM TO RPT-WINDOW-FROM
               IF WS-HOLD-REFUND = 'Y'
                   MOVE 'CUSTOMER ALERTS HOLD REFUNDS'
                     TO RPT-HOLD-NOTE
               ELSE
                   MOVE 'NO REFUND HOLDS' TO RPT-HOLD-NOTE
               END-IF
               WRITE REPORT-RECORD FROM RPT-NIGHT-LINE AFTER 2
               IF WS-TRIAL-RUN = 'Y'
                   WRITE REPORT-RECORD FROM RPT-TRIAL-LINE AFTER 2
               END-IF
           END-IF.

       850-REPORT-TOTALS.
           IF WS-REPORT-STATUS = '00'
               MOVE 'Journal records read:       '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-JRNL-READ  TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE AFTER 2
               MOVE '  In the night scanned:     '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-NIGHT-RECS TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'Customers examined:         '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-CUSTOMERS  TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'TKOV possible takeovers:    '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-TKOV       TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'VELO many changes:          '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-VELO       TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'DORM dormant reactivated:   '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-DORM       TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'SUBM submitter volume:      '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-SUBM       TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'Alerts raised:              '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-ALERTS-WRITTEN TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE '  Holding refunds:          '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-HOLDS      TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'Already raised (rerun):     '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-ALERTS-RERUN TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'Alerts released:            '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-RELEASED   TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
               MOVE 'Alert file errors:          '
                                   TO RPT-FRD-TOTAL-TEXT
               MOVE NUM-ALERT-ERRORS TO RPT-FRD-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-FRD-TOTAL-LINE
           END-IF.

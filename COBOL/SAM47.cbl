      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM47
      *
      * AUTHOR :  Doug Stout
      *
      * MONTH-END CREDIT-BUREAU REPORTING FILE.
      *
      * READS THE CURRENT MASTER GENERATION AND WRITES THE BUREAU
      * FILE (BUREAU DD) IN THE METRO 2 FIXED-LENGTH FORMAT (SEE
      * BURSEG): A HEADER, ONE BASE SEGMENT PER ACCOUNT AND A
      * TRAILER WITH THE COUNTS BY ACCOUNT STATUS.  FOR EACH MASTER:
      *    - CURRENT BALANCE AND CREDIT LIMIT FROM THE MASTER (A
      *      CREDIT BALANCE REPORTS AS ZERO);
      *    - ACCOUNT STATUS FROM THE DAYS SINCE LAST-PAY-DATE AS AT
      *      THE REPORTING MONTH-END, ON THE SAME 30/60/90/120 DAY
      *      BOUNDARIES AS THE RECEIVABLES AGING (SAM23): CURRENT
      *      11, THEN 71, 78, 80 AND 82, WITH THE BALANCE NET OF
      *      OPEN DISPUTES AS THE AMOUNT PAST DUE AND THE DATE OF
      *      FIRST DELINQUENCY 30 DAYS AFTER THE LAST PAYMENT;
      *    - A WRITTEN-OFF ACCOUNT AS 97, WITH THE WRITE-OFF FROM THE
      *      BAD-DEBT LEDGER (BDLFILE) AS THE CHARGE-OFF AMOUNT AND
      *      WHAT IS STILL UNRECOVERED AS THE BALANCE;
      *    - COMPLIANCE CONDITION XB WHILE A DISPUTE CASE IS OPEN
      *      (DSPFILE), AND XR THE FIRST MONTH AFTER THE LAST ONE
      *      CLOSES, WHICH TAKES THE XB OFF THE BUREAU'S RECORD;
      *    - THE 24-MONTH PAYMENT HISTORY PROFILE, ROLLED FORWARD
      *      FROM THE SEGMENT LAST SENT.
      * THE DISPUTE AND BAD-DEBT FILES ARE READ IN KEY ORDER
      * ALONGSIDE THE MASTERS, AS SAM23 READS THE DISPUTES.
      *
      * EVERY SEGMENT SENT IS KEPT IN THE KEYED BUREAU-HISTORY
      * DATASET (BURHIST, SEE BURHREC).  A RERUN OF THE SAME MONTH
      * REPLACES WHAT IT HOLDS; A MONTH OLDER THAN ONE ALREADY SENT
      * FOR THE ACCOUNT IS NOT REPORTED AGAIN.
      *
      * A MASTER MISSING DATA THE BUREAUS REQUIRE (NAME, STREET,
      * CITY, STATE, POSTAL CODE), A BALANCE WITH NO PAYMENT DATE
      * TO AGE IT BY, OR A WRITE-OFF NOT ON THE LEDGER IS NOT SENT:
      * IT IS LISTED ON THE REJECTED-RECORD REPORT (BURRPT) WITH
      * THE REASON, AND GOES ON THE NEXT MONTH'S FILE ONCE FIXED.
      *
      * CORRECTION=Y RESENDS A MONTH ALREADY REPORTED AS CORRECTION
      * SEGMENTS (CORRECTION INDICATOR 1) RATHER THAN A WHOLE NEW
      * FILE.  ONLY ACCOUNTS SENT FOR THAT MONTH ARE LOOKED AT, AND
      * ONLY THOSE WHOSE NAME OR ADDRESS NOW READS DIFFERENTLY FROM
      * WHAT WAS SENT ARE RESENT.  THE BALANCE, STATUS AND HISTORY
      * FIELDS STAND AS SENT: THE MASTER HAS MOVED ON SINCE THE
      * MONTH-END, AND THE NEXT MONTH'S FILE REPORTS THEM AFRESH.
      *
      * RC 4 = RECORDS REJECTED, OR THE DISPUTE OR BAD-DEBT FILE
      * UNAVAILABLE; RC 8 = READ OR WRITE ERROR OR NO SUBSCRIBER=
      * CARD; RC 16 = OPEN ERROR.
      *
      * PARM CARD (KEYWORD=VALUE):
      *    SUBSCRIBER=id    BUREAU IDENTIFICATION NUMBER  (REQUIRED)
      *    MONTH=ccyymm     MONTH REPORTED (DEFAULT THE MONTH
      *                     BEFORE THE BUSINESS DATE'S: THE RUN
      *                     FOLLOWS THE MONTH-END NIGHTLY)
      *    CORRECTION=Y     CORRECTION RUN FOR MONTH=
      *    CYCLE=cc         CYCLE IDENTIFIER            (DEFAULT NONE)
      *    ACCTTYPE=tt      METRO 2 ACCOUNT TYPE   (DEFAULT 07 CHARGE)
      *    PORTFOLIO=R/O    REVOLVING OR OPEN        (DEFAULT R)
      *    REPORTER=name    REPORTER NAME FOR THE HEADER
      *    EQUIFAXID= EXPERIANID= TRANSUNIONID= INNOVISID=
      *                     PROGRAM IDS THE BUREAUS ASSIGNED
      *    TRIAL=Y          REPORT ONLY - NO BUREAU FILE, HISTORY
      *                     UNTOUCHED
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM47.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT DISPUTE-FILE     ASSIGN TO DSPFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DSP-KEY
                   FILE STATUS  IS  WS-DSP-STATUS WS-DSP-STATUS-2.

            SELECT BAD-DEBT-FILE    ASSIGN TO BDLFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BDL-KEY
                   FILE STATUS  IS  WS-BDL-STATUS WS-BDL-STATUS-2.

            SELECT BUREAU-HIST-FILE ASSIGN TO BURHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BRH-CUST-KEY
                   FILE STATUS  IS  WS-BRH-STATUS WS-BRH-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT BUREAU-FILE      ASSIGN TO BUREAU
                   FILE STATUS  IS  WS-BUR-STATUS WS-BUR-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO BURRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  DISPUTE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY DSPREC REPLACING ==:TAG:== BY ==DSP==.

       FD  BAD-DEBT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY BDLREC REPLACING ==:TAG:== BY ==BDL==.

       FD  BUREAU-HIST-FILE
           RECORD CONTAINS 470 CHARACTERS.
       COPY BURHREC REPLACING ==:TAG:== BY ==BRH==.

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  BUREAU-FILE
           RECORDING MODE IS F.
       01  BUREAU-RECORD              PIC X(426).

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
      *        The segment being built, and the one last sent for
      *        the account (from its history record).
       COPY BURSEG REPLACING ==:TAG:== BY ==NEW==.
       COPY BURSEG REPLACING ==:TAG:== BY ==PRV==.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-DSP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DSP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-BDL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BDL-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-BRH-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BRH-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-BUR-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BUR-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-REC-LEN              PIC 9(4)  COMP   VALUE 0.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(40) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-DSP-ACTIVE           PIC X     VALUE 'N'.
           05  WS-DSP-EOF              PIC X     VALUE 'Y'.
           05  WS-BDL-ACTIVE           PIC X     VALUE 'N'.
           05  WS-BDL-EOF              PIC X     VALUE 'Y'.
           05  WS-BDL-OPEN             PIC X     VALUE 'N'.
           05  WS-BRH-OPEN             PIC X     VALUE 'N'.
      *        Run options from the parm card.
           05  WS-TRIAL-RUN            PIC X     VALUE 'N'.
           05  WS-CORRECTION-RUN       PIC X     VALUE 'N'.
           05  WS-SUBSCRIBER-ID        PIC X(20) VALUE SPACES.
           05  WS-CYCLE-ID             PIC X(2)  VALUE SPACES.
           05  WS-ACCOUNT-TYPE         PIC X(2)  VALUE '07'.
           05  WS-PORTFOLIO-TYPE       PIC X     VALUE 'R'.
           05  WS-REPORTER-NAME        PIC X(40) VALUE SPACES.
           05  WS-INNOVIS-ID           PIC X(10) VALUE SPACES.
           05  WS-EQUIFAX-ID           PIC X(10) VALUE SPACES.
           05  WS-EXPERIAN-ID          PIC X(5)  VALUE SPACES.
           05  WS-TRANSUNION-ID        PIC X(10) VALUE SPACES.
      *        The month reported (CCYYMM), its month-end and the
      *        date accounts are aged to, with day numbers.
           05  WS-REPORT-MONTH         PIC 9(6)  VALUE 0.
           05  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-CCYY      PIC 9(4).
               10  WS-REPORT-MM        PIC 9(2).
           05  WS-REPORT-MONTH-IX      PIC S9(7) COMP VALUE +0.
           05  WS-MONTH-END            PIC 9(8)  VALUE 0.
           05  WS-AS-OF-DATE           PIC 9(8)  VALUE 0.
           05  WS-AS-OF-DAYS           PIC S9(9) COMP VALUE +0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-PAY-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-AGE-DAYS             PIC S9(9) COMP VALUE +0.
      *        The master being reported.
           05  WS-BRH-FOUND            PIC X     VALUE 'N'.
           05  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           05  WS-DSP-OPEN-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-DSP-OPEN-CNT         PIC S9(4) COMP VALUE +0.
           05  WS-NET-BALANCE          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-WO-FOUND             PIC X     VALUE 'N'.
           05  WS-WO-AMOUNT            PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-WO-RECOVERED         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-WO-DATE              PIC 9(8)  VALUE 0.
           05  WS-UNRECOVERED          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-PAY-DATE-FULL        PIC 9(8)  VALUE 0.
           05  WS-PAY-DATE-OK          PIC X     VALUE 'N'.
           05  WS-PRV-MONTH-IX         PIC S9(7) COMP VALUE +0.
           05  WS-MONTH-GAP            PIC S9(7) COMP VALUE +0.
           05  WS-PROFILE-WORK         PIC X(48) VALUE SPACES.
           05  WS-PROFILE-CHAR         PIC X     VALUE SPACE.
           05  WS-NAME-PART            PIC X(17) OCCURS 3.
           05  WS-POSTAL-WORK          PIC X(10) VALUE SPACES.
      *        CCYYMMDD in, MMDDCCYY out, for the bureau dates.
           05  WS-CONV-DATE            PIC 9(8)  VALUE 0.
           05  WS-CONV-DATE-X REDEFINES WS-CONV-DATE.
               10  WS-CONV-CCYY        PIC 9(4).
               10  WS-CONV-MM          PIC 9(2).
               10  WS-CONV-DD          PIC 9(2).
           05  WS-CONV-MDCY            PIC 9(8)  VALUE 0.
           05  WS-CONV-MDCY-X REDEFINES WS-CONV-MDCY.
               10  WS-CONV-OUT-MM      PIC 9(2).
               10  WS-CONV-OUT-DD      PIC 9(2).
               10  WS-CONV-OUT-CCYY    PIC 9(4).
           05  WS-TIME-STAMP           PIC 9(14) VALUE 0.
           05  WS-TIME-STAMP-X REDEFINES WS-TIME-STAMP.
               10  WS-STAMP-MDCY       PIC 9(8).
               10  WS-STAMP-HH         PIC 9(2).
               10  WS-STAMP-MIN        PIC 9(2).
               10  WS-STAMP-SS         PIC 9(2).

       01  BUREAU-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REPORTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REJECTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATUS-11         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATUS-71         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATUS-78         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATUS-80         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATUS-82         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATUS-97         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DISPUTED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DISPUTE-REMOVED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FIRST-REPORTED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CORRECTIONS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNCHANGED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-SENT-MONTH    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-SEGMENTS-WRITTEN  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BRH-ERRORS        PIC S9(9)   COMP-3  VALUE +0.
           05  WS-BALANCE-TOTAL      PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-PAST-DUE-TOTAL     PIC S9(13)V99 COMP-3 VALUE +0.
      *
       01 RPT-HEADER1.
           05  RPT-TITLE                  PIC X(40).
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
       01  RPT-MONTH-LINE.
           05  FILLER PIC X(17) VALUE 'MONTH REPORTED:  '.
           05  RPT-REPORT-MONTH    PIC 9(6).
           05  FILLER PIC X(14) VALUE '   AGED AS AT '.
           05  RPT-AS-OF-DATE      PIC 9(8).
           05  FILLER PIC X(4)  VALUE SPACES.
           05  RPT-RUN-KIND        PIC X(30).
           05  FILLER PIC X(53) VALUE SPACES.
       01  RPT-TRIAL-LINE.
           05  FILLER PIC X(60) VALUE
             '*** TRIAL RUN - NO BUREAU FILE, HISTORY UNTOUCHED'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-REJ-HDR.
           05  FILLER PIC X(60) VALUE
               'Rejected records - not sent to the bureaus:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-REJ-COL.
           05  FILLER PIC X(46) VALUE
               'ACCOUNT   NAME              ST         BALANCE'.
           05  FILLER PIC X(86) VALUE '  REASON'.
       01  RPT-REJ-LINE.
           05  RPT-RJ-KEY          PIC X(9).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-RJ-NAME         PIC X(17).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-RJ-STATE        PIC X(2).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-RJ-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-RJ-REASON       PIC X(40).
           05  FILLER              PIC X(45) VALUE SPACES.
       01  RPT-BUR-TOTAL-LINE.
           05  RPT-BUR-TOTAL-TEXT  PIC X(30).
           05  RPT-BUR-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-BUR-AMOUNT-LINE.
           05  RPT-BUR-AMOUNT-TEXT PIC X(30).
           05  RPT-BUR-AMOUNT-NUM  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(85) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM47 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE BDS-BUS-DATE TO WS-RUN-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 715-SET-REPORT-MONTH .
           IF WS-SUBSCRIBER-ID = SPACES
               DISPLAY 'SUBSCRIBER= (BUREAU IDENTIFICATION NUMBER) '
                       'IS REQUIRED - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 700-OPEN-FILES
               PERFORM 800-INIT-REPORT
               IF WS-FILE-ERROR NOT = 'Y'
                   IF WS-TRIAL-RUN NOT = 'Y'
                       PERFORM 760-WRITE-HEADER
                   END-IF
                   PERFORM 100-READ-MASTER
                       UNTIL WS-CUST-FILE-EOF = 'Y'
                   IF WS-TRIAL-RUN NOT = 'Y'
                       PERFORM 770-WRITE-TRAILER
                   END-IF
               END-IF
               PERFORM 850-REPORT-TOTALS
               PERFORM 790-CLOSE-FILES
           END-IF .

           DISPLAY 'SAM47 ACCOUNTS REPORTED    = ' NUM-REPORTED .
           DISPLAY 'SAM47 RECORDS REJECTED     = ' NUM-REJECTED .
           DISPLAY 'SAM47 CORRECTIONS SENT     = ' NUM-CORRECTIONS .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM47 STOPPED TIME = ' CURRENT-HOUR ':'
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
      *                   a master written before the later fields
      *                   were appended reads as blank past its end
                          IF WS-REC-LEN < LENGTH OF CUST-REC
                              MOVE SPACES
                                  TO CUST-REC(WS-REC-LEN + 1:)
                          END-IF
                          PERFORM 110-REPORT-ONE-MASTER
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

       110-REPORT-ONE-MASTER.
           PERFORM 130-SUM-OPEN-DISPUTES.
           PERFORM 150-FIND-WRITE-OFF.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 120-READ-HISTORY.
           IF WS-REJECT-REASON = SPACES
               PERFORM 200-CHECK-MANDATORY
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 400-LIST-REJECT
           ELSE
               IF WS-CORRECTION-RUN = 'Y'
                   PERFORM 350-CORRECTION-SEGMENT
               ELSE
                   PERFORM 340-MONTHLY-SEGMENT
               END-IF
           END-IF .

       120-READ-HISTORY.
           MOVE CUST-KEY TO BRH-CUST-KEY.
           READ BUREAU-HIST-FILE.
           EVALUATE WS-BRH-STATUS
              WHEN '00'
                  MOVE 'Y' TO WS-BRH-FOUND
                  MOVE BRH-SEGMENT TO PRV-SEGMENT
              WHEN '23'
                  MOVE 'N' TO WS-BRH-FOUND
              WHEN OTHER
      *           what was sent before is unknown, so nothing is sent
                  DISPLAY 'BUREAU HISTORY READ ERROR. KEY:'
                          CUST-KEY ' RC:' WS-BRH-STATUS '/'
                          WS-BRH-STATUS-2
                  ADD +1 TO NUM-BRH-ERRORS
                  MOVE 8 TO RETURN-CODE
                  MOVE 'N' TO WS-BRH-FOUND
                  MOVE 'BUREAU HISTORY UNREADABLE' TO WS-REJECT-REASON
           END-EVALUATE.

       130-SUM-OPEN-DISPUTES.
      *
      *        The dispute file is in customer-key order, like the
      *        masters, so it is read alongside them: cases of keys
      *        below this master are passed over, and this master's
      *        open cases are totalled.
      *
           MOVE +0 TO WS-DSP-OPEN-AMT.
           MOVE 0  TO WS-DSP-OPEN-CNT.
           PERFORM 140-READ-DISPUTE
               UNTIL WS-DSP-EOF = 'Y'
                  OR DSP-CUST-KEY NOT < CUST-KEY.
           PERFORM UNTIL WS-DSP-EOF = 'Y'
                      OR DSP-CUST-KEY NOT = CUST-KEY
               IF DSP-STATUS = 'O'
                   ADD DSP-AMOUNT TO WS-DSP-OPEN-AMT
                   ADD 1 TO WS-DSP-OPEN-CNT
               END-IF
               PERFORM 140-READ-DISPUTE
           END-PERFORM.

       140-READ-DISPUTE.
           READ DISPUTE-FILE
               AT END
                   MOVE 'Y' TO WS-DSP-EOF
           END-READ.
           IF WS-DSP-EOF NOT = 'Y'
              AND WS-DSP-STATUS NOT = '00'
               DISPLAY 'DISPUTE FILE READ ERROR - NO MORE DISPUTES '
                       'FLAGGED. RC:' WS-DSP-STATUS '/'
                       WS-DSP-STATUS-2
               MOVE 4 TO RETURN-CODE
               MOVE 'Y' TO WS-DSP-EOF
           END-IF.

       150-FIND-WRITE-OFF.
      *
      *        The bad-debt ledger is in customer-key order too.  The
      *        standing write-off entry ('W', not reversed) gives the
      *        amount charged off and what has been recovered on it.
      *
           MOVE 'N' TO WS-WO-FOUND.
           MOVE +0  TO WS-WO-AMOUNT WS-WO-RECOVERED.
           MOVE 0   TO WS-WO-DATE.
           PERFORM 160-READ-BAD-DEBT
               UNTIL WS-BDL-EOF = 'Y'
                  OR BDL-CUST-KEY NOT < CUST-KEY.
           PERFORM UNTIL WS-BDL-EOF = 'Y'
                      OR BDL-CUST-KEY NOT = CUST-KEY
               IF BDL-ENTRY-TYPE = 'W' AND BDL-STATUS = SPACE
                   MOVE 'Y'           TO WS-WO-FOUND
                   MOVE BDL-AMOUNT    TO WS-WO-AMOUNT
                   MOVE BDL-RECOVERED TO WS-WO-RECOVERED
                   MOVE BDL-ENTRY-DATE TO WS-WO-DATE
               END-IF
               PERFORM 160-READ-BAD-DEBT
           END-PERFORM.

       160-READ-BAD-DEBT.
           READ BAD-DEBT-FILE
               AT END
                   MOVE 'Y' TO WS-BDL-EOF
           END-READ.
           IF WS-BDL-EOF NOT = 'Y'
              AND WS-BDL-STATUS NOT = '00'
               DISPLAY 'BAD-DEBT LEDGER READ ERROR - WRITE-OFFS NOT '
                       'REPORTED. RC:' WS-BDL-STATUS '/'
                       WS-BDL-STATUS-2
               MOVE 4 TO RETURN-CODE
               MOVE 'Y' TO WS-BDL-EOF
               MOVE 'N' TO WS-BDL-ACTIVE
           END-IF.

       200-CHECK-MANDATORY.
      *
      *        What the bureaus require to match the account to a
      *        consumer, and what this program needs to state its
      *        status.  A correction run restates only the name and
      *        address, so only those are checked then.
      *
           PERFORM 210-GET-PAY-DATE.
           EVALUATE TRUE
               WHEN CUST-NAME = SPACES
                   MOVE 'NAME MISSING'        TO WS-REJECT-REASON
               WHEN CUST-ADDR = SPACES
                   MOVE 'STREET ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN CUST-CITY = SPACES
                   MOVE 'CITY MISSING'        TO WS-REJECT-REASON
               WHEN CUST-STATE = SPACES
                   MOVE 'STATE MISSING'       TO WS-REJECT-REASON
               WHEN CUST-POSTAL-CODE = SPACES
                   MOVE 'POSTAL CODE MISSING' TO WS-REJECT-REASON
               WHEN WS-CORRECTION-RUN = 'Y'
                   CONTINUE
               WHEN WS-BRH-FOUND = 'Y'
                AND BRH-REPORT-MONTH > WS-REPORT-MONTH
                   MOVE 'A LATER MONTH WAS ALREADY SENT'
                     TO WS-REJECT-REASON
               WHEN CUST-WRITEOFF-FLAG = 'W'
                AND WS-BDL-ACTIVE NOT = 'Y'
                   MOVE 'WRITTEN OFF - BAD-DEBT LEDGER UNAVAILABLE'
                     TO WS-REJECT-REASON
               WHEN CUST-WRITEOFF-FLAG = 'W'
                AND WS-WO-FOUND NOT = 'Y'
                   MOVE 'WRITTEN OFF - NO STANDING LEDGER ENTRY'
                     TO WS-REJECT-REASON
               WHEN CUST-WRITEOFF-FLAG NOT = 'W'
                AND CUST-ACCT-BALANCE NUMERIC
                AND CUST-ACCT-BALANCE > 0
                AND WS-PAY-DATE-OK NOT = 'Y'
                   MOVE 'BALANCE OWED BUT NO PAYMENT DATE TO AGE'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       210-GET-PAY-DATE.
      *        LAST-PAY-DATE (YYMMDD) as a full CCYYMMDD date
           MOVE 'N' TO WS-PAY-DATE-OK.
           MOVE 0   TO WS-PAY-DATE-FULL.
           IF CUST-LAST-PAY-DATE NUMERIC
              AND CUST-LAST-PAY-DATE NOT = ZERO
               MOVE 'A' TO BDS-FUNCTION
               MOVE CUST-LAST-PAY-DATE TO BDS-DATE-IN
               MOVE 0 TO BDS-ADD-MONTHS BDS-ADD-DAYS
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '00'
                   MOVE 'Y' TO WS-PAY-DATE-OK
                   MOVE BDS-DATE-OUT TO WS-PAY-DATE-FULL
               END-IF
           END-IF.

       300-BUILD-SEGMENT.
           MOVE SPACES             TO NEW-SEGMENT.
           MOVE 426                TO NEW-RDW.
           MOVE '1'                TO NEW-PROC-IND.
           MOVE WS-TIME-STAMP      TO NEW-TIME-STAMP.
           MOVE WS-SUBSCRIBER-ID   TO NEW-IDENT-NUMBER.
           MOVE WS-CYCLE-ID        TO NEW-CYCLE-ID.
           MOVE CUST-ID            TO NEW-ACCOUNT-NUMBER.
           MOVE WS-PORTFOLIO-TYPE  TO NEW-PORTFOLIO-TYPE.
           MOVE WS-ACCOUNT-TYPE    TO NEW-ACCOUNT-TYPE.
           MOVE 0                  TO NEW-DATE-OPENED.
           IF CUST-CREDIT-LIMIT NUMERIC
               MOVE CUST-CREDIT-LIMIT TO NEW-CREDIT-LIMIT
           ELSE
               MOVE 0 TO NEW-CREDIT-LIMIT
           END-IF.
           IF WS-PORTFOLIO-TYPE = 'R'
               MOVE 'REV'          TO NEW-TERMS-DURATION
           ELSE
               MOVE '001'          TO NEW-TERMS-DURATION
           END-IF.
           MOVE 'M'                TO NEW-TERMS-FREQUENCY.
           MOVE 0                  TO NEW-SCHEDULED-PAYMENT
                                      NEW-ACTUAL-PAYMENT
                                      NEW-CHARGE-OFF-AMOUNT
                                      NEW-DATE-FIRST-DELINQ
                                      NEW-DATE-CLOSED
                                      NEW-SSN
                                      NEW-DATE-OF-BIRTH
                                      NEW-TELEPHONE.
           PERFORM 310-SET-STATUS.
           PERFORM 320-SET-PROFILE.
           MOVE WS-AS-OF-DATE      TO WS-CONV-DATE.
           PERFORM 480-DATE-TO-MDCY.
           MOVE WS-CONV-MDCY       TO NEW-DATE-ACCT-INFO.
           MOVE WS-PAY-DATE-FULL   TO WS-CONV-DATE.
           PERFORM 480-DATE-TO-MDCY.
           MOVE WS-CONV-MDCY       TO NEW-DATE-LAST-PAYMENT.
      *        highest balance the bureaus have been told of
           IF WS-BRH-FOUND = 'Y'
              AND PRV-HIGHEST-CREDIT NUMERIC
              AND PRV-HIGHEST-CREDIT > NEW-CURRENT-BALANCE
               MOVE PRV-HIGHEST-CREDIT  TO NEW-HIGHEST-CREDIT
           ELSE
               MOVE NEW-CURRENT-BALANCE TO NEW-HIGHEST-CREDIT
           END-IF.
           IF WS-DSP-OPEN-CNT > 0
               MOVE 'XB'           TO NEW-COMPLIANCE-CODE
           ELSE
               IF WS-BRH-FOUND = 'Y' AND PRV-COMPLIANCE-CODE = 'XB'
                   MOVE 'XR'       TO NEW-COMPLIANCE-CODE
               END-IF
           END-IF.
           MOVE '1'                TO NEW-ECOA-CODE.
           PERFORM 330-SET-NAME-ADDRESS.

       310-SET-STATUS.
      *
      *        A written-off account is a loss; otherwise the days
      *        from the last payment to the as-at date place an
      *        outstanding balance (net of open disputes) in its
      *        past-due band.
      *
           IF CUST-WRITEOFF-FLAG = 'W'
               COMPUTE WS-UNRECOVERED = WS-WO-AMOUNT - WS-WO-RECOVERED
               IF WS-UNRECOVERED < 0
                   MOVE +0 TO WS-UNRECOVERED
               END-IF
               MOVE '97'            TO NEW-ACCOUNT-STATUS
               MOVE WS-UNRECOVERED  TO NEW-CURRENT-BALANCE
               MOVE WS-UNRECOVERED  TO NEW-AMOUNT-PAST-DUE
               MOVE WS-WO-AMOUNT    TO NEW-CHARGE-OFF-AMOUNT
               IF WS-PAY-DATE-OK = 'Y'
                   PERFORM 315-SET-FIRST-DELINQUENCY
               ELSE
                   MOVE WS-WO-DATE TO WS-CONV-DATE
                   PERFORM 480-DATE-TO-MDCY
                   MOVE WS-CONV-MDCY TO NEW-DATE-FIRST-DELINQ
               END-IF
           ELSE
               MOVE '11' TO NEW-ACCOUNT-STATUS
               MOVE 0    TO NEW-CURRENT-BALANCE NEW-AMOUNT-PAST-DUE
               IF CUST-ACCT-BALANCE NUMERIC
                  AND CUST-ACCT-BALANCE > 0
                   MOVE CUST-ACCT-BALANCE TO NEW-CURRENT-BALANCE
                   COMPUTE WS-NET-BALANCE =
                       CUST-ACCT-BALANCE - WS-DSP-OPEN-AMT
                   MOVE 'N' TO BDS-FUNCTION
                   MOVE WS-PAY-DATE-FULL TO BDS-DATE-IN
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   MOVE BDS-DAY-NUMBER TO WS-PAY-DAYS
                   COMPUTE WS-AGE-DAYS = WS-AS-OF-DAYS - WS-PAY-DAYS
                   IF WS-NET-BALANCE > 0 AND WS-AGE-DAYS > 30
                       EVALUATE TRUE
                           WHEN WS-AGE-DAYS <= 60
                               MOVE '71' TO NEW-ACCOUNT-STATUS
                           WHEN WS-AGE-DAYS <= 90
                               MOVE '78' TO NEW-ACCOUNT-STATUS
                           WHEN WS-AGE-DAYS <= 120
                               MOVE '80' TO NEW-ACCOUNT-STATUS
                           WHEN OTHER
                               MOVE '82' TO NEW-ACCOUNT-STATUS
                       END-EVALUATE
                       MOVE WS-NET-BALANCE TO NEW-AMOUNT-PAST-DUE
                       PERFORM 315-SET-FIRST-DELINQUENCY
                   END-IF
               END-IF
           END-IF.

       315-SET-FIRST-DELINQUENCY.
      *        the payment that was missed fell due 30 days after
      *        the last one made
           MOVE 'A' TO BDS-FUNCTION.
           MOVE WS-PAY-DATE-FULL TO BDS-DATE-IN.
           MOVE 0  TO BDS-ADD-MONTHS.
           MOVE 30 TO BDS-ADD-DAYS.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           MOVE BDS-DATE-OUT TO WS-CONV-DATE.
           PERFORM 480-DATE-TO-MDCY.
           MOVE WS-CONV-MDCY TO NEW-DATE-FIRST-DELINQ.

       320-SET-PROFILE.
      *
      *        The profile is the 24 months before this one, the
      *        latest first.  A rerun of the month keeps the profile
      *        it sent; a later month puts the status last sent in
      *        front, 'D' for any month skipped between, and the
      *        rest of the old profile after.
      *
           EVALUATE TRUE
               WHEN WS-BRH-FOUND NOT = 'Y'
                   MOVE ALL 'B' TO NEW-PAYMENT-PROFILE
                   ADD +1 TO NUM-FIRST-REPORTED
               WHEN BRH-REPORT-MONTH = WS-REPORT-MONTH
                   MOVE PRV-PAYMENT-PROFILE TO NEW-PAYMENT-PROFILE
               WHEN OTHER
                   COMPUTE WS-CONV-DATE = BRH-REPORT-MONTH * 100 + 1
                   COMPUTE WS-PRV-MONTH-IX =
                       WS-CONV-CCYY * 12 + WS-CONV-MM
                   COMPUTE WS-MONTH-GAP =
                       WS-REPORT-MONTH-IX - WS-PRV-MONTH-IX
                   IF WS-MONTH-GAP > 25
                       MOVE 25 TO WS-MONTH-GAP
                   END-IF
                   EVALUATE PRV-ACCOUNT-STATUS
                       WHEN '11'  MOVE '0' TO WS-PROFILE-CHAR
                       WHEN '71'  MOVE '1' TO WS-PROFILE-CHAR
                       WHEN '78'  MOVE '2' TO WS-PROFILE-CHAR
                       WHEN '80'  MOVE '3' TO WS-PROFILE-CHAR
                       WHEN '82'  MOVE '4' TO WS-PROFILE-CHAR
                       WHEN '97'  MOVE 'L' TO WS-PROFILE-CHAR
                       WHEN OTHER MOVE 'D' TO WS-PROFILE-CHAR
                   END-EVALUATE
                   MOVE ALL 'D' TO WS-PROFILE-WORK
                   MOVE WS-PROFILE-CHAR TO WS-PROFILE-WORK(1:1)
                   MOVE PRV-PAYMENT-PROFILE
                     TO WS-PROFILE-WORK(WS-MONTH-GAP + 1:24)
                   MOVE WS-PROFILE-WORK(1:24) TO NEW-PAYMENT-PROFILE
           END-EVALUATE.

       330-SET-NAME-ADDRESS.
      *
      *        The master holds one name field: the last word is
      *        taken as the surname, the first as the given name
      *        and any word between as the middle name.  A single
      *        word is all surname.
      *
           MOVE SPACES TO WS-NAME-PART(1) WS-NAME-PART(2)
                          WS-NAME-PART(3).
           UNSTRING CUST-NAME DELIMITED BY ALL SPACE
               INTO WS-NAME-PART(1) WS-NAME-PART(2) WS-NAME-PART(3)
           END-UNSTRING.
           MOVE SPACES TO NEW-SURNAME NEW-FIRST-NAME NEW-MIDDLE-NAME.
           EVALUATE TRUE
               WHEN WS-NAME-PART(3) NOT = SPACES
                   MOVE WS-NAME-PART(1) TO NEW-FIRST-NAME
                   MOVE WS-NAME-PART(2) TO NEW-MIDDLE-NAME
                   MOVE WS-NAME-PART(3) TO NEW-SURNAME
               WHEN WS-NAME-PART(2) NOT = SPACES
                   MOVE WS-NAME-PART(1) TO NEW-FIRST-NAME
                   MOVE WS-NAME-PART(2) TO NEW-SURNAME
               WHEN OTHER
                   MOVE CUST-NAME       TO NEW-SURNAME
           END-EVALUATE.
           MOVE CUST-ADDR          TO NEW-ADDRESS-1.
           MOVE SPACES             TO NEW-ADDRESS-2.
           MOVE CUST-CITY          TO NEW-CITY.
           MOVE CUST-STATE         TO NEW-STATE.
      *        a ZIP+4 written 99999-9999 goes out as nine digits
           MOVE CUST-POSTAL-CODE   TO WS-POSTAL-WORK.
           IF WS-POSTAL-WORK(6:1) = '-'
               MOVE WS-POSTAL-WORK(7:4) TO WS-POSTAL-WORK(6:4)
               MOVE SPACE               TO WS-POSTAL-WORK(10:1)
           END-IF.
           MOVE WS-POSTAL-WORK(1:9) TO NEW-POSTAL-CODE.

       340-MONTHLY-SEGMENT.
           PERFORM 300-BUILD-SEGMENT.
           ADD +1 TO NUM-REPORTED.
           EVALUATE NEW-ACCOUNT-STATUS
               WHEN '11'  ADD +1 TO NUM-STATUS-11
               WHEN '71'  ADD +1 TO NUM-STATUS-71
               WHEN '78'  ADD +1 TO NUM-STATUS-78
               WHEN '80'  ADD +1 TO NUM-STATUS-80
               WHEN '82'  ADD +1 TO NUM-STATUS-82
               WHEN '97'  ADD +1 TO NUM-STATUS-97
           END-EVALUATE.
           IF NEW-COMPLIANCE-CODE = 'XB'
               ADD +1 TO NUM-DISPUTED
           END-IF.
           IF NEW-COMPLIANCE-CODE = 'XR'
               ADD +1 TO NUM-DISPUTE-REMOVED
           END-IF.
           ADD NEW-CURRENT-BALANCE  TO WS-BALANCE-TOTAL.
           ADD NEW-AMOUNT-PAST-DUE  TO WS-PAST-DUE-TOTAL.
           IF WS-TRIAL-RUN NOT = 'Y'
               PERFORM 380-WRITE-SEGMENT
               MOVE CUST-KEY        TO BRH-CUST-KEY
               MOVE WS-REPORT-MONTH TO BRH-REPORT-MONTH
               MOVE WS-RUN-DATE     TO BRH-RUN-DATE
               MOVE 0               TO BRH-CORRECTED-DATE
                                       BRH-CORRECTIONS
               MOVE NEW-SEGMENT     TO BRH-SEGMENT
               PERFORM 390-SAVE-HISTORY
           END-IF.

       350-CORRECTION-SEGMENT.
      *
      *        The segment as sent, with the name and address as the
      *        master now has them.  Resent only if that changes it.
      *
           IF WS-BRH-FOUND NOT = 'Y'
              OR BRH-REPORT-MONTH NOT = WS-REPORT-MONTH
               ADD +1 TO NUM-NOT-SENT-MONTH
           ELSE
               MOVE PRV-SEGMENT TO NEW-SEGMENT
               PERFORM 330-SET-NAME-ADDRESS
               IF NEW-SEGMENT = PRV-SEGMENT
                   ADD +1 TO NUM-UNCHANGED
               ELSE
                   ADD +1 TO NUM-CORRECTIONS
                   MOVE '1'           TO NEW-CORRECTION-IND
                   MOVE WS-TIME-STAMP TO NEW-TIME-STAMP
                   IF WS-TRIAL-RUN NOT = 'Y'
                       PERFORM 380-WRITE-SEGMENT
                       MOVE WS-RUN-DATE TO BRH-CORRECTED-DATE
                       IF BRH-CORRECTIONS < 999
                           ADD 1 TO BRH-CORRECTIONS
                       END-IF
                       MOVE NEW-SEGMENT TO BRH-SEGMENT
                       PERFORM 390-SAVE-HISTORY
                   END-IF
               END-IF
           END-IF.

       380-WRITE-SEGMENT.
           WRITE BUREAU-RECORD FROM NEW-SEGMENT.
           IF WS-BUR-STATUS NOT = '00'
               DISPLAY 'BUREAU FILE WRITE ERROR. KEY:' CUST-KEY
                       ' RC:' WS-BUR-STATUS '/' WS-BUR-STATUS-2
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-SEGMENTS-WRITTEN
           END-IF.

       390-SAVE-HISTORY.
           IF WS-BRH-FOUND = 'Y'
               REWRITE BRH-REC
           ELSE
               WRITE BRH-REC
           END-IF.
           IF WS-BRH-STATUS NOT = '00'
               DISPLAY 'BUREAU HISTORY UPDATE ERROR. KEY:'
                       BRH-CUST-KEY ' RC:' WS-BRH-STATUS '/'
                       WS-BRH-STATUS-2
               ADD +1 TO NUM-BRH-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF.

       400-LIST-REJECT.
           ADD +1 TO NUM-REJECTED.
           MOVE CUST-KEY          TO RPT-RJ-KEY.
           MOVE CUST-NAME         TO RPT-RJ-NAME.
           MOVE CUST-STATE        TO RPT-RJ-STATE.
           IF CUST-ACCT-BALANCE NUMERIC
               MOVE CUST-ACCT-BALANCE TO RPT-RJ-BALANCE
           ELSE
               MOVE 0 TO RPT-RJ-BALANCE
           END-IF.
           MOVE WS-REJECT-REASON  TO RPT-RJ-REASON.
           WRITE REPORT-RECORD FROM RPT-REJ-LINE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       480-DATE-TO-MDCY.
           IF WS-CONV-DATE = 0
               MOVE 0 TO WS-CONV-MDCY
           ELSE
               MOVE WS-CONV-MM   TO WS-CONV-OUT-MM
               MOVE WS-CONV-DD   TO WS-CONV-OUT-DD
               MOVE WS-CONV-CCYY TO WS-CONV-OUT-CCYY
           END-IF.

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                OUTPUT   REPORT-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
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
      *        Without the history there is no profile to roll on
      *        and no telling what a correction corrects.
           IF WS-TRIAL-RUN = 'Y'
               OPEN INPUT BUREAU-HIST-FILE
           ELSE
               OPEN I-O   BUREAU-HIST-FILE
           END-IF .
           IF WS-BRH-STATUS = '00' OR WS-BRH-STATUS = '97'
             MOVE 'Y' TO WS-BRH-OPEN
           ELSE
             DISPLAY 'ERROR OPENING BUREAU HISTORY DATASET. RC:'
                     WS-BRH-STATUS '/' WS-BRH-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y'
             OPEN OUTPUT BUREAU-FILE
             IF WS-BUR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BUREAU FILE. RC:'
                       WS-BUR-STATUS '/' WS-BUR-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FILE-ERROR
             END-IF
           END-IF .
           OPEN INPUT    DISPUTE-FILE .
           IF WS-DSP-STATUS = '00' OR WS-DSP-STATUS = '97'
             MOVE 'Y' TO WS-DSP-ACTIVE
             MOVE 'N' TO WS-DSP-EOF
             PERFORM 140-READ-DISPUTE
           ELSE
             DISPLAY 'DISPUTE FILE NOT AVAILABLE - NO DISPUTES '
                     'FLAGGED. RC:' WS-DSP-STATUS '/' WS-DSP-STATUS-2
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF .
           OPEN INPUT    BAD-DEBT-FILE .
           IF WS-BDL-STATUS = '00' OR WS-BDL-STATUS = '97'
             MOVE 'Y' TO WS-BDL-ACTIVE WS-BDL-OPEN
             MOVE 'N' TO WS-BDL-EOF
             PERFORM 160-READ-BAD-DEBT
           ELSE
             DISPLAY 'BAD-DEBT LEDGER NOT AVAILABLE - WRITE-OFFS '
                     'REJECTED. RC:' WS-BDL-STATUS '/' WS-BDL-STATUS-2
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD. RC:'
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
               WHEN 'SUBSCRIBER'
                   MOVE WS-PARM-VALUE(1:20) TO WS-SUBSCRIBER-ID
               WHEN 'MONTH'
                   IF WS-PARM-VALUE(1:6) NUMERIC
                      AND WS-PARM-VALUE(7:1) = SPACE
                      AND WS-PARM-VALUE(5:2) >= '01'
                      AND WS-PARM-VALUE(5:2) <= '12'
                       MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-MONTH
                   ELSE
                       DISPLAY 'BAD MONTH PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'CORRECTION'
                   IF WS-PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-CORRECTION-RUN
                   END-IF
               WHEN 'CYCLE'
                   MOVE WS-PARM-VALUE(1:2) TO WS-CYCLE-ID
               WHEN 'ACCTTYPE'
                   IF WS-PARM-VALUE(3:1) = SPACE
                      AND WS-PARM-VALUE(1:2) NOT = SPACES
                       MOVE WS-PARM-VALUE(1:2) TO WS-ACCOUNT-TYPE
                   ELSE
                       DISPLAY 'BAD ACCTTYPE PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'PORTFOLIO'
                   IF WS-PARM-VALUE = 'R' OR WS-PARM-VALUE = 'O'
                       MOVE WS-PARM-VALUE(1:1) TO WS-PORTFOLIO-TYPE
                   ELSE
                       DISPLAY 'BAD PORTFOLIO PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'REPORTER'
                   MOVE WS-PARM-VALUE TO WS-REPORTER-NAME
               WHEN 'INNOVISID'
                   MOVE WS-PARM-VALUE(1:10) TO WS-INNOVIS-ID
               WHEN 'EQUIFAXID'
                   MOVE WS-PARM-VALUE(1:10) TO WS-EQUIFAX-ID
               WHEN 'EXPERIANID'
                   MOVE WS-PARM-VALUE(1:5)  TO WS-EXPERIAN-ID
               WHEN 'TRANSUNIONID'
                   MOVE WS-PARM-VALUE(1:10) TO WS-TRANSUNION-ID
               WHEN 'TRIAL'
                   IF WS-PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-TRIAL-RUN
                       DISPLAY 'TRIAL RUN - NO BUREAU FILE, HISTORY '
                               'UNTOUCHED'
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARM IGNORED: '
                           WS-PARM-KEYWORD
           END-EVALUATE .

       715-SET-REPORT-MONTH.
      *
      *        The month defaults to the one before the business
      *        date's, the month the month-end nightly just closed.
      *        Accounts are aged to its last day, or to the business
      *        date if that comes first.  A correction run restates
      *        the as-at date each segment was sent with.
      *
           IF WS-REPORT-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
               IF WS-REPORT-MM = 1
                   MOVE 12 TO WS-REPORT-MM
                   SUBTRACT 1 FROM WS-REPORT-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           END-IF.
           COMPUTE WS-REPORT-MONTH-IX =
               WS-REPORT-CCYY * 12 + WS-REPORT-MM.
           MOVE 'A' TO BDS-FUNCTION.
           COMPUTE BDS-DATE-IN = WS-REPORT-MONTH * 100 + 1.
           MOVE 1  TO BDS-ADD-MONTHS.
           MOVE -1 TO BDS-ADD-DAYS.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           MOVE BDS-DATE-OUT TO WS-MONTH-END.
           IF WS-MONTH-END > WS-RUN-DATE
               MOVE WS-RUN-DATE  TO WS-AS-OF-DATE
           ELSE
               MOVE WS-MONTH-END TO WS-AS-OF-DATE
           END-IF.
           MOVE 'N' TO BDS-FUNCTION.
           MOVE WS-AS-OF-DATE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           MOVE BDS-DAY-NUMBER TO WS-AS-OF-DAYS.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM 480-DATE-TO-MDCY.
           MOVE WS-CONV-MDCY   TO WS-STAMP-MDCY.
           MOVE CURRENT-HOUR   TO WS-STAMP-HH.
           MOVE CURRENT-MINUTE TO WS-STAMP-MIN.
           MOVE CURRENT-SECOND TO WS-STAMP-SS.

       760-WRITE-HEADER.
           MOVE SPACES             TO NEW-HEADER.
           MOVE 426                TO NEW-HDR-RDW.
           MOVE 'HEADER'           TO NEW-HDR-RECORD-ID.
           MOVE WS-CYCLE-ID        TO NEW-HDR-CYCLE-ID.
           MOVE WS-INNOVIS-ID      TO NEW-HDR-INNOVIS-ID.
           MOVE WS-EQUIFAX-ID      TO NEW-HDR-EQUIFAX-ID.
           MOVE WS-EXPERIAN-ID     TO NEW-HDR-EXPERIAN-ID.
           MOVE WS-TRANSUNION-ID   TO NEW-HDR-TRANSUNION-ID.
           MOVE WS-MONTH-END       TO WS-CONV-DATE.
           PERFORM 480-DATE-TO-MDCY.
           MOVE WS-CONV-MDCY       TO NEW-HDR-ACTIVITY-DATE.
           MOVE WS-STAMP-MDCY      TO NEW-HDR-DATE-CREATED.
           MOVE 0                  TO NEW-HDR-PROGRAM-DATE
                                      NEW-HDR-REVISION-DATE
                                      NEW-HDR-REPORTER-PHONE.
           MOVE WS-REPORTER-NAME   TO NEW-HDR-REPORTER-NAME.
           WRITE BUREAU-RECORD FROM NEW-HEADER.
           IF WS-BUR-STATUS NOT = '00'
               DISPLAY 'BUREAU FILE WRITE ERROR (HEADER). RC:'
                       WS-BUR-STATUS '/' WS-BUR-STATUS-2
               MOVE 8 TO RETURN-CODE
           END-IF.

       770-WRITE-TRAILER.
           MOVE SPACES             TO NEW-TRAILER.
           MOVE 426                TO NEW-TRL-RDW.
           MOVE 'TRAILER'          TO NEW-TRL-RECORD-ID.
           MOVE NUM-SEGMENTS-WRITTEN TO NEW-TRL-TOTAL-BASE.
           MOVE NUM-STATUS-11      TO NEW-TRL-STATUS-11.
           MOVE NUM-STATUS-71      TO NEW-TRL-STATUS-71.
           MOVE NUM-STATUS-78      TO NEW-TRL-STATUS-78.
           MOVE NUM-STATUS-80      TO NEW-TRL-STATUS-80.
           MOVE NUM-STATUS-82      TO NEW-TRL-STATUS-82.
           MOVE NUM-STATUS-97      TO NEW-TRL-STATUS-97.
           MOVE NUM-DISPUTED       TO NEW-TRL-DISPUTED.
           MOVE NUM-CORRECTIONS    TO NEW-TRL-CORRECTIONS.
           WRITE BUREAU-RECORD FROM NEW-TRAILER.
           IF WS-BUR-STATUS NOT = '00'
               DISPLAY 'BUREAU FILE WRITE ERROR (TRAILER). RC:'
                       WS-BUR-STATUS '/' WS-BUR-STATUS-2
               MOVE 8 TO RETURN-CODE
           END-IF.

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
           IF WS-BRH-OPEN = 'Y'
               CLOSE BUREAU-HIST-FILE
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y'
               CLOSE BUREAU-FILE
           END-IF .
           IF WS-DSP-ACTIVE = 'Y'
               CLOSE DISPUTE-FILE
           END-IF .
           IF WS-BDL-OPEN = 'Y'
               CLOSE BAD-DEBT-FILE
           END-IF .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE 'CREDIT-BUREAU REPORTING FILE      DATE: '
             TO RPT-TITLE.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE WS-REPORT-MONTH TO RPT-REPORT-MONTH.
           MOVE WS-AS-OF-DATE   TO RPT-AS-OF-DATE.
           IF WS-CORRECTION-RUN = 'Y'
               MOVE 'CORRECTION RUN'   TO RPT-RUN-KIND
           ELSE
               MOVE 'MONTHLY FILE'     TO RPT-RUN-KIND
           END-IF.
           WRITE REPORT-RECORD FROM RPT-MONTH-LINE.
           IF WS-TRIAL-RUN = 'Y'
               WRITE REPORT-RECORD FROM RPT-TRIAL-LINE AFTER 2
           END-IF.
           WRITE REPORT-RECORD FROM RPT-REJ-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-REJ-COL.

       850-REPORT-TOTALS.
           MOVE 'Master records read:        ' TO RPT-BUR-TOTAL-TEXT.
           MOVE NUM-MASTER-RECS     TO RPT-BUR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE AFTER 2.
           MOVE 'Records rejected:           ' TO RPT-BUR-TOTAL-TEXT.
           MOVE NUM-REJECTED        TO RPT-BUR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE.
           IF WS-CORRECTION-RUN = 'Y'
               MOVE 'Corrections sent:           '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-CORRECTIONS     TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE 'Sent as reported - no change'
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-UNCHANGED       TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE 'Not sent for the month:     '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-NOT-SENT-MONTH  TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
           ELSE
               MOVE 'Accounts reported:          '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-REPORTED        TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE '  First time reported:      '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-FIRST-REPORTED  TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE '  11 current:               '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-STATUS-11       TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE '  71 30-59 days past due:   '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-STATUS-71       TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE '  78 60-89 days past due:   '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-STATUS-78       TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE '  80 90-119 days past due:  '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-STATUS-80       TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE '  82 120+ days past due:    '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-STATUS-82       TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE '  97 written off:           '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-STATUS-97       TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE 'Disputed (XB):              '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-DISPUTED        TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE 'Dispute flag removed (XR):  '
                 TO RPT-BUR-TOTAL-TEXT
               MOVE NUM-DISPUTE-REMOVED TO RPT-BUR-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE
               MOVE 'Balances reported:          '
                 TO RPT-BUR-AMOUNT-TEXT
               MOVE WS-BALANCE-TOTAL    TO RPT-BUR-AMOUNT-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-AMOUNT-LINE
               MOVE 'Amounts past due reported:  '
                 TO RPT-BUR-AMOUNT-TEXT
               MOVE WS-PAST-DUE-TOTAL   TO RPT-BUR-AMOUNT-NUM
               WRITE REPORT-RECORD FROM RPT-BUR-AMOUNT-LINE
           END-IF.
           MOVE 'Segments written:           ' TO RPT-BUR-TOTAL-TEXT.
           MOVE NUM-SEGMENTS-WRITTEN TO RPT-BUR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE.
           MOVE 'Bureau history errors:      ' TO RPT-BUR-TOTAL-TEXT.
           MOVE NUM-BRH-ERRORS      TO RPT-BUR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BUR-TOTAL-LINE.

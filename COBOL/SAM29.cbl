      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM29
      *
      * AUTHOR :  Doug Stout
      *
      * QUARTERLY CREDIT-LINE REVIEW.
      *
      * CUST-CREDIT-LIMIT IS SET AT ADD TIME AND RARELY LOOKED AT
      * AGAIN.  THIS PROGRAM REVIEWS EVERY MASTER IN THE CURRENT
      * GENERATION THAT CARRIES A LIMIT AND PROPOSES AN INCREASE, A
      * DECREASE OR A HOLD, WITH THE REASON, FROM:
      *    - PAYMENT RECENCY (DAYS SINCE CUST-LAST-PAY-DATE, SAME
      *      DAY ARITHMETIC AS THE AGING REPORT)
      *    - THE 12 MONTH BUCKETS AGAINST LAST YEAR'S YEAR-HISTORY
      *      RECORD (HISTFILE): A MONTHLY AVERAGE THAT HAS FALLEN
      *      BELOW THREE QUARTERS OF LAST YEAR'S IS 'DECLINING'
      *    - THE RISK TIER AND DORMANCY FLAG THE NIGHTLY STAMPS
      *    - OVER-LIMIT HISTORY: THE BALANCE ADDS SAM2 BOUNCED WITH
      *      'BALANCE EXCEEDS CREDIT LIMIT', COUNTED FROM THE
      *      ACCUMULATED REJECTS DATASET OVER THE LAST REJDAYS DAYS,
      *      AND WHETHER THE ACCOUNT IS OVER ITS LIMIT NOW
      *
      * RULES, FIRST MATCH WINS:
      *    NO LIMIT SET                       HOLD
      *    RISK TIER 4 / PAYMENT OVERDUE PAST
      *      LATEDAYS / DORMANT               DECREASE BY DECPCT
      *    OVER LIMIT NOW                     HOLD (MANUAL REVIEW)
      *    TIER NOT 1 OR 2                    HOLD
      *    USE BELOW UTILPCT AND NEVER
      *      BOUNCED ON THE LIMIT             HOLD
      *    NO PAYMENT WITHIN PAYDAYS          HOLD
      *    ACTIVITY DECLINING                 HOLD
      *    OTHERWISE                          INCREASE BY INCPCT
      * AN INCREASE ROUNDS UP TO THE NEXT 100 AND IS CAPPED AT
      * MAXLIMIT; A DECREASE ROUNDS DOWN TO 100 BUT NEVER BELOW THE
      * BALANCE (ROUNDED UP), SO NO ACCOUNT IS PUT OVER ITS LIMIT.
      *
      * THE CREDIT MANAGER'S DECISIONS COME IN ON A DECISION CARD
      * FILE, THE WAY SAM6 TAKES CORRECTIONS -- ONE CARD PER
      * CUSTOMER KEY:
      *    APPROVE  WRITE THE PROPOSAL (OR THE LIMIT KEYED ON THE
      *             CARD, WHICH OVERRIDES IT) TO THE DECK
      *    DROP     WRITE THE PROPOSAL OFF; NOTHING IS WRITTEN
      * A PROPOSAL WITHOUT A CARD IS REPORTED 'PENDING'.  APPROVED
      * ROWS BECOME UPDATE CREDITLIM REPLACE TRANSACTIONS ON THE
      * CREDDECK DECK, IN KEY SEQUENCE AND READY TO POINT AT
      * TRANFEED.  THE USUAL CYCLE IS A RUN WITH NO CARDS FOR THE
      * REVIEW REPORT, THEN A RERUN WITH THE MANAGER'S CARDS.
      *
      * RC 4 = DECISION CARDS THAT MATCHED NO MASTER OR HAD NOTHING
      * TO APPROVE (LISTED); RC 8 = READ ERROR; RC 16 = OPEN ERROR.
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    INCPCT=nnn     INCREASE PERCENT             (DEFAULT 025)
      *    DECPCT=nnn     DECREASE PERCENT             (DEFAULT 025)
      *    UTILPCT=nnn    BALANCE/LIMIT PERCENT THAT
      *                   COUNTS AS HIGH USE           (DEFAULT 080)
      *    PAYDAYS=nnn    PAID WITHIN THIS MANY DAYS
      *                   TO EARN AN INCREASE          (DEFAULT 030)
      *    LATEDAYS=nnn   UNPAID THIS LONG = DECREASE  (DEFAULT 090)
      *    REJDAYS=nnn    LIMIT BOUNCES COUNTED OVER
      *                   THIS MANY DAYS               (DEFAULT 365)
      *    MAXLIMIT=nnnnnnnnn  CAP ON AN INCREASED LIMIT, 2 DECIMALS
      *                   IMPLIED                (DEFAULT 9999999.00)
      *    SUBMITTER=xxxxxxxx  DECK SUBMITTER WHEN THE CARD NAMES NO
      *                   APPROVER                  (DEFAULT CREDREVW)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM29.
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

            SELECT OPTIONAL REJECT-FILE ASSIGN TO REJFILE
                   FILE STATUS  IS  WS-REJECT-STATUS WS-REJECT-STATUS-2.

            SELECT OPTIONAL DECISION-FILE ASSIGN TO DECISION
                   FILE STATUS  IS  WS-DEC-STATUS WS-DEC-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT DECK-FILE        ASSIGN TO CREDDECK
                   FILE STATUS  IS  WS-DECK-STATUS WS-DECK-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO CREDRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

            SELECT SORT-FILE        ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY HISTREC REPLACING ==:TAG:== BY ==HIST==.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD.
           05  REJ-TRAN-IMAGE.
               10  FILLER             PIC X(7).
               10  REJ-TRAN-KEY       PIC X(9).
               10  FILLER             PIC X(185).
           05  REJ-RUN-DATE           PIC 9(6).
           05  REJ-REASON             PIC X(35).
           05  FILLER                 PIC X(1).

      *        Credit manager's decision cards ('*' in column 1
      *        comments):
      *          cols  1-9   customer key
      *          cols 11-17  APPROVE or DROP
      *          cols 19-27  approved limit, 2 decimals implied;
      *                      blank = the limit proposed
      *          cols 29-36  approver id (deck submitter)
       FD  DECISION-FILE
           RECORDING MODE IS F.
       01  DECISION-RECORD.
           05  DECC-CUST-KEY          PIC X(9).
           05  FILLER                 PIC X.
           05  DECC-ACTION            PIC X(7).
           05  FILLER                 PIC X.
           05  DECC-LIMIT-X           PIC X(9).
           05  DECC-LIMIT  REDEFINES DECC-LIMIT-X
                                      PIC 9(7)V99.
           05  FILLER                 PIC X.
           05  DECC-APPROVER          PIC X(8).
           05  FILLER                 PIC X(44).

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  DECK-FILE
           RECORDING MODE IS F.
       01  DECK-RECORD                PIC X(201).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *        Credit-limit bounces off the rejects dataset, put in
      *        key sequence to match against the master.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-KEY          PIC X(9).
           05  SORT-REJ-DATE          PIC 9(6).

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
           05  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REJECT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-DEC-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DEC-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-DECK-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DECK-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-REJECT-EOF           PIC X     VALUE 'N'.
           05  WS-REJ-ACTIVE           PIC X     VALUE 'N'.
           05  WS-HIST-ACTIVE          PIC X     VALUE 'N'.
           05  WS-DEC-EOF              PIC X     VALUE 'N'.
           05  WS-SORT-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
      *        Review thresholds (see the parm card list above).
           05  WS-INC-PCT              PIC 9(3)  VALUE 025.
           05  WS-DEC-PCT              PIC 9(3)  VALUE 025.
           05  WS-UTIL-THRESH          PIC 9(3)  VALUE 080.
           05  WS-PAY-THRESH           PIC 9(3)  VALUE 030.
           05  WS-LATE-THRESH          PIC 9(3)  VALUE 090.
           05  WS-REJ-WINDOW           PIC 9(3)  VALUE 365.
           05  WS-MAX-LIMIT            PIC 9(7)V99 VALUE 9999999.00.
           05  WS-DEFAULT-SUBMITTER    PIC X(8)  VALUE 'CREDREVW'.
      *        Last year's monthly average must hold at least this
      *        percentage for the trend not to count as declining.
           05  WS-DECLINE-PCT          PIC 9(3)  VALUE 075.
           05  WS-LIMIT-REASON         PIC X(28)
                         VALUE 'BALANCE EXCEEDS CREDIT LIMIT'.
      *        The sorted bounce in hand; HIGH-VALUES once the sort
      *        is exhausted.
           05  WS-REJ-KEY              PIC X(9)  VALUE LOW-VALUES.
      *        Calendar day numbers from the SAM30 date service,
      *        the same the aging report uses.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-THEN-DAYS            PIC S9(9) COMP VALUE +0.
           05  WS-AGE-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-DATE-YYMMDD          PIC 9(6)  VALUE 0.
      *        The facts gathered for the master under review.
           05  WS-LIMIT                PIC S9(7)V99  COMP-3 VALUE +0.
           05  WS-BALANCE              PIC S9(7)V99  COMP-3 VALUE +0.
           05  WS-UTIL-PCT             PIC S9(11)    COMP-3 VALUE +0.
           05  WS-PAY-KNOWN            PIC X     VALUE 'N'.
           05  WS-PAY-AGE              PIC S9(9) COMP VALUE +0.
           05  WS-LIMIT-REJ-CNT        PIC S9(5) COMP-3 VALUE +0.
           05  WS-CUR-AVG              PIC S9(7)V99  COMP-3 VALUE +0.
           05  WS-PRIOR-AVG            PIC S9(7)V99  COMP-3 VALUE +0.
           05  WS-HIST-FOUND           PIC X     VALUE 'N'.
           05  WS-DECLINING            PIC X     VALUE 'N'.
           05  WS-MONTH-IX             PIC S9(4) COMP VALUE +0.
      *        The proposal and what became of it.
           05  WS-PROPOSAL             PIC X(8)  VALUE SPACES.
           05  WS-REASON               PIC X(24) VALUE SPACES.
           05  WS-NEW-LIMIT            PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-FLOOR-LIMIT          PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-HUNDREDS             PIC S9(9)     COMP-3 VALUE +0.
           05  WS-APPR-LIMIT           PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-DECISION             PIC X(8)  VALUE SPACES.
           05  WS-DECK-NUM             PIC 9(7)V99 VALUE 0.
           05  WS-DECK-NUM-X  REDEFINES WS-DECK-NUM PIC X(9).

      *        Decision cards as loaded.
       01  DECISION-TABLE.
           05  WS-DEC-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-DEC-IX               PIC S9(4) COMP VALUE +0.
           05  WS-DEC-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-UNUSED-HDR-DONE      PIC X     VALUE 'N'.
           05  DEC-ENTRY OCCURS 2000.
               10  DEC-CUST-KEY        PIC X(9).
               10  DEC-ACTION          PIC X(7).
               10  DEC-LIMIT-X         PIC X(9).
               10  DEC-APPROVER        PIC X(8).
               10  DEC-USED            PIC X.

      *        Hold reasons, counted for the summary.
       01  HOLD-REASON-TABLE.
           05  WS-HLD-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-HLD-IX               PIC S9(4) COMP VALUE +0.
           05  WS-HLD-FOUND            PIC S9(4) COMP VALUE +0.
           05  HLD-ENTRY OCCURS 20.
               10  HLD-REASON          PIC X(24).
               10  HLD-COUNT           PIC S9(9) COMP-3.

       01  REVIEW-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LIMIT-REJECTS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INCREASES         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DECREASES         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HOLDS             PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APPROVED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-OVERRIDDEN        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DROPPED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PENDING           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DEC-UNUSABLE      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DECK-WRITTEN      PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-LIMIT-BEFORE      PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-LIMIT-AFTER       PIC S9(11)V99 COMP-3 VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'CREDIT-LINE REVIEW                DATE: '.
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
       01  RPT-PROP-HDR.
           05  FILLER PIC X(60) VALUE
               'Proposed credit-limit changes and decisions:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-PROP-COL.
           05  FILLER PIC X(28) VALUE 'KEY       NAME              '.
           05  FILLER PIC X(16) VALUE 'ST      BALANCE '.
           05  FILLER PIC X(23) VALUE '        LIMIT PROPOSAL '.
           05  FILLER PIC X(16) VALUE '    NEW LIMIT T '.
           05  FILLER PIC X(15) VALUE 'PAYDY UTIL REJ '.
           05  FILLER PIC X(25) VALUE 'REASON                   '.
           05  FILLER PIC X(9)  VALUE 'DECISION '.
       01  RPT-PROP-LINE.
           05  RPT-PR-KEY          PIC X(9).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-NAME         PIC X(17).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-STATE        PIC X(2).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-BALANCE      PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-LIMIT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-PROPOSAL     PIC X(8).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-NEW-LIMIT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-TIER         PIC X.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-PAY-DAYS     PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-UTIL         PIC ZZZ9.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-REJ          PIC ZZ9.
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-REASON       PIC X(24).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-PR-DECISION     PIC X(8).
           05  FILLER              PIC X     VALUE SPACES.
       01  RPT-HOLD-HDR.
           05  FILLER PIC X(60) VALUE
               'Accounts held at their current limit, by reason:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-HOLD-LINE.
           05  RPT-HLD-REASON      PIC X(24).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  RPT-HLD-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-UNUSED-HDR.
           05  FILLER PIC X(60) VALUE
               'Decision cards not applied:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-UNUSED-LINE.
           05  RPT-UN-KEY          PIC X(9).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-UN-ACTION       PIC X(7).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-UN-LIMIT        PIC X(9).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-UN-APPROVER     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-UN-TEXT         PIC X(30).
           05  FILLER              PIC X(64) VALUE SPACES.
       01  RPT-CRV-TOTAL-LINE.
           05  RPT-CRV-TOTAL-TEXT  PIC X(30).
           05  RPT-CRV-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-CRV-AMOUNT-LINE.
           05  RPT-CRV-AMOUNT-TEXT PIC X(30).
           05  RPT-CRV-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(84) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM29 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 710-LOAD-DECISIONS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-CUST-KEY
                   INPUT PROCEDURE  IS 500-RELEASE-LIMIT-REJECTS
                   OUTPUT PROCEDURE IS 600-REVIEW-MASTERS
               PERFORM 180-REPORT-UNUSED-DECISIONS
           END-IF .

           PERFORM 850-REPORT-REVIEW .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM29 INCREASES PROPOSED   = ' NUM-INCREASES .
           DISPLAY 'SAM29 DECREASES PROPOSED   = ' NUM-DECREASES .
           DISPLAY 'SAM29 DECK TRANSACTIONS    = ' NUM-DECK-WRITTEN .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM29 STOPPED TIME = ' CURRENT-HOUR ':'
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
                          PERFORM 110-REVIEW-ONE-MASTER
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

       110-REVIEW-ONE-MASTER.
           PERFORM 120-COUNT-LIMIT-REJECTS.
           PERFORM 130-GATHER-FACTS.
           PERFORM 140-PROPOSE-LIMIT.
           PERFORM 150-APPLY-DECISION.
           IF WS-PROPOSAL = 'HOLD    ' AND WS-DEC-FOUND = 0
               PERFORM 165-COUNT-HOLD-REASON
           ELSE
               PERFORM 160-REPORT-PROPOSAL
           END-IF .

       120-COUNT-LIMIT-REJECTS.
      *
      *        Bounces for keys with no master left are passed by;
      *        the ones for this key are counted.
      *
           MOVE +0 TO WS-LIMIT-REJ-CNT.
           PERFORM 610-RETURN-REJECT
               UNTIL WS-REJ-KEY NOT < CUST-KEY.
           PERFORM 121-COUNT-ONE-REJECT
               UNTIL WS-REJ-KEY NOT = CUST-KEY.

       121-COUNT-ONE-REJECT.
           ADD +1 TO WS-LIMIT-REJ-CNT.
           PERFORM 610-RETURN-REJECT.

       130-GATHER-FACTS.
           MOVE +0 TO WS-LIMIT WS-BALANCE WS-UTIL-PCT.
           IF CUST-CREDIT-LIMIT NUMERIC
               MOVE CUST-CREDIT-LIMIT TO WS-LIMIT
           END-IF.
           IF CUST-ACCT-BALANCE NUMERIC
               MOVE CUST-ACCT-BALANCE TO WS-BALANCE
           END-IF.
           IF WS-LIMIT > 0 AND WS-BALANCE > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                       WS-BALANCE * 100 / WS-LIMIT
           END-IF.
           MOVE 'N' TO WS-PAY-KNOWN.
           MOVE +0  TO WS-PAY-AGE.
           IF CUST-LAST-PAY-DATE NUMERIC
              AND CUST-LAST-PAY-DATE NOT = ZERO
               MOVE CUST-LAST-PAY-DATE TO WS-DATE-YYMMDD
               PERFORM 135-DAYS-SINCE-DATE
               MOVE WS-AGE-DAYS TO WS-PAY-AGE
               MOVE 'Y' TO WS-PAY-KNOWN
           END-IF.
      *
      *        This year's monthly average against last year's,
      *        read from the year history by key and prior year.
      *
           MOVE +0  TO WS-CUR-AVG WS-PRIOR-AVG.
           MOVE 'N' TO WS-HIST-FOUND WS-DECLINING.
           IF CUST-MONTH-AVG NUMERIC
               MOVE CUST-MONTH-AVG TO WS-CUR-AVG
           END-IF.
           IF WS-HIST-ACTIVE = 'Y' AND CUST-MONTH-YEAR NUMERIC
              AND CUST-MONTH-YEAR > 0
               MOVE CUST-KEY TO HIST-CUST-KEY
               COMPUTE HIST-YEAR = CUST-MONTH-YEAR - 1
               READ HISTORY-FILE
               EVALUATE WS-HIST-STATUS
                  WHEN '00'
                      IF HIST-MONTH-AVG NUMERIC
                          MOVE 'Y' TO WS-HIST-FOUND
                          MOVE HIST-MONTH-AVG TO WS-PRIOR-AVG
                      END-IF
                  WHEN '23'
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'YEAR HISTORY READ ERROR. KEY:'
                              CUST-KEY ' RC:' WS-HIST-STATUS '/'
                              WS-HIST-STATUS-2
               END-EVALUATE
           END-IF.
           IF WS-HIST-FOUND = 'Y' AND WS-PRIOR-AVG > 0
               IF WS-CUR-AVG * 100 < WS-PRIOR-AVG * WS-DECLINE-PCT
                   MOVE 'Y' TO WS-DECLINING
               END-IF
           END-IF .

       135-DAYS-SINCE-DATE.
      *        a date that is no real date counts as today
           MOVE 'N' TO BDS-FUNCTION.
           MOVE WS-DATE-YYMMDD TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF BDS-RETURN = '00'
               MOVE BDS-DAY-NUMBER TO WS-THEN-DAYS
           ELSE
               MOVE WS-RUN-DAYS TO WS-THEN-DAYS
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-THEN-DAYS.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF .

       140-PROPOSE-LIMIT.
           MOVE 'HOLD    ' TO WS-PROPOSAL.
           MOVE SPACES     TO WS-REASON.
           MOVE WS-LIMIT   TO WS-NEW-LIMIT.
           EVALUATE TRUE
               WHEN WS-LIMIT = 0
                   MOVE 'NO LIMIT ON ACCOUNT' TO WS-REASON
               WHEN CUST-RISK-TIER = '4'
                   MOVE 'HIGH RISK TIER' TO WS-REASON
                   PERFORM 141-PROPOSE-DECREASE
               WHEN WS-PAY-KNOWN = 'Y' AND WS-BALANCE > 0
                    AND WS-PAY-AGE > WS-LATE-THRESH
                   MOVE 'PAYMENT OVERDUE' TO WS-REASON
                   PERFORM 141-PROPOSE-DECREASE
               WHEN CUST-DORMANT-FLAG = 'D'
                   MOVE 'DORMANT ACCOUNT' TO WS-REASON
                   PERFORM 141-PROPOSE-DECREASE
               WHEN WS-BALANCE > WS-LIMIT
                   MOVE 'OVER LIMIT - REVIEW' TO WS-REASON
               WHEN CUST-RISK-TIER = SPACE
                   MOVE 'NOT RISK SCORED' TO WS-REASON
               WHEN CUST-RISK-TIER NOT = '1'
                    AND CUST-RISK-TIER NOT = '2'
                   MOVE 'RISK TIER 3' TO WS-REASON
               WHEN WS-UTIL-PCT < WS-UTIL-THRESH
                    AND WS-LIMIT-REJ-CNT = 0
                   MOVE 'LIMIT NOT UNDER PRESSURE' TO WS-REASON
               WHEN WS-PAY-KNOWN NOT = 'Y'
                    OR WS-PAY-AGE > WS-PAY-THRESH
                   MOVE 'NO RECENT PAYMENT' TO WS-REASON
               WHEN WS-DECLINING = 'Y'
                   MOVE 'ACTIVITY DECLINING' TO WS-REASON
               WHEN OTHER
                   IF WS-LIMIT-REJ-CNT > 0
                       MOVE 'BOUNCED ON LIMIT' TO WS-REASON
                   ELSE
                       MOVE 'HIGH USE, PAYS PROMPTLY' TO WS-REASON
                   END-IF
                   PERFORM 142-PROPOSE-INCREASE
           END-EVALUATE .

       141-PROPOSE-DECREASE.
      *
      *        Cut by the percentage, down to a round hundred, but
      *        never below the balance rounded up to a hundred.
      *
           COMPUTE WS-NEW-LIMIT = WS-LIMIT * (100 - WS-DEC-PCT) / 100.
           DIVIDE WS-NEW-LIMIT BY 100 GIVING WS-HUNDREDS.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
           MOVE +0 TO WS-FLOOR-LIMIT.
           IF WS-BALANCE > 0
               COMPUTE WS-HUNDREDS = (WS-BALANCE + 99.99) / 100
               COMPUTE WS-FLOOR-LIMIT = WS-HUNDREDS * 100
           END-IF.
           IF WS-NEW-LIMIT < WS-FLOOR-LIMIT
               MOVE WS-FLOOR-LIMIT TO WS-NEW-LIMIT
           END-IF.
           IF WS-NEW-LIMIT < WS-LIMIT
               MOVE 'DECREASE' TO WS-PROPOSAL
           ELSE
               MOVE WS-LIMIT TO WS-NEW-LIMIT
               MOVE 'BALANCE BLOCKS DECREASE' TO WS-REASON
           END-IF .

       142-PROPOSE-INCREASE.
           COMPUTE WS-NEW-LIMIT = WS-LIMIT * (100 + WS-INC-PCT) / 100.
           COMPUTE WS-HUNDREDS = (WS-NEW-LIMIT + 99.99) / 100.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
           IF WS-NEW-LIMIT > WS-MAX-LIMIT
               MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
           END-IF.
           IF WS-NEW-LIMIT > WS-LIMIT
               MOVE 'INCREASE' TO WS-PROPOSAL
           ELSE
               MOVE WS-LIMIT TO WS-NEW-LIMIT
               MOVE 'AT MAXIMUM LIMIT' TO WS-REASON
           END-IF .

       150-APPLY-DECISION.
           EVALUATE WS-PROPOSAL
               WHEN 'INCREASE'
                   ADD +1 TO NUM-INCREASES
               WHEN 'DECREASE'
                   ADD +1 TO NUM-DECREASES
               WHEN OTHER
                   ADD +1 TO NUM-HOLDS
           END-EVALUATE.
           MOVE 0 TO WS-DEC-FOUND.
           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
             UNTIL WS-DEC-IX > WS-DEC-CNT
                OR WS-DEC-FOUND > 0
               IF DEC-CUST-KEY(WS-DEC-IX) = CUST-KEY
                   MOVE WS-DEC-IX TO WS-DEC-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DECISION.
           IF WS-DEC-FOUND = 0
               IF WS-PROPOSAL NOT = 'HOLD    '
                   MOVE 'PENDING' TO WS-DECISION
                   ADD +1 TO NUM-PENDING
               END-IF
           ELSE
               MOVE 'Y' TO DEC-USED(WS-DEC-FOUND)
               IF DEC-ACTION(WS-DEC-FOUND) = 'DROP   '
                   MOVE 'DROPPED' TO WS-DECISION
                   ADD +1 TO NUM-DROPPED
               ELSE
                   PERFORM 155-APPROVE-PROPOSAL
               END-IF
           END-IF .

       155-APPROVE-PROPOSAL.
      *
      *        A limit keyed on the card overrides the proposal --
      *        and is the only way to approve a change on a row the
      *        review held.
      *
           IF DEC-LIMIT-X(WS-DEC-FOUND) = SPACES
               MOVE WS-NEW-LIMIT TO WS-APPR-LIMIT
               MOVE 'APPROVED' TO WS-DECISION
           ELSE
               MOVE DEC-LIMIT-X(WS-DEC-FOUND) TO WS-DECK-NUM-X
               MOVE WS-DECK-NUM TO WS-APPR-LIMIT
               MOVE 'OVERRIDE' TO WS-DECISION
           END-IF.
           IF WS-APPR-LIMIT = WS-LIMIT
               MOVE 'NOCHANGE' TO WS-DECISION
               ADD +1 TO NUM-DEC-UNUSABLE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-DECISION = 'APPROVED'
                   ADD +1 TO NUM-APPROVED
               ELSE
                   ADD +1 TO NUM-OVERRIDDEN
               END-IF
               PERFORM 170-WRITE-DECK-TRAN
           END-IF .

       160-REPORT-PROPOSAL.
           MOVE CUST-KEY           TO RPT-PR-KEY.
           MOVE CUST-NAME          TO RPT-PR-NAME.
           MOVE CUST-STATE         TO RPT-PR-STATE.
           MOVE WS-BALANCE         TO RPT-PR-BALANCE.
           MOVE WS-LIMIT           TO RPT-PR-LIMIT.
           MOVE WS-PROPOSAL        TO RPT-PR-PROPOSAL.
           MOVE WS-NEW-LIMIT       TO RPT-PR-NEW-LIMIT.
           MOVE CUST-RISK-TIER     TO RPT-PR-TIER.
           IF WS-PAY-KNOWN = 'Y'
               MOVE WS-PAY-AGE     TO RPT-PR-PAY-DAYS
           ELSE
               MOVE 0              TO RPT-PR-PAY-DAYS
           END-IF.
           IF WS-UTIL-PCT > 9999
               MOVE 9999           TO RPT-PR-UTIL
           ELSE
               MOVE WS-UTIL-PCT    TO RPT-PR-UTIL
           END-IF.
           MOVE WS-LIMIT-REJ-CNT   TO RPT-PR-REJ.
           MOVE WS-REASON          TO RPT-PR-REASON.
           MOVE WS-DECISION        TO RPT-PR-DECISION.
           WRITE REPORT-RECORD FROM RPT-PROP-LINE.

       165-COUNT-HOLD-REASON.
           MOVE 0 TO WS-HLD-FOUND.
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
             UNTIL WS-HLD-IX > WS-HLD-CNT
                OR WS-HLD-FOUND > 0
               IF HLD-REASON(WS-HLD-IX) = WS-REASON
                   MOVE WS-HLD-IX TO WS-HLD-FOUND
               END-IF
           END-PERFORM.
           IF WS-HLD-FOUND = 0 AND WS-HLD-CNT < 20
               ADD +1 TO WS-HLD-CNT
               MOVE WS-HLD-CNT TO WS-HLD-FOUND
               MOVE WS-REASON  TO HLD-REASON(WS-HLD-FOUND)
               MOVE +0         TO HLD-COUNT(WS-HLD-FOUND)
           END-IF.
           IF WS-HLD-FOUND > 0
               ADD +1 TO HLD-COUNT(WS-HLD-FOUND)
           END-IF .

       170-WRITE-DECK-TRAN.
           MOVE SPACES        TO TRANSACTION-RECORD.
           MOVE 'UPDATE'      TO TRAN-CODE.
           MOVE CUST-KEY      TO TRAN-KEY.
           IF DEC-APPROVER(WS-DEC-FOUND) NOT = SPACES
               MOVE DEC-APPROVER(WS-DEC-FOUND) TO TRAN-SUBMITTER
           ELSE
               MOVE WS-DEFAULT-SUBMITTER TO TRAN-SUBMITTER
           END-IF.
           MOVE 'REPLACE '    TO TRAN-ACTION.
           MOVE 'CREDITLIM '  TO TRAN-FIELD-NAME.
           MOVE WS-APPR-LIMIT TO WS-DECK-NUM.
           MOVE WS-DECK-NUM-X TO TRAN-UPDATE-DATA(1:9).
           WRITE DECK-RECORD FROM TRANSACTION-RECORD.
           IF WS-DECK-STATUS NOT = '00'
               DISPLAY 'CREDIT DECK WRITE ERROR. KEY:' CUST-KEY
                       ' RC:' WS-DECK-STATUS '/' WS-DECK-STATUS-2
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD +1 TO NUM-DECK-WRITTEN
               ADD WS-LIMIT      TO TOT-LIMIT-BEFORE
               ADD WS-APPR-LIMIT TO TOT-LIMIT-AFTER
           END-IF .

       180-REPORT-UNUSED-DECISIONS.
      *
      *        A card whose key matched no master did nothing; the
      *        credit manager needs to see it rather than assume
      *        the change went through.
      *
           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
             UNTIL WS-DEC-IX > WS-DEC-CNT
               IF DEC-USED(WS-DEC-IX) NOT = 'Y'
                   IF WS-UNUSED-HDR-DONE NOT = 'Y'
                       WRITE REPORT-RECORD FROM RPT-UNUSED-HDR AFTER 2
                       MOVE 'Y' TO WS-UNUSED-HDR-DONE
                   END-IF
                   ADD +1 TO NUM-DEC-UNUSABLE
                   MOVE DEC-CUST-KEY(WS-DEC-IX)  TO RPT-UN-KEY
                   MOVE DEC-ACTION(WS-DEC-IX)    TO RPT-UN-ACTION
                   MOVE DEC-LIMIT-X(WS-DEC-IX)   TO RPT-UN-LIMIT
                   MOVE DEC-APPROVER(WS-DEC-IX)  TO RPT-UN-APPROVER
                   MOVE 'NO MASTER FOR THIS KEY'  TO RPT-UN-TEXT
                   WRITE REPORT-RECORD FROM RPT-UNUSED-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM .

       500-RELEASE-LIMIT-REJECTS.
           IF WS-REJ-ACTIVE = 'Y'
               PERFORM 510-READ-ONE-REJECT
                   UNTIL WS-REJECT-EOF = 'Y'
           END-IF .

       510-READ-ONE-REJECT.
           READ REJECT-FILE
             AT END MOVE 'Y' TO WS-REJECT-EOF
           END-READ.
           EVALUATE WS-REJECT-STATUS
              WHEN '00'
                  IF REJ-REASON(1:28) = WS-LIMIT-REASON
                     AND REJ-RUN-DATE NUMERIC
                      MOVE REJ-RUN-DATE TO WS-DATE-YYMMDD
                      PERFORM 135-DAYS-SINCE-DATE
                      IF WS-AGE-DAYS NOT > WS-REJ-WINDOW
                          MOVE REJ-TRAN-KEY TO SORT-CUST-KEY
                          MOVE REJ-RUN-DATE TO SORT-REJ-DATE
                          RELEASE SORT-RECORD
                          ADD +1 TO NUM-LIMIT-REJECTS
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-REJECT-EOF
              WHEN OTHER
                  DISPLAY 'REJECTS READ ERROR. RC:'
                          WS-REJECT-STATUS '/' WS-REJECT-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-REJECT-EOF
           END-EVALUATE .

       600-REVIEW-MASTERS.
           WRITE REPORT-RECORD FROM RPT-PROP-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-PROP-COL.
           PERFORM 610-RETURN-REJECT.
           PERFORM 100-READ-MASTER
               UNTIL WS-CUST-FILE-EOF = 'Y' .

       610-RETURN-REJECT.
           IF WS-SORT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-REJ-KEY
           ELSE
               RETURN SORT-FILE
                 AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF = 'Y'
                   MOVE HIGH-VALUES TO WS-REJ-KEY
               ELSE
                   MOVE SORT-CUST-KEY TO WS-REJ-KEY
               END-IF
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
             DISPLAY 'ERROR OPENING CREDIT DECK FILE. RC:'
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
      *        The year history and the rejects only sharpen the
      *        review; without them it runs on the master alone.
           OPEN INPUT HISTORY-FILE .
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '97'
               MOVE 'Y' TO WS-HIST-ACTIVE
           ELSE
               MOVE 'N' TO WS-HIST-ACTIVE
               DISPLAY 'NO YEAR HISTORY - TREND NOT CHECKED. RC:'
                       WS-HIST-STATUS '/' WS-HIST-STATUS-2
           END-IF .
           OPEN INPUT REJECT-FILE .
           IF WS-REJECT-STATUS = '00' OR WS-REJECT-STATUS = '05'
               MOVE 'Y' TO WS-REJ-ACTIVE
           ELSE
               MOVE 'N' TO WS-REJ-ACTIVE
               DISPLAY 'NO REJECTS DATASET - LIMIT BOUNCES NOT '
                       'COUNTED. RC:' WS-REJECT-STATUS '/'
                       WS-REJECT-STATUS-2
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - DEFAULT REVIEW RULES. RC:'
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
               WHEN 'INCPCT'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-INC-PCT
                   ELSE
                       DISPLAY 'BAD INCPCT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'DECPCT'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                      AND WS-PARM-VALUE(1:3) < '100'
                       MOVE WS-PARM-VALUE(1:3) TO WS-DEC-PCT
                   ELSE
                       DISPLAY 'BAD DECPCT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'UTILPCT'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-UTIL-THRESH
                   ELSE
                       DISPLAY 'BAD UTILPCT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'PAYDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-PAY-THRESH
                   ELSE
                       DISPLAY 'BAD PAYDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'LATEDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-LATE-THRESH
                   ELSE
                       DISPLAY 'BAD LATEDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'REJDAYS'
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-REJ-WINDOW
                   ELSE
                       DISPLAY 'BAD REJDAYS PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'MAXLIMIT'
                   IF WS-PARM-VALUE(1:9) NUMERIC
                       MOVE WS-PARM-VALUE(1:9) TO WS-DECK-NUM-X
                       MOVE WS-DECK-NUM        TO WS-MAX-LIMIT
                   ELSE
                       DISPLAY 'BAD MAXLIMIT PARM IGNORED: '
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

       710-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS NOT = '00'
               DISPLAY 'NO DECISION CARDS - EVERY PROPOSAL PENDING. '
                       'RC:' WS-DEC-STATUS '/' WS-DEC-STATUS-2
           ELSE
               MOVE 'N' TO WS-DEC-EOF
               PERFORM 711-READ-ONE-DECISION
                   UNTIL WS-DEC-EOF = 'Y'
               CLOSE DECISION-FILE
           END-IF .

       711-READ-ONE-DECISION.
           READ DECISION-FILE
             AT END MOVE 'Y' TO WS-DEC-EOF
           END-READ.
           IF WS-DEC-EOF NOT = 'Y' AND WS-DEC-STATUS = '00'
               IF DECISION-RECORD(1:1) NOT = '*'
                      AND DECISION-RECORD NOT = SPACES
                   IF (DECC-ACTION NOT = 'APPROVE'
                       AND DECC-ACTION NOT = 'DROP   ')
                      OR DECC-CUST-KEY = SPACES
                      OR (DECC-LIMIT-X NOT = SPACES
                          AND DECC-LIMIT NOT NUMERIC)
                      OR WS-DEC-CNT >= 2000
                       DISPLAY 'BAD OR EXCESS DECISION CARD IGNORED: '
                               DECISION-RECORD(1:36)
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       ADD +1 TO WS-DEC-CNT
                       MOVE DECC-CUST-KEY TO DEC-CUST-KEY(WS-DEC-CNT)
                       MOVE DECC-ACTION   TO DEC-ACTION(WS-DEC-CNT)
                       MOVE DECC-LIMIT-X  TO DEC-LIMIT-X(WS-DEC-CNT)
                       MOVE DECC-APPROVER TO DEC-APPROVER(WS-DEC-CNT)
                       MOVE 'N'           TO DEC-USED(WS-DEC-CNT)
                   END-IF
               END-IF
           END-IF .

       780-GET-BUSINESS-DATE.
      *
      *        The processing date is the business date on the
      *        shared control record (SAM30 service), not the
      *        clock: a run that starts after midnight, or reruns
      *        a day late, still stamps the business day it
      *        belongs to.  No BUSDATE DD = system date, as before.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           IF WS-HIST-ACTIVE = 'Y'
               CLOSE HISTORY-FILE
           END-IF .
           IF WS-REJ-ACTIVE = 'Y'
               CLOSE REJECT-FILE
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

       850-REPORT-REVIEW.
           IF WS-HLD-CNT > 0
               WRITE REPORT-RECORD FROM RPT-HOLD-HDR AFTER 2
               PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                 UNTIL WS-HLD-IX > WS-HLD-CNT
                   MOVE HLD-REASON(WS-HLD-IX) TO RPT-HLD-REASON
                   MOVE HLD-COUNT(WS-HLD-IX)  TO RPT-HLD-COUNT
                   WRITE REPORT-RECORD FROM RPT-HOLD-LINE
               END-PERFORM
           END-IF.
           MOVE 'Master records reviewed:    ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-MASTER-RECS     TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE AFTER 2.
           MOVE 'Credit-limit bounces counted:' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-LIMIT-REJECTS   TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Increases proposed:         ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-INCREASES       TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Decreases proposed:         ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-DECREASES       TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Held at current limit:      ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-HOLDS           TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Approved as proposed:       ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-APPROVED        TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE AFTER 2.
           MOVE 'Approved with override:     ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-OVERRIDDEN      TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Dropped:                    ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-DROPPED         TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Pending a decision:         ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-PENDING         TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Decision cards not applied: ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-DEC-UNUSABLE    TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE.
           MOVE 'Deck transactions written:  ' TO RPT-CRV-TOTAL-TEXT.
           MOVE NUM-DECK-WRITTEN    TO RPT-CRV-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-CRV-TOTAL-LINE AFTER 2.
           MOVE 'Limits before (deck rows):  ' TO RPT-CRV-AMOUNT-TEXT.
           MOVE TOT-LIMIT-BEFORE    TO RPT-CRV-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-CRV-AMOUNT-LINE.
           MOVE 'Limits after (deck rows):   ' TO RPT-CRV-AMOUNT-TEXT.
           MOVE TOT-LIMIT-AFTER     TO RPT-CRV-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-CRV-AMOUNT-LINE.

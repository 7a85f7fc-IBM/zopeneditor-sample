      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM35
      *
      * AUTHOR :  Doug Stout
      *
      * NIGHTLY PROMISE-TO-PAY MONITOR.
      *
      * COLLECTIONS RECORDS EACH PAYMENT ARRANGEMENT IT AGREES WITH
      * A CUSTOMER THROUGH SAM1'S PTP TRANSACTION (SEE PTPREC), AND
      * SAM1 CREDITS EVERY BALANCE SUBTRACT IT POSTS TO THE
      * CUSTOMER'S OPEN ARRANGEMENT.  THIS PROGRAM RUNS AFTER THE
      * NIGHTLY HAS POSTED THE BUSINESS DAY AND JUDGES EVERY
      * INSTALLMENT WHOSE DUE DATE (PLUS THE GRACE DAYS) HAS COME:
      *
      *    KEPT    PAID TO DATE COVERS EVERY INSTALLMENT DUE SO FAR
      *    BROKEN  IT DOES NOT - THE AMOUNT SHORT IS WHAT WOULD
      *            BRING THE ARRANGEMENT BACK UP TO DATE
      *
      * PAYMENTS ARE MATCHED CUMULATIVELY, SO AN EARLY OR LARGER
      * PAYMENT COUNTS TOWARD THE INSTALLMENTS AFTER IT.  THE FIRST
      * BROKEN INSTALLMENT TAKES THE ARRANGEMENT FROM ACTIVE ('A')
      * TO BROKEN ('B'), AND FROM THEN ON THE ACCOUNT IS DUNNED AND
      * CHARGED AGAIN.  ONCE THE LAST INSTALLMENT IS JUDGED THE
      * ARRANGEMENT ENDS: COMPLETED ('K') IF NOTHING WAS BROKEN,
      * ENDED BROKEN ('X') OTHERWISE.  AN ACCOUNT WHOSE BALANCE HAS
      * BEEN CLEARED IS COMPLETED AT ONCE, AND ONE WHOSE MASTER IS
      * NO LONGER ON FILE (DELETED OR MERGED AWAY) IS CANCELLED.
      *
      * EVERY BROKEN INSTALLMENT IS LISTED ON THE BROKEN-PROMISE
      * REPORT WITH THE AMOUNT SHORT; THE RUN ENDS WITH A SUMMARY.
      * AN INSTALLMENT IS JUDGED ONCE, SO A RERUN CHANGES NOTHING.
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    GRACE=nn      DAYS AFTER A DUE DATE BEFORE THE
      *                  INSTALLMENT IS JUDGED          (DEFAULT 00)
      *    TRIAL=Y       REPORT ONLY - ARRANGEMENTS NOT UPDATED
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM35.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PROMISE-FILE     ASSIGN TO PTPFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PTP-CUST-KEY
                   FILE STATUS  IS  WS-PTP-STATUS WS-PTP-STATUS-2.

            SELECT CUSTOMER-FILE-INDEXED ASSIGN TO CUSTIDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CSTIDX-KEY
                   FILE STATUS  IS  WS-CUSTIDX-STATUS
                                    WS-CUSTIDX-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO PTPRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PROMISE-FILE
           RECORD CONTAINS 640 CHARACTERS.
       COPY PTPREC REPLACING ==:TAG:== BY ==PTP==.

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
           05  WS-PTP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-PTP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-CUSTIDX-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTIDX-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-PTP-EOF              PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-TRIAL-RUN            PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-GRACE-DAYS           PIC 99    VALUE 0.
      *        The business date with its century, and its day
      *        number from the SAM30 date service; an installment
      *        is judged once the days since its due date reach
      *        the grace days.
           05  WS-BUS-DATE-FULL        PIC 9(8)  VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-DUE-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-INST-IX              PIC S9(4) COMP VALUE +0.
      *        Master = the account is on the keyed master copy.
           05  WS-MASTER-FOUND         PIC X     VALUE 'N'.
           05  WS-PAID-TO-DATE         PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-DUE-TO-DATE          PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-SHORT                PIC S9(9)V99  COMP-3 VALUE +0.
           05  WS-EDIT-DATE            PIC 9(8)  VALUE 0.
           05  FILLER  REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-CCYY        PIC 9(4).
               10  WS-EDIT-MM          PIC 99.
               10  WS-EDIT-DD          PIC 99.

       01  PROMISE-TOTALS.
           05  NUM-PTP-READ          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTP-ENDED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTP-CHECKED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INST-KEPT         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-INST-BROKEN       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NEWLY-BROKEN      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMPLETED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ENDED-BROKEN      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAID-OFF          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-MASTER         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STILL-KEPT        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STILL-BROKEN      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTP-ERRORS        PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-AMOUNT-SHORT      PIC S9(11)V99 COMP-3 VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'BROKEN PROMISE-TO-PAY REPORT      DATE: '.
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
       01  RPT-TRIAL-LINE.
           05  FILLER PIC X(60) VALUE
             '*** TRIAL RUN - ARRANGEMENTS NOT UPDATED ***'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-GRACE-LINE.
           05  FILLER PIC X(30) VALUE 'Grace days after due date:  '.
           05  RPT-GRACE-DAYS      PIC Z9.
           05  FILLER PIC X(100) VALUE SPACES.
       01  RPT-BROKEN-COL1.
           05  FILLER PIC X(28) VALUE 'ACCOUNT   NAME'.
           05  FILLER PIC X(7)  VALUE ' INST'.
           05  FILLER PIC X(12) VALUE '  DUE DATE'.
           05  FILLER PIC X(15) VALUE '    INSTALLMENT'.
           05  FILLER PIC X(17) VALUE '      DUE TO DATE'.
           05  FILLER PIC X(17) VALUE '     PAID TO DATE'.
           05  FILLER PIC X(17) VALUE '     AMOUNT SHORT'.
           05  FILLER PIC X(5)  VALUE '  CCY'.
           05  FILLER PIC X(14) VALUE SPACES.
       01  RPT-BROKEN-LINE.
           05  RPT-BRK-ID          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-BRK-NAME        PIC X(17).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-BRK-INST        PIC Z9.
           05  FILLER              PIC X     VALUE '/'.
           05  RPT-BRK-COUNT       PIC 99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-BRK-DUE-MM      PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RPT-BRK-DUE-DD      PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RPT-BRK-DUE-CCYY    PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-BRK-INST-AMT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-BRK-DUE-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  RPT-BRK-PAID-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  RPT-BRK-SHORT-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-BRK-CCY         PIC X(3).
           05  FILLER              PIC X(14) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER PIC X(40) VALUE
               'No installments broken this run.'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-PTP-TOTAL-LINE.
           05  RPT-PTP-TOTAL-TEXT  PIC X(30).
           05  RPT-PTP-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-PTP-AMOUNT-LINE.
           05  RPT-PTP-AMOUNT-TEXT PIC X(30).
           05  RPT-PTP-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM35 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-MONITOR-ONE-PROMISE
                       UNTIL WS-PTP-EOF = 'Y'
           END-IF .

           PERFORM 850-REPORT-PROMISES .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM35 INSTALLMENTS KEPT    = '
                   NUM-INST-KEPT .
           DISPLAY 'SAM35 INSTALLMENTS BROKEN  = '
                   NUM-INST-BROKEN .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM35 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-MONITOR-ONE-PROMISE.
           READ PROMISE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-PTP-EOF
           END-READ.
           EVALUATE WS-PTP-STATUS
              WHEN '00'
                  ADD +1 TO NUM-PTP-READ
                  IF PTP-ENDED-DATE NOT = 0
                      ADD +1 TO NUM-PTP-ENDED
                  ELSE
                      ADD +1 TO NUM-PTP-CHECKED
                      PERFORM 110-CHECK-PROMISE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-PTP-EOF
              WHEN OTHER
                  DISPLAY 'PROMISE FILE READ ERROR. RC:'
                          WS-PTP-STATUS '/' WS-PTP-STATUS-2
                  MOVE 16 TO RETURN-CODE
                  MOVE 'Y' TO WS-PTP-EOF
           END-EVALUATE .

       110-CHECK-PROMISE.
           PERFORM 115-READ-MASTER.
           COMPUTE WS-PAID-TO-DATE = PTP-PAID-PRIOR + PTP-POST-AMOUNT.
           IF WS-MASTER-FOUND NOT = 'Y'
      *        deleted or merged away: nothing left to collect on
      *        this key, so the arrangement is closed off
               ADD +1 TO NUM-NO-MASTER
               MOVE 'C' TO PTP-STATUS
               PERFORM 130-END-PROMISE
           ELSE
               IF CSTIDX-ACCT-BALANCE NUMERIC
                  AND CSTIDX-ACCT-BALANCE NOT > 0
      *            the balance is cleared: the promise is met
                   ADD +1 TO NUM-PAID-OFF
                   MOVE 'K' TO PTP-STATUS
                   PERFORM 130-END-PROMISE
               ELSE
                   PERFORM 120-JUDGE-INSTALLMENT
                       VARYING WS-INST-IX FROM 1 BY 1
                       UNTIL WS-INST-IX > PTP-INST-COUNT
                   IF PTP-INST-STATUS(PTP-INST-COUNT) NOT = SPACE
                       IF PTP-STATUS = 'A'
                           ADD +1 TO NUM-COMPLETED
                           MOVE 'K' TO PTP-STATUS
                       ELSE
                           ADD +1 TO NUM-ENDED-BROKEN
                           MOVE 'X' TO PTP-STATUS
                       END-IF
                       PERFORM 130-END-PROMISE
                   ELSE
                       IF PTP-STATUS = 'A'
                           ADD +1 TO NUM-STILL-KEPT
                       ELSE
                           ADD +1 TO NUM-STILL-BROKEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-BUS-DATE-FULL TO PTP-CHECKED-DATE.
           PERFORM 160-SAVE-PROMISE.

       115-READ-MASTER.
           MOVE PTP-CUST-KEY TO CSTIDX-KEY.
           READ CUSTOMER-FILE-INDEXED.
           EVALUATE WS-CUSTIDX-STATUS
              WHEN '00'
              WHEN '04'
                  MOVE 'Y' TO WS-MASTER-FOUND
              WHEN '23'
                  MOVE 'N' TO WS-MASTER-FOUND
              WHEN OTHER
                  DISPLAY 'CUSTOMER INDEX READ ERROR. KEY:'
                          PTP-CUST-KEY ' RC:' WS-CUSTIDX-STATUS '/'
                          WS-CUSTIDX-STATUS-2
                  ADD +1 TO NUM-PTP-ERRORS
                  MOVE 8 TO RETURN-CODE
      *           an unreadable master proves nothing either way --
      *           judge the installments on the payments alone
                  MOVE 'Y' TO WS-MASTER-FOUND
                  MOVE SPACES TO CSTIDX-NAME
                  MOVE +1 TO CSTIDX-ACCT-BALANCE
           END-EVALUATE.

       120-JUDGE-INSTALLMENT.
      *
      *        Only an installment not yet judged, and only once
      *        its due date is grace days behind the business date.
      *        Paid to date is set against every installment due
      *        up to and including this one.
      *
           IF PTP-INST-STATUS(WS-INST-IX) = SPACE
               MOVE 'N' TO BDS-FUNCTION
               MOVE PTP-DUE-DATE(WS-INST-IX) TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               MOVE BDS-DAY-NUMBER TO WS-DUE-DAYS
               IF WS-RUN-DAYS - WS-DUE-DAYS NOT < WS-GRACE-DAYS
                   COMPUTE WS-DUE-TO-DATE =
                       PTP-INST-AMOUNT * WS-INST-IX
                   MOVE WS-PAID-TO-DATE
                               TO PTP-INST-PAID(WS-INST-IX)
                   IF WS-PAID-TO-DATE NOT < WS-DUE-TO-DATE
                       MOVE 'K' TO PTP-INST-STATUS(WS-INST-IX)
                       MOVE +0  TO PTP-INST-SHORT(WS-INST-IX)
                       ADD 1 TO PTP-KEPT-COUNT
                       ADD +1 TO NUM-INST-KEPT
                   ELSE
                       COMPUTE WS-SHORT =
                           WS-DUE-TO-DATE - WS-PAID-TO-DATE
                       MOVE 'B' TO PTP-INST-STATUS(WS-INST-IX)
                       MOVE WS-SHORT TO PTP-INST-SHORT(WS-INST-IX)
                       ADD 1 TO PTP-BROKEN-COUNT
                       ADD +1 TO NUM-INST-BROKEN
                       ADD WS-SHORT TO TOT-AMOUNT-SHORT
                       IF PTP-STATUS = 'A'
                           ADD +1 TO NUM-NEWLY-BROKEN
                           MOVE 'B' TO PTP-STATUS
                       END-IF
                       PERFORM 140-WRITE-BROKEN-LINE
                   END-IF
               END-IF
           END-IF.

       130-END-PROMISE.
           MOVE WS-BUS-DATE-FULL TO PTP-ENDED-DATE.
           MOVE 'SAM35'          TO PTP-ENDED-BY.
           MOVE CURRENT-DATE     TO PTP-ENDED-RUN-DATE.
           MOVE CURRENT-TIME     TO PTP-ENDED-RUN-TIME.

       140-WRITE-BROKEN-LINE.
           MOVE PTP-CUST-KEY(1:8)        TO RPT-BRK-ID.
           MOVE CSTIDX-NAME              TO RPT-BRK-NAME.
           MOVE WS-INST-IX               TO RPT-BRK-INST.
           MOVE PTP-INST-COUNT           TO RPT-BRK-COUNT.
           MOVE PTP-DUE-DATE(WS-INST-IX) TO WS-EDIT-DATE.
           MOVE WS-EDIT-MM               TO RPT-BRK-DUE-MM.
           MOVE WS-EDIT-DD               TO RPT-BRK-DUE-DD.
           MOVE WS-EDIT-CCYY             TO RPT-BRK-DUE-CCYY.
           MOVE PTP-INST-AMOUNT          TO RPT-BRK-INST-AMT.
           MOVE WS-DUE-TO-DATE           TO RPT-BRK-DUE-AMT.
           MOVE WS-PAID-TO-DATE          TO RPT-BRK-PAID-AMT.
           MOVE WS-SHORT                 TO RPT-BRK-SHORT-AMT.
           MOVE PTP-CURRENCY             TO RPT-BRK-CCY.
           WRITE REPORT-RECORD FROM RPT-BROKEN-LINE.

       160-SAVE-PROMISE.
           IF WS-TRIAL-RUN NOT = 'Y'
               REWRITE PTP-REC
               IF WS-PTP-STATUS NOT = '00'
                   DISPLAY 'PROMISE FILE UPDATE ERROR. KEY:'
                           PTP-CUST-KEY ' RC:' WS-PTP-STATUS '/'
                           WS-PTP-STATUS-2
                   ADD +1 TO NUM-PTP-ERRORS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       700-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-TRIAL-RUN = 'Y'
               OPEN INPUT PROMISE-FILE
           ELSE
               OPEN I-O   PROMISE-FILE
           END-IF .
           IF WS-PTP-STATUS NOT = '00' AND WS-PTP-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING PROMISE FILE. RC:'
                     WS-PTP-STATUS '/' WS-PTP-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        Without the master the paid-off and closed-account
      *        tests cannot be made, so the run stops rather than
      *        judge installments on an account already settled.
           OPEN INPUT    CUSTOMER-FILE-INDEXED .
           IF WS-CUSTIDX-STATUS NOT = '00'
              AND WS-CUSTIDX-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING CUSTOMER INDEX FILE. RC:'
                     WS-CUSTIDX-STATUS '/' WS-CUSTIDX-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - NO GRACE DAYS. RC:'
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
                       WHEN 'GRACE'
                           IF WS-PARM-VALUE(1:2) NUMERIC
                               MOVE WS-PARM-VALUE(1:2)
                                           TO WS-GRACE-DAYS
                           ELSE
                               DISPLAY 'BAD GRACE PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN 'TRIAL'
                           IF WS-PARM-VALUE(1:1) = 'Y'
                               MOVE 'Y' TO WS-TRIAL-RUN
                               DISPLAY 'TRIAL RUN - ARRANGEMENTS '
                                       'NOT UPDATED'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'UNKNOWN PARM IGNORED: '
                                   WS-PARM-KEYWORD
                   END-EVALUATE
               END-IF
           END-IF .

       780-GET-BUSINESS-DATE.
      *
      *        The business date the nightly just posted, from the
      *        shared control record (SAM30 service).  No BUSDATE
      *        DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .
           MOVE BDS-BUS-DATE TO WS-BUS-DATE-FULL .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE WS-BUS-DATE-FULL TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

       790-CLOSE-FILES.
           IF WS-FILE-ERROR NOT = 'Y'
               CLOSE PROMISE-FILE
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
           IF WS-TRIAL-RUN = 'Y'
               WRITE REPORT-RECORD FROM RPT-TRIAL-LINE AFTER 2
           END-IF.
           MOVE WS-GRACE-DAYS TO RPT-GRACE-DAYS.
           WRITE REPORT-RECORD FROM RPT-GRACE-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-BROKEN-COL1 AFTER 2.

       850-REPORT-PROMISES.
           IF NUM-INST-BROKEN = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.
           MOVE 'Arrangements read:          '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-PTP-READ   TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE AFTER 2.
           MOVE 'Already ended (skipped):    '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-PTP-ENDED  TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Open arrangements checked:  '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-PTP-CHECKED TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Installments kept:          '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-INST-KEPT  TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE AFTER 2.
           MOVE 'Installments broken:        '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-INST-BROKEN TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Total amount short:         '
                               TO RPT-PTP-AMOUNT-TEXT.
           MOVE TOT-AMOUNT-SHORT TO RPT-PTP-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-PTP-AMOUNT-LINE.
           MOVE 'Newly broken arrangements:  '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-NEWLY-BROKEN TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE AFTER 2.
           MOVE 'Still active, all kept:     '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-STILL-KEPT TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Still active, broken:       '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-STILL-BROKEN TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Completed, all kept:        '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-COMPLETED  TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Ended with breaks:          '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-ENDED-BROKEN TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Completed - balance paid:   '
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-PAID-OFF   TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           MOVE 'Closed - master not on file:'
                               TO RPT-PTP-TOTAL-TEXT.
           MOVE NUM-NO-MASTER  TO RPT-PTP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE.
           IF NUM-PTP-ERRORS > 0
               MOVE 'I/O errors:                 '
                                   TO RPT-PTP-TOTAL-TEXT
               MOVE NUM-PTP-ERRORS TO RPT-PTP-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-PTP-TOTAL-LINE AFTER 2
           END-IF.

      * NIGHTLY'S GEOGRAPHIC SUMMARY BREAKS THE BASE DOWN.
      * CREDIT AND ZERO BALANCES ARE NOT RECEIVABLES AND ARE
      * COUNTED BUT NOT AGED.
      *
      * OPEN DISPUTE CASES (DSPFILE, READ IN KEY ORDER ALONGSIDE
      * THE MASTERS) ARE HELD OUT: WHAT IS AGED IS THE BALANCE LESS
      * THE CUSTOMER'S OPEN DISPUTED AMOUNTS, AND AN ACCOUNT WHOSE
      * WHOLE BALANCE IS IN DISPUTE IS NOT AGED AT ALL.  THE AMOUNT
      * HELD OUT IS TOTALLED AT THE END.  NO DSPFILE = NOTHING IS
      * HELD OUT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM23.
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT DISPUTE-FILE     ASSIGN TO DSPFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DSP-KEY
                   FILE STATUS  IS  WS-DSP-STATUS WS-DSP-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO ARAGRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  DISPUTE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY DSPREC REPLACING ==:TAG:== BY ==DSP==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-DSP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DSP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-DSP-ACTIVE           PIC X     VALUE 'N'.
           05  WS-DSP-EOF              PIC X     VALUE 'Y'.
      *        The master's open disputed amount and what is left
      *        of its balance to age.
           05  WS-DSP-OPEN-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-NET-BALANCE          PIC S9(9)V99 COMP-3 VALUE +0.
      *        Calendar day numbers from the SAM30 date service,
      *        the same the nightly's dormancy aging uses.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-PAY-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-AGE-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-AGE-BUCKET           PIC S9(4) COMP VALUE +0.

       01  AGING-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-RECEIVABLE    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DISPUTED-ACCTS    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALL-DISPUTED      PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-DISPUTED-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
           05  AGE-BUCKET-CNT        PIC S9(9)   COMP-3
                                     OCCURS 6 VALUE +0.
           05  AGE-BUCKET-BAL        PIC S9(11)V99 COMP-3
       01  RPT-BUCKET-HDR.
           05  FILLER PIC X(48) VALUE
               'Outstanding balance by days since last payment:'.
           05  FILLER PIC X(30) VALUE
               ' (net of open disputes)'.
           05  FILLER PIC X(54) VALUE SPACES.
       01  RPT-BUCKET-LINE.
           05  RPT-BKT-NAME        PIC X(14).
           05  RPT-BKT-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  RPT-ARA-TOTAL-TEXT  PIC X(30).
           05  RPT-ARA-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-ARA-AMOUNT-LINE.
           05  RPT-ARA-AMOUNT-TEXT PIC X(30).
           05  RPT-ARA-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM23 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .
           END-EVALUATE .

       110-AGE-MASTER-REC.
           PERFORM 130-SUM-OPEN-DISPUTES.
           IF CUST-ACCT-BALANCE NUMERIC
               COMPUTE WS-NET-BALANCE =
                   CUST-ACCT-BALANCE - WS-DSP-OPEN-AMT
           ELSE
               MOVE +0 TO WS-NET-BALANCE
           END-IF.
           IF WS-DSP-OPEN-AMT NOT = 0
               ADD +1 TO NUM-DISPUTED-ACCTS
               ADD WS-DSP-OPEN-AMT TO TOT-DISPUTED-AMT
               IF CUST-ACCT-BALANCE NUMERIC
                  AND CUST-ACCT-BALANCE > 0
                  AND WS-NET-BALANCE NOT > 0
                   ADD +1 TO NUM-ALL-DISPUTED
               END-IF
           END-IF.
           IF CUST-ACCT-BALANCE NOT NUMERIC
              OR WS-NET-BALANCE NOT > 0
      *        credit and zero balances are not receivables, nor is
      *        a balance wholly in dispute
               ADD +1 TO NUM-NOT-RECEIVABLE
           ELSE
               IF CUST-LAST-PAY-DATE NOT NUMERIC
                   MOVE 6 TO WS-AGE-BUCKET
               ELSE
                   MOVE 'N' TO BDS-FUNCTION
                   MOVE CUST-LAST-PAY-DATE TO BDS-DATE-IN
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   IF BDS-RETURN NOT = '00'
                       MOVE 6 TO WS-AGE-BUCKET
                   ELSE
                       MOVE BDS-DAY-NUMBER TO WS-PAY-DAYS
                       COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-PAY-DAYS
                       IF WS-AGE-DAYS < 0
                           MOVE 0 TO WS-AGE-DAYS
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-AGE-DAYS <= 30
                               MOVE 1 TO WS-AGE-BUCKET
                           WHEN WS-AGE-DAYS <= 60
                               MOVE 2 TO WS-AGE-BUCKET
                           WHEN WS-AGE-DAYS <= 90
                               MOVE 3 TO WS-AGE-BUCKET
                           WHEN WS-AGE-DAYS <= 120
                               MOVE 4 TO WS-AGE-BUCKET
                           WHEN OTHER
                               MOVE 5 TO WS-AGE-BUCKET
                       END-EVALUATE
                   END-IF
               END-IF
               ADD +1 TO AGE-BUCKET-CNT(WS-AGE-BUCKET)
               ADD WS-NET-BALANCE
                          TO AGE-BUCKET-BAL(WS-AGE-BUCKET)
               PERFORM 120-ACCUMULATE-STATE
           END-IF .
               END-IF
           END-IF.
           IF WS-ST-FOUND > 0
               ADD WS-NET-BALANCE
                          TO STA-BUCKET-BAL(WS-ST-FOUND
                                            WS-AGE-BUCKET)
           END-IF.

       130-SUM-OPEN-DISPUTES.
      *
      *        The dispute file is in customer-key order, like the
      *        masters, so it is read alongside them: cases of keys
      *        below this master (no master left for them) are
      *        passed over, and this master's open cases are
      *        totalled.
      *
           MOVE +0 TO WS-DSP-OPEN-AMT.
           PERFORM 140-READ-DISPUTE
               UNTIL WS-DSP-EOF = 'Y'
                  OR DSP-CUST-KEY NOT < CUST-KEY.
           PERFORM UNTIL WS-DSP-EOF = 'Y'
                      OR DSP-CUST-KEY NOT = CUST-KEY
               IF DSP-STATUS = 'O'
                   ADD DSP-AMOUNT TO WS-DSP-OPEN-AMT
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
                       'HELD OUT. RC:' WS-DSP-STATUS '/'
                       WS-DSP-STATUS-2
               MOVE 4 TO RETURN-CODE
               MOVE 'Y' TO WS-DSP-EOF
           END-IF.

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                OUTPUT   REPORT-FILE .
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           OPEN INPUT    DISPUTE-FILE .
           IF WS-DSP-STATUS = '00' OR WS-DSP-STATUS = '97'
             MOVE 'Y' TO WS-DSP-ACTIVE
             MOVE 'N' TO WS-DSP-EOF
             PERFORM 140-READ-DISPUTE
           ELSE
             DISPLAY 'DISPUTE FILE NOT AVAILABLE - NOTHING HELD OUT. '
                     'RC:' WS-DSP-STATUS '/' WS-DSP-STATUS-2
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
           IF WS-DSP-ACTIVE = 'Y'
               CLOSE DISPUTE-FILE
           END-IF .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
                               TO RPT-ARA-TOTAL-TEXT.
           MOVE NUM-NOT-RECEIVABLE TO RPT-ARA-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ARA-TOTAL-LINE.
           MOVE 'Accounts with open disputes:'
                               TO RPT-ARA-TOTAL-TEXT.
           MOVE NUM-DISPUTED-ACCTS TO RPT-ARA-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ARA-TOTAL-LINE.
           MOVE '  balance wholly in dispute:'
                               TO RPT-ARA-TOTAL-TEXT.
           MOVE NUM-ALL-DISPUTED TO RPT-ARA-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ARA-TOTAL-LINE.
           MOVE 'Disputed amount held out:   '
                               TO RPT-ARA-AMOUNT-TEXT.
           MOVE TOT-DISPUTED-AMT TO RPT-ARA-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-ARA-AMOUNT-LINE.

       860-REPORT-ONE-STATE.
           MOVE STA-STATE(WS-ST-FOUND) TO RPT-STA-STATE.

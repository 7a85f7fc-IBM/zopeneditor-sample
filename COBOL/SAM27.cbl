      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM27
      *
      * AUTHOR :  Doug Stout
      *
      * COLLECTIONS DUNNING-LETTER RUN.
      *
      * THE AGING REPORT (SAM23) TELLS COLLECTIONS WHO IS OVERDUE;
      * THIS PROGRAM ACTS ON IT.  IT READS THE CURRENT MASTER
      * GENERATION AND, FOR EVERY MASTER WITH AN OUTSTANDING
      * (POSITIVE) BALANCE, WORKS OUT THE DAYS SINCE THE LAST-
      * PAYMENT DATE SAM2 STAMPS WHEN A BALANCE SUBTRACT POSTS,
      * USING THE SAME CALENDAR DAY COUNT AS THE AGING REPORT.  THE
      * ACCOUNT IS ESCALATED THROUGH FOUR LETTER LEVELS:
      *    1 = FRIENDLY REMINDER     31+ DAYS
      *    2 = FIRM NOTICE           61+ DAYS
      *    3 = FINAL DEMAND          91+ DAYS
      *    4 = AGENCY REFERRAL      121+ DAYS
      *
      * THE KEYED DUNNING-HISTORY DATASET (DUNHIST, SEE DUNREC)
      * RECORDS EACH LEVEL ISSUED AND ITS DATE PER CUSTOMER.  A
      * LETTER GOES OUT ONLY WHEN THE LEVEL THE ACCOUNT HAS AGED
      * INTO IS HIGHER THAN THE LAST LEVEL SENT, SO NO CUSTOMER
      * EVER GETS THE SAME LETTER TWICE IN A CYCLE.  AN ACCOUNT
      * THAT HAS AGED PAST SEVERAL THRESHOLDS SINCE THE LAST RUN
      * GETS THE LETTER FOR THE LEVEL IT IS AT NOW; THE LEVELS IT
      * SKIPPED ARE NOT SENT AFTER THE FACT.
      *
      * A PAYMENT RESETS THE CYCLE: WHEN THE MASTER'S LAST-PAYMENT
      * DATE DIFFERS FROM THE ONE THE CYCLE WAS OPENED AGAINST, OR
      * THE BALANCE HAS BEEN CLEARED, THE HISTORY GOES BACK TO
      * LEVEL 0 AND THE ACCOUNT STARTS AGAIN FROM THE REMINDER.
      *
      * DELIVERY FOLLOWS THE STATEMENT RUN'S (SAM7) CONTACT
      * PREFERENCES: EMAIL PREFERENCE, NO DO-NOT-CALL AND A WELL-
      * FORMED EMAIL ADDRESS GOES TO THE E-DELIVERY FILE (DUNEDLV);
      * EVERYTHING ELSE PRINTS (DUNLTR).  LEVEL 4 ALSO WRITES AN
      * AGENCY REFERRAL RECORD (DUNAGCY) FOR THE COLLECTION AGENCY.
      *
      * AN ACCOUNT WHOSE PAYMENT ARRANGEMENT (PTPFILE, SEE PTPREC)
      * IS ACTIVE WITH EVERY INSTALLMENT SO FAR KEPT IS NOT DUNNED;
      * ONCE THE SAM35 MONITOR MARKS AN INSTALLMENT BROKEN THE
      * ACCOUNT IS DUNNED AGAIN AS ITS AGE DICTATES.  NO PTPFILE DD
      * = NO EXEMPTIONS.
      *
      * MASTERS WITH NO PAYMENT DATE ON RECORD CANNOT BE AGED AND
      * ARE COUNTED FOR MANUAL REVIEW RATHER THAN DUNNED.  THE RUN
      * ENDS WITH A SUMMARY OF LETTERS BY LEVEL AND BY STATE.
      *
      * EVERY LETTER SENT IS RECORDED IN THE CUSTOMER'S
      * COMMUNICATIONS HISTORY (SAM43 SERVICE, COMHIST DD) WITH
      * ITS LEVEL, CHANNEL AND THE ADDRESS OR EMAIL USED.
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    TRIAL=Y       COUNT AND REPORT ONLY - NO LETTERS,
      *                  REFERRALS OR HISTORY UPDATES
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM27.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT DUNNING-HIST-FILE ASSIGN TO DUNHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DUN-CUST-KEY
                   FILE STATUS  IS  WS-DUN-STATUS WS-DUN-STATUS-2.

            SELECT PROMISE-FILE     ASSIGN TO PTPFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PTP-CUST-KEY
                   FILE STATUS  IS  WS-PTP-STATUS WS-PTP-STATUS-2.

            SELECT OPTIONAL CONTACT-FILE ASSIGN TO CONTFILE
                   FILE STATUS  IS  WS-CONT-STATUS WS-CONT-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT LETTER-FILE      ASSIGN TO DUNLTR
                   FILE STATUS  IS  WS-LTR-STATUS WS-LTR-STATUS-2.

            SELECT EDELIVERY-FILE   ASSIGN TO DUNEDLV
                   FILE STATUS  IS  WS-EDLV-STATUS WS-EDLV-STATUS-2.

            SELECT REFERRAL-FILE    ASSIGN TO DUNAGCY
                   FILE STATUS  IS  WS-AGCY-STATUS WS-AGCY-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO DUNRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  DUNNING-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY DUNREC REPLACING ==:TAG:== BY ==DUN==.

       FD  PROMISE-FILE
           RECORD CONTAINS 640 CHARACTERS.
       COPY PTPREC REPLACING ==:TAG:== BY ==PTP==.

      *        Contact records, as the statement run reads them:
      *        latest preference wins, any do-not-call 'Y' stands.
       FD  CONTACT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CONT==.

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD              PIC X(132).

      *        Machine-readable dunning letter for the e-delivery
      *        vendor: the same content the printed letter carries.
       FD  EDELIVERY-FILE
           RECORDING MODE IS F.
       01  EDELIVERY-RECORD.
           05  DEDL-CUST-KEY          PIC X(9).
           05  DEDL-NAME              PIC X(17).
           05  DEDL-ADDR              PIC X(20).
           05  DEDL-CITY              PIC X(14).
           05  DEDL-STATE             PIC X(2).
           05  DEDL-COUNTRY           PIC X(11).
           05  DEDL-POSTAL            PIC X(10).
           05  DEDL-EMAIL             PIC X(40).
           05  DEDL-LEVEL             PIC 9.
           05  DEDL-LETTER-DATE       PIC 9(6).
           05  DEDL-DAYS-OVERDUE      PIC 9(5).
           05  DEDL-BALANCE           PIC S9(7)V99 SIGN LEADING
                                      SEPARATE.
           05  DEDL-LAST-PAY-DATE     PIC 9(6).
           05  FILLER                 PIC X(9).

      *        Agency referral: one record per account that
      *        reaches level 4, for the collection agency feed.
       FD  REFERRAL-FILE
           RECORDING MODE IS F.
       01  REFERRAL-RECORD.
           05  AGCY-CUST-KEY          PIC X(9).
           05  AGCY-NAME              PIC X(17).
           05  AGCY-ADDR              PIC X(20).
           05  AGCY-CITY              PIC X(14).
           05  AGCY-STATE             PIC X(2).
           05  AGCY-COUNTRY           PIC X(11).
           05  AGCY-POSTAL            PIC X(10).
           05  AGCY-BALANCE           PIC S9(7)V99 SIGN LEADING
                                      SEPARATE.
           05  AGCY-LAST-PAY-DATE     PIC 9(6).
           05  AGCY-DAYS-OVERDUE      PIC 9(5).
           05  AGCY-REFERRAL-DATE     PIC 9(6).
           05  FILLER                 PIC X(10).

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
       01  SAM43                           PIC X(8)  VALUE 'SAM43'.
       COPY CMHPARM.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-DUN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DUN-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-PTP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-PTP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-CONT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CONT-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-LTR-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-LTR-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-EDLV-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-EDLV-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-AGCY-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-AGCY-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-CONT-EOF             PIC X     VALUE 'N'.
           05  WS-CONT-ACTIVE          PIC X     VALUE 'N'.
           05  WS-PTP-ACTIVE           PIC X     VALUE 'N'.
           05  WS-ON-PROMISE           PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-TRIAL-RUN            PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-AT-COUNT             PIC S9(4) COMP VALUE +0.
           05  WS-EDLV-ELIGIBLE        PIC X     VALUE 'N'.
      *        Found = a history record exists for this customer;
      *        changed = it (or the new one) needs writing back.
           05  WS-DUN-FOUND            PIC X     VALUE 'N'.
           05  WS-DUN-CHANGED          PIC X     VALUE 'N'.
      *        Calendar day numbers from the SAM30 date service,
      *        the same the aging report uses, so a letter level
      *        always agrees with the aging bucket.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-PAY-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-AGE-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-DUE-LEVEL            PIC 9     VALUE 0.
           05  WS-LVL-IX               PIC S9(4) COMP VALUE +0.
           05  WS-LINE-IX              PIC S9(4) COMP VALUE +0.

      *        Per-customer contact preferences loaded from the
      *        contact dataset.  Overflowing customers simply print.
       01  CONTACT-PREF-AREA.
           05  WS-PREF-CNT             PIC S9(4) COMP VALUE +0.
           05  WS-PREF-IX              PIC S9(4) COMP VALUE +0.
           05  WS-PREF-FOUND           PIC S9(4) COMP VALUE +0.
           05  PREF-ENTRY OCCURS 5000.
               10  PREF-CUST-ID        PIC X(8).
               10  PREF-METHOD         PIC X(5).
               10  PREF-DNC            PIC X.

       01  DUNNING-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-RECEIVABLE    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NOT-DUE           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-PAY-DATE       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ON-PROMISE        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ALREADY-SENT      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CYCLES-RESET      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LETTERS-PRINTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LETTERS-EDELIV    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EDELIV-SUPP       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REFERRALS         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-ERRORS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMMS-RECORDED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMMS-ERRORS      PIC S9(9)   COMP-3  VALUE +0.
           05  LVL-LETTER-CNT        PIC S9(9)   COMP-3
                                     OCCURS 4 VALUE +0.
           05  LVL-LETTER-BAL        PIC S9(11)V99 COMP-3
                                     OCCURS 4 VALUE +0.

      *        Letters per state, the four levels side by side.
       01  STATE-DUNNING-AREA.
           05  WS-ST-CNT             PIC S9(4)   COMP    VALUE +0.
           05  WS-ST-IX              PIC S9(4)   COMP    VALUE +0.
           05  WS-ST-FOUND           PIC S9(4)   COMP    VALUE +0.
           05  WS-ST-OVFL            PIC S9(9)   COMP-3  VALUE +0.
           05  STA-ENTRY OCCURS 200.
               10  STA-STATE         PIC X(2).
               10  STA-LEVEL-CNT     PIC S9(9)   COMP-3
                                     OCCURS 4.

      *        Letter wording, four body lines per level.
       01  LETTER-TEXT-VALUES.
           05  FILLER PIC X(40) VALUE 'PAYMENT REMINDER'.
           05  FILLER PIC X(70) VALUE
               'OUR RECORDS SHOW THE BALANCE BELOW IS NOW PAST DUE.'.
           05  FILLER PIC X(70) VALUE
               'IF YOU HAVE ALREADY SENT YOUR PAYMENT, THANK YOU AND'.
           05  FILLER PIC X(70) VALUE
               'PLEASE DISREGARD THIS NOTICE.  OTHERWISE WE WOULD BE'.
           05  FILLER PIC X(70) VALUE
               'GRATEFUL FOR YOUR PAYMENT AT YOUR EARLIEST CHANCE.'.
           05  FILLER PIC X(40) VALUE 'SECOND NOTICE - PAYMENT OVERDUE'.
           05  FILLER PIC X(70) VALUE
               'YOUR ACCOUNT REMAINS OVERDUE DESPITE OUR EARLIER'.
           05  FILLER PIC X(70) VALUE
               'REMINDER.  PAYMENT OF THE BALANCE BELOW IS REQUIRED'.
           05  FILLER PIC X(70) VALUE
               'WITHIN 10 DAYS.  PLEASE CONTACT OUR ACCOUNTS OFFICE'.
           05  FILLER PIC X(70) VALUE
               'IF THERE IS A PROBLEM WITH THIS ACCOUNT.'.
           05  FILLER PIC X(40) VALUE 'FINAL DEMAND'.
           05  FILLER PIC X(70) VALUE
               'DESPITE PREVIOUS NOTICES THE BALANCE BELOW IS UNPAID.'.
           05  FILLER PIC X(70) VALUE
               'UNLESS PAYMENT IN FULL IS RECEIVED WITHIN 7 DAYS THIS'.
           05  FILLER PIC X(70) VALUE
               'ACCOUNT WILL BE REFERRED TO A COLLECTION AGENCY'.
           05  FILLER PIC X(70) VALUE
               'WITHOUT FURTHER NOTICE.'.
           05  FILLER PIC X(40) VALUE 'NOTICE OF REFERRAL TO AGENCY'.
           05  FILLER PIC X(70) VALUE
               'AS NO PAYMENT HAS BEEN RECEIVED, THIS ACCOUNT HAS NOW'.
           05  FILLER PIC X(70) VALUE
               'BEEN REFERRED TO OUR COLLECTION AGENCY, WHO WILL'.
           05  FILLER PIC X(70) VALUE
               'CONTACT YOU DIRECTLY.  PAYMENT SHOULD NOW BE ARRANGED'.
           05  FILLER PIC X(70) VALUE
               'THROUGH THE AGENCY.'.
       01  LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
           05  LTX-LEVEL OCCURS 4.
               10  LTX-TITLE         PIC X(40).
               10  LTX-LINE          PIC X(70) OCCURS 4.
      *
       01  LTR-HEADER-LINE.
           05  LTR-TITLE          PIC X(40).
           05  FILLER PIC X(6)  VALUE 'DATE: '.
           05  LTR-MM             PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  LTR-DD             PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  LTR-YY             PIC 99.
           05  FILLER PIC X(78) VALUE SPACES.
       01  LTR-NAME-LINE.
           05  LTR-CUST-NAME      PIC X(17).
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'ACCOUNT: '.
           05  LTR-CUST-ID        PIC X(8).
           05  FILLER PIC X(86) VALUE SPACES.
       01  LTR-ADDR-LINE.
           05  LTR-ADDR           PIC X(20).
           05  FILLER PIC X(112) VALUE SPACES.
       01  LTR-CITY-LINE.
           05  LTR-CITY           PIC X(14).
           05  FILLER             PIC X  VALUE SPACES.
           05  LTR-STATE          PIC X(2).
           05  FILLER             PIC X  VALUE SPACES.
           05  LTR-COUNTRY        PIC X(11).
           05  FILLER             PIC X  VALUE SPACES.
           05  LTR-POSTAL         PIC X(10).
           05  FILLER PIC X(92) VALUE SPACES.
       01  LTR-BODY-LINE.
           05  LTR-BODY           PIC X(70).
           05  FILLER PIC X(62) VALUE SPACES.
       01  LTR-BAL-LINE.
           05  FILLER PIC X(26) VALUE 'BALANCE NOW DUE:          '.
           05  LTR-BAL-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(91) VALUE SPACES.
       01  LTR-DAYS-LINE.
           05  FILLER PIC X(26) VALUE 'DAYS SINCE LAST PAYMENT:  '.
           05  LTR-DAYS           PIC ZZ,ZZ9.
           05  FILLER PIC X(100) VALUE SPACES.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'DUNNING LETTER SUMMARY            DATE: '.
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
             '*** TRIAL RUN - NO LETTERS SENT, HISTORY NOT UPDATED ***'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-LEVEL-HDR.
           05  FILLER PIC X(48) VALUE
               'Letters issued this run by level:'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-LEVEL-LINE.
           05  RPT-LVL-NAME        PIC X(20).
           05  RPT-LVL-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-LVL-BAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(81) VALUE SPACES.
       01  RPT-STATE-HDR.
           05  FILLER PIC X(30) VALUE 'Letters by state:'.
           05  FILLER PIC X(102) VALUE SPACES.
       01  RPT-STATE-COL.
           05  FILLER PIC X(6)  VALUE 'STATE '.
           05  FILLER PIC X(13) VALUE '   REMINDER  '.
           05  FILLER PIC X(13) VALUE '       FIRM  '.
           05  FILLER PIC X(13) VALUE '      FINAL  '.
           05  FILLER PIC X(13) VALUE '     AGENCY  '.
           05  FILLER PIC X(74) VALUE SPACES.
       01  RPT-STATE-LINE.
           05  RPT-STA-STATE       PIC X(2).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-STA-CNT         PIC ZZZ,ZZZ,ZZ9 OCCURS 4.
           05  FILLER              PIC X(85) VALUE SPACES.
       01  RPT-DUN-TOTAL-LINE.
           05  RPT-DUN-TOTAL-TEXT  PIC X(30).
           05  RPT-DUN-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM27 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 715-LOAD-CONTACT-PREFS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-DUN-ONE-REC
                       UNTIL WS-CUST-FILE-EOF = 'Y'
           END-IF .

           PERFORM 850-REPORT-DUNNING .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM27 LETTERS PRINTED      = '
                   NUM-LETTERS-PRINTED .
           DISPLAY 'SAM27 LETTERS E-DELIVERED  = '
                   NUM-LETTERS-EDELIV .
           DISPLAY 'SAM27 AGENCY REFERRALS     = '
                   NUM-REFERRALS .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM27 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-DUN-ONE-REC.
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
                          PERFORM 110-DUN-MASTER-REC
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

       110-DUN-MASTER-REC.
           MOVE 'N' TO WS-DUN-CHANGED.
           IF CUST-ACCT-BALANCE NOT NUMERIC
              OR CUST-ACCT-BALANCE NOT > 0
      *        credit and zero balances are not receivables; a
      *        cycle still open on one was settled some other
      *        way (adjustment, transfer) and is closed off
               ADD +1 TO NUM-NOT-RECEIVABLE
               PERFORM 120-READ-DUNNING-HIST
               IF WS-DUN-FOUND = 'Y' AND DUN-CUR-LEVEL > 0
                   PERFORM 130-RESET-CYCLE
               END-IF
           ELSE
               PERFORM 117-READ-PROMISE
               IF WS-ON-PROMISE = 'Y'
      *            a payment arrangement being kept holds off
      *            the letters; a broken one does not
                   ADD +1 TO NUM-ON-PROMISE
               ELSE
                   IF CUST-LAST-PAY-DATE NOT NUMERIC
                      OR CUST-LAST-PAY-DATE = ZERO
                       ADD +1 TO NUM-NO-PAY-DATE
                   ELSE
                       PERFORM 115-COMPUTE-DUE-LEVEL
                       PERFORM 120-READ-DUNNING-HIST
                       IF WS-DUN-FOUND = 'Y'
                          AND DUN-CYCLE-PAY-DATE
                                    NOT = CUST-LAST-PAY-DATE
      *                    a payment has posted since the cycle opened
                           PERFORM 130-RESET-CYCLE
                       END-IF
                       IF WS-DUE-LEVEL = 0
                           ADD +1 TO NUM-NOT-DUE
                       ELSE
                           IF WS-DUE-LEVEL > DUN-CUR-LEVEL
                               PERFORM 140-ISSUE-LETTER
                           ELSE
                               ADD +1 TO NUM-ALREADY-SENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-DUN-CHANGED = 'Y'
               PERFORM 160-SAVE-DUNNING-HIST
           END-IF.

       117-READ-PROMISE.
           MOVE 'N' TO WS-ON-PROMISE.
           IF WS-PTP-ACTIVE = 'Y'
               MOVE CUST-KEY TO PTP-CUST-KEY
               READ PROMISE-FILE
               EVALUATE WS-PTP-STATUS
                  WHEN '00'
                      IF PTP-STATUS = 'A' AND PTP-ENDED-DATE = 0
                          MOVE 'Y' TO WS-ON-PROMISE
                      END-IF
                  WHEN '23'
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'PROMISE FILE READ ERROR. KEY:'
                              CUST-KEY ' RC:' WS-PTP-STATUS '/'
                              WS-PTP-STATUS-2
               END-EVALUATE
           END-IF.

       115-COMPUTE-DUE-LEVEL.
      *        a payment date that is no real date cannot age the
      *        account: it counts as paid today and draws no letter
           MOVE 'N' TO BDS-FUNCTION.
           MOVE CUST-LAST-PAY-DATE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF BDS-RETURN = '00'
               MOVE BDS-DAY-NUMBER TO WS-PAY-DAYS
           ELSE
               MOVE WS-RUN-DAYS TO WS-PAY-DAYS
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-PAY-DAYS.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 120
                   MOVE 4 TO WS-DUE-LEVEL
               WHEN WS-AGE-DAYS > 90
                   MOVE 3 TO WS-DUE-LEVEL
               WHEN WS-AGE-DAYS > 60
                   MOVE 2 TO WS-DUE-LEVEL
               WHEN WS-AGE-DAYS > 30
                   MOVE 1 TO WS-DUE-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-DUE-LEVEL
           END-EVALUATE.

       120-READ-DUNNING-HIST.
           MOVE CUST-KEY TO DUN-CUST-KEY.
           READ DUNNING-HIST-FILE.
           EVALUATE WS-DUN-STATUS
              WHEN '00'
                  MOVE 'Y' TO WS-DUN-FOUND
              WHEN '23'
      *           never dunned: start a fresh cycle in the record
      *           area, written only if a letter goes out
                  MOVE 'N' TO WS-DUN-FOUND
                  PERFORM 125-INIT-DUNNING-HIST
              WHEN OTHER
                  DISPLAY 'DUNNING HISTORY READ ERROR. KEY:'
                          CUST-KEY ' RC:' WS-DUN-STATUS '/'
                          WS-DUN-STATUS-2
                  ADD +1 TO NUM-HIST-ERRORS
                  MOVE 8 TO RETURN-CODE
                  MOVE 'N' TO WS-DUN-FOUND
                  PERFORM 125-INIT-DUNNING-HIST
      *           with the history unreadable the level cannot be
      *           trusted -- hold the account back this run
                  MOVE 4 TO DUN-CUR-LEVEL
           END-EVALUATE.

       125-INIT-DUNNING-HIST.
           MOVE SPACES TO DUN-REC.
           MOVE CUST-KEY TO DUN-CUST-KEY.
           MOVE 0 TO DUN-CUR-LEVEL.
           MOVE 0 TO DUN-CUR-LEVEL-DATE.
           MOVE CUST-LAST-PAY-DATE TO DUN-CYCLE-PAY-DATE.
           MOVE CURRENT-DATE TO DUN-CYCLE-OPEN-DATE.
           PERFORM VARYING WS-LVL-IX FROM 1 BY 1
             UNTIL WS-LVL-IX > 4
               MOVE 0     TO DUN-LTR-DATE(WS-LVL-IX)
               MOVE +0    TO DUN-LTR-BALANCE(WS-LVL-IX)
               MOVE SPACE TO DUN-LTR-DELIVERY(WS-LVL-IX)
           END-PERFORM.
           MOVE 0 TO DUN-LAST-RESET-DATE.
           MOVE 0 TO DUN-CYCLES-RESET.

       130-RESET-CYCLE.
      *
      *        Back to level 0 against the current payment date.
      *        The letter slots are cleared so the next cycle can
      *        send each level again; the reset itself is counted
      *        on the record.
      *
           MOVE 0 TO DUN-CUR-LEVEL.
           MOVE 0 TO DUN-CUR-LEVEL-DATE.
           MOVE CUST-LAST-PAY-DATE TO DUN-CYCLE-PAY-DATE.
           MOVE CURRENT-DATE TO DUN-CYCLE-OPEN-DATE.
           PERFORM VARYING WS-LVL-IX FROM 1 BY 1
             UNTIL WS-LVL-IX > 4
               MOVE 0     TO DUN-LTR-DATE(WS-LVL-IX)
               MOVE +0    TO DUN-LTR-BALANCE(WS-LVL-IX)
               MOVE SPACE TO DUN-LTR-DELIVERY(WS-LVL-IX)
           END-PERFORM.
           MOVE CURRENT-DATE TO DUN-LAST-RESET-DATE.
           IF DUN-CYCLES-RESET NOT NUMERIC
               MOVE 0 TO DUN-CYCLES-RESET
           END-IF.
           ADD 1 TO DUN-CYCLES-RESET.
           ADD +1 TO NUM-CYCLES-RESET.
           MOVE 'Y' TO WS-DUN-CHANGED.

       140-ISSUE-LETTER.
           ADD +1 TO LVL-LETTER-CNT(WS-DUE-LEVEL).
           ADD CUST-ACCT-BALANCE TO LVL-LETTER-BAL(WS-DUE-LEVEL).
           PERFORM 150-ACCUMULATE-STATE.
           MOVE WS-DUE-LEVEL TO DUN-CUR-LEVEL.
           MOVE CURRENT-DATE TO DUN-CUR-LEVEL-DATE.
           MOVE CURRENT-DATE TO DUN-LTR-DATE(WS-DUE-LEVEL).
           MOVE CUST-ACCT-BALANCE TO DUN-LTR-BALANCE(WS-DUE-LEVEL).
           MOVE 'Y' TO WS-DUN-CHANGED.
           IF WS-TRIAL-RUN NOT = 'Y'
               PERFORM 195-ROUTE-LETTER
               IF WS-DUE-LEVEL = 4
                   PERFORM 220-WRITE-REFERRAL
                   MOVE 'R' TO DUN-LTR-DELIVERY(WS-DUE-LEVEL)
               END-IF
           END-IF.

       150-ACCUMULATE-STATE.
           MOVE 0 TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
             UNTIL WS-ST-IX > WS-ST-CNT
                OR WS-ST-FOUND > 0
               IF STA-STATE(WS-ST-IX) = CUST-STATE
                   MOVE WS-ST-IX TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = 0
               IF WS-ST-CNT < 200
                   ADD +1 TO WS-ST-CNT
                   MOVE WS-ST-CNT TO WS-ST-FOUND
                   MOVE CUST-STATE TO STA-STATE(WS-ST-FOUND)
                   PERFORM VARYING WS-ST-IX FROM 1 BY 1
                     UNTIL WS-ST-IX > 4
                       MOVE +0 TO STA-LEVEL-CNT(WS-ST-FOUND
                                                WS-ST-IX)
                   END-PERFORM
               ELSE
                   ADD +1 TO WS-ST-OVFL
               END-IF
           END-IF.
           IF WS-ST-FOUND > 0
               ADD +1 TO STA-LEVEL-CNT(WS-ST-FOUND WS-DUE-LEVEL)
           END-IF.

       160-SAVE-DUNNING-HIST.
           IF WS-TRIAL-RUN NOT = 'Y'
               IF WS-DUN-FOUND = 'Y'
                   REWRITE DUN-REC
               ELSE
                   WRITE DUN-REC
               END-IF
               IF WS-DUN-STATUS NOT = '00'
                   DISPLAY 'DUNNING HISTORY UPDATE ERROR. KEY:'
                           DUN-CUST-KEY ' RC:' WS-DUN-STATUS '/'
                           WS-DUN-STATUS-2
                   ADD +1 TO NUM-HIST-ERRORS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       195-ROUTE-LETTER.
      *
      *        Same routing the statement run applies: EMAIL
      *        preference plus a clean opt-out and a well-formed
      *        email address goes to e-delivery; anything else
      *        prints.
      *
           MOVE 'N' TO WS-EDLV-ELIGIBLE.
           IF WS-CONT-ACTIVE = 'Y'
               PERFORM 196-FIND-CONTACT-PREF
               IF WS-PREF-FOUND > 0
                  AND PREF-METHOD(WS-PREF-FOUND) = 'EMAIL'
                   IF PREF-DNC(WS-PREF-FOUND) = 'Y'
                       ADD +1 TO NUM-EDELIV-SUPP
                   ELSE
                       MOVE 0 TO WS-AT-COUNT
                       INSPECT CUST-EMAIL-ADDR
                           TALLYING WS-AT-COUNT FOR ALL '@'
                       IF CUST-EMAIL-ADDR = SPACES
                          OR WS-AT-COUNT NOT = 1
                          OR CUST-EMAIL-ADDR(1:1) = '@'
                           ADD +1 TO NUM-EDELIV-SUPP
                       ELSE
                           MOVE 'Y' TO WS-EDLV-ELIGIBLE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-EDLV-ELIGIBLE = 'Y'
               PERFORM 210-WRITE-EDELIVERY-REC
               MOVE 'E' TO DUN-LTR-DELIVERY(WS-DUE-LEVEL)
           ELSE
               PERFORM 200-PRINT-LETTER
               MOVE 'P' TO DUN-LTR-DELIVERY(WS-DUE-LEVEL)
           END-IF.
           PERFORM 230-RECORD-COMMUNICATION.

       196-FIND-CONTACT-PREF.
           MOVE 0 TO WS-PREF-FOUND.
           PERFORM VARYING WS-PREF-IX FROM 1 BY 1
             UNTIL WS-PREF-IX > WS-PREF-CNT
                OR WS-PREF-FOUND > 0
               IF PREF-CUST-ID(WS-PREF-IX) = CUST-ID
                   MOVE WS-PREF-IX TO WS-PREF-FOUND
               END-IF
           END-PERFORM.

       200-PRINT-LETTER.
           MOVE LTX-TITLE(WS-DUE-LEVEL) TO LTR-TITLE.
           MOVE CURRENT-MONTH  TO LTR-MM.
           MOVE CURRENT-DAY    TO LTR-DD.
           MOVE CURRENT-YEAR   TO LTR-YY.
           WRITE LETTER-RECORD FROM LTR-HEADER-LINE AFTER PAGE.
           MOVE CUST-NAME         TO LTR-CUST-NAME.
           MOVE CUST-ID           TO LTR-CUST-ID.
           WRITE LETTER-RECORD FROM LTR-NAME-LINE AFTER 2.
           MOVE CUST-ADDR         TO LTR-ADDR.
           WRITE LETTER-RECORD FROM LTR-ADDR-LINE.
           MOVE CUST-CITY         TO LTR-CITY.
           MOVE CUST-STATE        TO LTR-STATE.
           MOVE CUST-COUNTRY      TO LTR-COUNTRY.
           MOVE CUST-POSTAL-CODE  TO LTR-POSTAL.
           WRITE LETTER-RECORD FROM LTR-CITY-LINE.
           MOVE SPACES TO LTR-BODY.
           WRITE LETTER-RECORD FROM LTR-BODY-LINE.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
             UNTIL WS-LINE-IX > 4
               MOVE LTX-LINE(WS-DUE-LEVEL WS-LINE-IX) TO LTR-BODY
               WRITE LETTER-RECORD FROM LTR-BODY-LINE
           END-PERFORM.
           MOVE CUST-ACCT-BALANCE TO LTR-BAL-AMT.
           WRITE LETTER-RECORD FROM LTR-BAL-LINE AFTER 2.
           MOVE WS-AGE-DAYS       TO LTR-DAYS.
           WRITE LETTER-RECORD FROM LTR-DAYS-LINE.
           ADD +1 TO NUM-LETTERS-PRINTED.

       210-WRITE-EDELIVERY-REC.
           MOVE SPACES TO EDELIVERY-RECORD.
           MOVE CUST-KEY           TO DEDL-CUST-KEY.
           MOVE CUST-NAME          TO DEDL-NAME.
           MOVE CUST-ADDR          TO DEDL-ADDR.
           MOVE CUST-CITY          TO DEDL-CITY.
           MOVE CUST-STATE         TO DEDL-STATE.
           MOVE CUST-COUNTRY       TO DEDL-COUNTRY.
           MOVE CUST-POSTAL-CODE   TO DEDL-POSTAL.
           MOVE CUST-EMAIL-ADDR    TO DEDL-EMAIL.
           MOVE WS-DUE-LEVEL       TO DEDL-LEVEL.
           MOVE CURRENT-DATE       TO DEDL-LETTER-DATE.
           MOVE WS-AGE-DAYS        TO DEDL-DAYS-OVERDUE.
           MOVE CUST-ACCT-BALANCE  TO DEDL-BALANCE.
           MOVE CUST-LAST-PAY-DATE TO DEDL-LAST-PAY-DATE.
           WRITE EDELIVERY-RECORD.
           ADD +1 TO NUM-LETTERS-EDELIV.

       220-WRITE-REFERRAL.
           MOVE SPACES TO REFERRAL-RECORD.
           MOVE CUST-KEY           TO AGCY-CUST-KEY.
           MOVE CUST-NAME          TO AGCY-NAME.
           MOVE CUST-ADDR          TO AGCY-ADDR.
           MOVE CUST-CITY          TO AGCY-CITY.
           MOVE CUST-STATE         TO AGCY-STATE.
           MOVE CUST-COUNTRY       TO AGCY-COUNTRY.
           MOVE CUST-POSTAL-CODE   TO AGCY-POSTAL.
           MOVE CUST-ACCT-BALANCE  TO AGCY-BALANCE.
           MOVE CUST-LAST-PAY-DATE TO AGCY-LAST-PAY-DATE.
           MOVE WS-AGE-DAYS        TO AGCY-DAYS-OVERDUE.
           MOVE CURRENT-DATE       TO AGCY-REFERRAL-DATE.
           WRITE REFERRAL-RECORD.
           ADD +1 TO NUM-REFERRALS.

       230-RECORD-COMMUNICATION.
      *
      *        The letter goes into the customer's communications
      *        history as sent: channel, level and the address or
      *        email it went to.  A history failure is counted but
      *        does not hold up the run.
      *
           MOVE 'R'                TO CHS-FUNCTION.
           MOVE 'H'                TO CHS-TARGET.
           MOVE CUST-KEY           TO CHS-CUST-KEY.
           MOVE DUN-LTR-DELIVERY(WS-DUE-LEVEL) TO CHS-CHANNEL.
           MOVE 'DUNNING'          TO CHS-DOC-TYPE.
           MOVE SPACES             TO CHS-DOC-REF.
           STRING 'LEVEL ' WS-DUE-LEVEL DELIMITED BY SIZE
               INTO CHS-DOC-REF.
           MOVE 'SAM27'            TO CHS-PROGRAM.
           MOVE CUST-ACCT-BALANCE  TO CHS-AMOUNT.
           MOVE CUST-CURRENCY      TO CHS-CURRENCY.
           MOVE CUST-NAME          TO CHS-NAME.
           MOVE CUST-ADDR          TO CHS-ADDR.
           MOVE CUST-CITY          TO CHS-CITY.
           MOVE CUST-STATE         TO CHS-STATE.
           MOVE CUST-COUNTRY       TO CHS-COUNTRY.
           MOVE CUST-POSTAL-CODE   TO CHS-POSTAL.
           IF DUN-LTR-DELIVERY(WS-DUE-LEVEL) = 'E'
               MOVE CUST-EMAIL-ADDR TO CHS-EMAIL-ADDR
           ELSE
               MOVE SPACES          TO CHS-EMAIL-ADDR
           END-IF.
           CALL SAM43 USING COMM-HISTORY-PARMS.
           EVALUATE CHS-RETURN
               WHEN '00'
                   ADD +1 TO NUM-COMMS-RECORDED
               WHEN '04'
                   CONTINUE
               WHEN OTHER
                   ADD +1 TO NUM-COMMS-ERRORS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

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
      *        Without the history there is no way to tell which
      *        letters have already gone out, so the run stops
      *        rather than risk sending them again.
           IF WS-TRIAL-RUN = 'Y'
               OPEN INPUT DUNNING-HIST-FILE
           ELSE
               OPEN I-O   DUNNING-HIST-FILE
           END-IF .
           IF WS-DUN-STATUS NOT = '00' AND WS-DUN-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING DUNNING HISTORY FILE. RC:'
                     WS-DUN-STATUS '/' WS-DUN-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        No promise file = no exemptions: every account is
      *        dunned as its age dictates.
           OPEN INPUT    PROMISE-FILE .
           IF WS-PTP-STATUS = '00' OR WS-PTP-STATUS = '97'
             MOVE 'Y' TO WS-PTP-ACTIVE
           ELSE
             DISPLAY 'PROMISE FILE NOT AVAILABLE - NO EXEMPTIONS. RC:'
                     WS-PTP-STATUS '/' WS-PTP-STATUS-2
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y'
             OPEN OUTPUT LETTER-FILE
                         EDELIVERY-FILE
                         REFERRAL-FILE
             IF WS-LTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LETTER FILE. RC:'
                       WS-LTR-STATUS '/' WS-LTR-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FILE-ERROR
             END-IF
             IF WS-EDLV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING E-DELIVERY FILE. RC:'
                       WS-EDLV-STATUS '/' WS-EDLV-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FILE-ERROR
             END-IF
             IF WS-AGCY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENCY REFERRAL FILE. RC:'
                       WS-AGCY-STATUS '/' WS-AGCY-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FILE-ERROR
             END-IF
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - LETTERS WILL BE SENT. RC:'
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
                       WHEN 'TRIAL'
                           IF WS-PARM-VALUE(1:1) = 'Y'
                               MOVE 'Y' TO WS-TRIAL-RUN
                               DISPLAY 'TRIAL RUN - NO LETTERS SENT, '
                                       'HISTORY NOT UPDATED'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'UNKNOWN PARM IGNORED: '
                                   WS-PARM-KEYWORD
                   END-EVALUATE
               END-IF
           END-IF .

       715-LOAD-CONTACT-PREFS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONT-STATUS NOT = '00'
               MOVE 'N' TO WS-CONT-ACTIVE
               DISPLAY 'NO CONTACT DATASET PRESENT - EVERY '
                       'LETTER PRINTS. RC:' WS-CONT-STATUS '/'
                       WS-CONT-STATUS-2
           ELSE
               MOVE 'Y' TO WS-CONT-ACTIVE
               MOVE 'N' TO WS-CONT-EOF
               PERFORM 716-LOAD-ONE-CONTACT
                   UNTIL WS-CONT-EOF = 'Y'
               CLOSE CONTACT-FILE
           END-IF.

       716-LOAD-ONE-CONTACT.
           READ CONTACT-FILE
             AT END MOVE 'Y' TO WS-CONT-EOF
           END-READ.
           EVALUATE WS-CONT-STATUS
              WHEN '00'
              WHEN '04'
                  IF CONT-CONTACT-REC-TYPE NOT = 'A'
                      PERFORM 717-NOTE-CONTACT-PREF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CONT-EOF
              WHEN OTHER
                  DISPLAY 'CONTACT DATASET READ ERROR. RC:'
                          WS-CONT-STATUS '/' WS-CONT-STATUS-2
                  MOVE 'Y' TO WS-CONT-EOF
           END-EVALUATE.

       717-NOTE-CONTACT-PREF.
           MOVE 0 TO WS-PREF-FOUND.
           PERFORM VARYING WS-PREF-IX FROM 1 BY 1
             UNTIL WS-PREF-IX > WS-PREF-CNT
                OR WS-PREF-FOUND > 0
               IF PREF-CUST-ID(WS-PREF-IX) = CONT-CONTACT-ID
                   MOVE WS-PREF-IX TO WS-PREF-FOUND
               END-IF
           END-PERFORM.
           IF WS-PREF-FOUND = 0
               IF WS-PREF-CNT < 5000
                   ADD +1 TO WS-PREF-CNT
                   MOVE WS-PREF-CNT TO WS-PREF-FOUND
                   MOVE CONT-CONTACT-ID
                               TO PREF-CUST-ID(WS-PREF-FOUND)
                   MOVE SPACES TO PREF-METHOD(WS-PREF-FOUND)
                   MOVE 'N'    TO PREF-DNC(WS-PREF-FOUND)
               END-IF
           END-IF.
           IF WS-PREF-FOUND > 0
               IF CONT-PREF-CONTACT-METHOD NOT = SPACES
                   MOVE CONT-PREF-CONTACT-METHOD
                               TO PREF-METHOD(WS-PREF-FOUND)
               END-IF
               IF CONT-DO-NOT-CALL-FLAG = 'Y'
                   MOVE 'Y' TO PREF-DNC(WS-PREF-FOUND)
               END-IF
           END-IF.

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
           CLOSE DUNNING-HIST-FILE .
           IF WS-PTP-ACTIVE = 'Y'
               CLOSE PROMISE-FILE
           END-IF .
           IF WS-TRIAL-RUN NOT = 'Y'
               CLOSE LETTER-FILE
                     EDELIVERY-FILE
                     REFERRAL-FILE
               MOVE 'C' TO CHS-FUNCTION
               CALL SAM43 USING COMM-HISTORY-PARMS
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

       850-REPORT-DUNNING.
           WRITE REPORT-RECORD FROM RPT-LEVEL-HDR AFTER 2.
           MOVE '1 Reminder (31+)    ' TO RPT-LVL-NAME.
           MOVE LVL-LETTER-CNT(1) TO RPT-LVL-CNT.
           MOVE LVL-LETTER-BAL(1) TO RPT-LVL-BAL.
           WRITE REPORT-RECORD FROM RPT-LEVEL-LINE.
           MOVE '2 Firm (61+)        ' TO RPT-LVL-NAME.
           MOVE LVL-LETTER-CNT(2) TO RPT-LVL-CNT.
           MOVE LVL-LETTER-BAL(2) TO RPT-LVL-BAL.
           WRITE REPORT-RECORD FROM RPT-LEVEL-LINE.
           MOVE '3 Final (91+)       ' TO RPT-LVL-NAME.
           MOVE LVL-LETTER-CNT(3) TO RPT-LVL-CNT.
           MOVE LVL-LETTER-BAL(3) TO RPT-LVL-BAL.
           WRITE REPORT-RECORD FROM RPT-LEVEL-LINE.
           MOVE '4 Agency (121+)     ' TO RPT-LVL-NAME.
           MOVE LVL-LETTER-CNT(4) TO RPT-LVL-CNT.
           MOVE LVL-LETTER-BAL(4) TO RPT-LVL-BAL.
           WRITE REPORT-RECORD FROM RPT-LEVEL-LINE.
           IF WS-ST-CNT > 0
               WRITE REPORT-RECORD FROM RPT-STATE-HDR AFTER 2
               WRITE REPORT-RECORD FROM RPT-STATE-COL
               PERFORM 860-REPORT-ONE-STATE
                   VARYING WS-ST-FOUND FROM 1 BY 1
                   UNTIL WS-ST-FOUND > WS-ST-CNT
           END-IF.
           IF WS-ST-OVFL > 0
               MOVE 'State table overflow recs:  '
                                   TO RPT-DUN-TOTAL-TEXT
               MOVE WS-ST-OVFL     TO RPT-DUN-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE AFTER 2
           END-IF.
           MOVE 'Master records read:        '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-MASTER-RECS TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE AFTER 2.
           MOVE 'Credit/zero balances:       '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-NOT-RECEIVABLE TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'Not yet overdue (0-30):     '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-NOT-DUE    TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'Level already sent:         '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-ALREADY-SENT TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'On a kept payment promise:  '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-ON-PROMISE TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'No pay date - manual review:'
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-NO-PAY-DATE TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'Cycles reset by payment:    '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-CYCLES-RESET TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'Letters printed:            '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-LETTERS-PRINTED TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE AFTER 2.
           MOVE 'Letters e-delivered:        '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-LETTERS-EDELIV TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'E-delivery suppressed:      '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-EDELIV-SUPP TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'Agency referrals:           '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-REFERRALS  TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           MOVE 'Communications recorded:    '
                               TO RPT-DUN-TOTAL-TEXT.
           MOVE NUM-COMMS-RECORDED TO RPT-DUN-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE.
           IF NUM-COMMS-ERRORS > 0
               MOVE 'Communications not recorded:'
                                   TO RPT-DUN-TOTAL-TEXT
               MOVE NUM-COMMS-ERRORS TO RPT-DUN-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE
           END-IF.
           IF NUM-HIST-ERRORS > 0
               MOVE 'History I/O errors:         '
                                   TO RPT-DUN-TOTAL-TEXT
               MOVE NUM-HIST-ERRORS TO RPT-DUN-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-DUN-TOTAL-LINE AFTER 2
           END-IF.

       860-REPORT-ONE-STATE.
           MOVE STA-STATE(WS-ST-FOUND) TO RPT-STA-STATE.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
             UNTIL WS-ST-IX > 4
               MOVE STA-LEVEL-CNT(WS-ST-FOUND WS-ST-IX)
                           TO RPT-STA-CNT(WS-ST-IX)
           END-PERFORM.
           WRITE REPORT-RECORD FROM RPT-STATE-LINE.

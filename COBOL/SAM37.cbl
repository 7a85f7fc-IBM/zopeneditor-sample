      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM37
      *
      * AUTHOR :  Doug Stout
      *
      * LOCKBOX CASH RECONCILIATION.
      *
      * PROVES THAT THE CASH THE BANK DEPOSITED THROUGH THE LOCKBOX
      * IS ALL ACCOUNTED FOR ON THE NIGHT IT ARRIVED.  RUN AFTER
      * THE NIGHTLY SAM1 (AND BEFORE THE SAM6 WORKBENCH RESETS THE
      * REJECTS), IT BRINGS TOGETHER:
      *    DEPOSITED  THE BANK'S DEPOSIT-TOTAL RECORD(S) FOR THE DATE
      *    DECK       SAM12'S GENERATED PAYMENT DECK: THE TRAILER
      *               TOTALS, AND THE DETAIL RECOUNTED
      *    SUSPENDED  SAM12'S LBXSUSP ITEMS STAMPED WITH THE DATE
      *    POSTED     DECK PAYMENTS THE JOURNAL SHOWS SAM1 APPLIED
      *               THAT NIGHT
      *    PENDED     DECK PAYMENTS SAM1 PUT IN ITS KEY-NOT-FOUND
      *               SUSPENSE DECK THAT NIGHT (THEY RETRY TOMORROW)
      *    REJECTED   DECK PAYMENTS THAT BECAME REJFILE ENTRIES
      * EACH DECK PAYMENT IS MATCHED BY CUSTOMER KEY AND AMOUNT TO
      * WHAT HAPPENED TO IT.  THE JOURNAL IS TAKEN FROM THE DATE'S
      * LAST SAM1 RUN, AND A RERUN'S REPEATED REJECTS ARE COUNTED
      * ONCE, SO A RERUN NIGHT RECONCILES LIKE ANY OTHER.  DECK
      * PAYMENTS THAT ARE IN NONE OF THEM (SAM1 REFUSED THE DECK,
      * OR NEVER SAW IT) ARE LISTED AS NOT ACCOUNTED FOR.
      *
      * THE REPORT SHOWS DEPOSITED VS POSTED VS PENDED VS SUSPENDED
      * VS REJECTED, THE INGEST DIFFERENCE (DEPOSITED LESS DECK AND
      * SUSPENSE) AND THE UNEXPLAINED DIFFERENCE (DEPOSITED LESS
      * EVERYTHING ACCOUNTED FOR).  RETURN CODE 4 FLAGS A BREAK: AN
      * UNEXPLAINED DIFFERENCE, A BANK ITEM COUNT THAT DOES NOT
      * MATCH, A DECK WHOSE TRAILER DISAGREES WITH ITS DETAIL OR IS
      * FOR ANOTHER DATE, OR NO DEPOSIT RECORD FOR THE DATE.  READ
      * ONLY - NOTHING IS UPDATED.
      *
      * BANK DEPOSIT-TOTAL RECORD (80 BYTES, '*' IN COL 1 COMMENTS;
      * ONE PER LOCKBOX, ALL RECORDS FOR THE DATE ARE ADDED UP):
      *    COLS  1-8    DEPOSIT DATE, CCYYMMDD
      *    COLS 10-16   ITEM COUNT, 9(7)
      *    COLS 18-30   DEPOSIT AMOUNT, 9(11)V99
      *    COLS 32-41   LOCKBOX NUMBER (SHOWN ON THE REPORT)
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    RECDATE=ccyymmdd  DATE RECONCILED   (DEFAULT BUSINESS DATE)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM37.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DEPOSIT-FILE     ASSIGN TO DEPOSIT
                   FILE STATUS  IS  WS-DEP-STATUS WS-DEP-STATUS-2.

            SELECT TRAN-DECK-FILE   ASSIGN TO TRANDECK
                   FILE STATUS  IS  WS-DECK-STATUS WS-DECK-STATUS-2.

            SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO LBXSUSP
                   FILE STATUS  IS  WS-SUSP-STATUS WS-SUSP-STATUS-2.

            SELECT JOURNAL-FILE     ASSIGN TO JRNFILE
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT OPTIONAL PEND-FILE ASSIGN TO SUSPIN
                   FILE STATUS  IS  WS-PEND-STATUS WS-PEND-STATUS-2.

            SELECT OPTIONAL REJECT-FILE ASSIGN TO REJFILE
                   FILE STATUS  IS  WS-REJECT-STATUS
                                    WS-REJECT-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO RECRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT RECON-SORT       ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  DEPOSIT-FILE
           RECORDING MODE IS F.
       01  DEPOSIT-RECORD.
           05  DEP-DATE-X             PIC X(8).
           05  DEP-DATE REDEFINES DEP-DATE-X PIC 9(8).
           05  FILLER                 PIC X.
           05  DEP-COUNT-X            PIC X(7).
           05  DEP-COUNT REDEFINES DEP-COUNT-X PIC 9(7).
           05  FILLER                 PIC X.
           05  DEP-AMOUNT-X           PIC X(13).
           05  DEP-AMOUNT REDEFINES DEP-AMOUNT-X PIC 9(11)V99.
           05  FILLER                 PIC X.
           05  DEP-LOCKBOX            PIC X(10).
           05  FILLER                 PIC X(39).

       FD  TRAN-DECK-FILE
           RECORDING MODE IS F.
       01  TRAN-DECK-RECORD           PIC X(201).

      *        SAM12's suspense layout: the untouched bank record,
      *        the run date and the reason it could not be matched.
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  SUSP-BANK-IMAGE.
               10  FILLER             PIC X(27).
               10  SUSP-AMOUNT-X      PIC X(9).
               10  SUSP-AMOUNT REDEFINES SUSP-AMOUNT-X
                                      PIC 9(7)V99.
               10  FILLER             PIC X(44).
           05  SUSP-RUN-DATE          PIC 9(6).
           05  SUSP-REASON            PIC X(35).
           05  FILLER                 PIC X(1).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY JRNREC.

      *        SAM1's key-not-found suspense deck, tonight's
      *        generation.
       FD  PEND-FILE
           RECORDING MODE IS F.
       01  PEND-RECORD.
           05  PEND-TRAN-IMAGE        PIC X(201).
           05  PEND-FIRST-DATE        PIC 9(6).
           05  PEND-RETRY-CNT         PIC 9(3).
           05  FILLER                 PIC X(6).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD.
           05  REJ-TRAN-IMAGE         PIC X(201).
           05  REJ-RUN-DATE           PIC 9(6).
           05  REJ-REASON             PIC X(35).
           05  FILLER                 PIC X(1).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

      *        One lockbox payment as seen by one source: 'D' the
      *        deck, 'J' the journal, 'P' SAM1's pend deck, 'R' the
      *        rejects.  Sorting by key and amount brings each deck
      *        payment together with what became of it.
       SD  RECON-SORT.
       01  RECON-SORT-REC.
           05  RCN-CUST-KEY           PIC X(9).
           05  RCN-AMOUNT             PIC 9(7)V99.
           05  RCN-SOURCE             PIC X.
           05  RCN-RUN-TIME           PIC 9(8).
           05  RCN-REASON             PIC X(35).

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
           05  WS-DEP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DEP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-DECK-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DECK-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-SUSP-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-SUSP-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-JRNL-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-JRNL-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PEND-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PEND-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REJECT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-DEP-EOF              PIC X     VALUE 'N'.
           05  WS-DECK-EOF             PIC X     VALUE 'N'.
           05  WS-SUSP-EOF             PIC X     VALUE 'N'.
           05  WS-JRNL-EOF             PIC X     VALUE 'N'.
           05  WS-PEND-EOF             PIC X     VALUE 'N'.
           05  WS-REJECT-EOF           PIC X     VALUE 'N'.
           05  WS-SORT-EOF             PIC X     VALUE 'N'.
      *        The date reconciled, both ways the inputs stamp it.
           05  WS-REC-DATE             PIC 9(8)  VALUE 0.
           05  WS-REC-DATE-X REDEFINES WS-REC-DATE.
               10  WS-REC-CC           PIC 99.
               10  WS-REC-YYMMDD       PIC 9(6).
      *        What the deck says about itself.
           05  WS-DECK-HDR-SEEN        PIC X     VALUE 'N'.
           05  WS-DECK-TRL-SEEN        PIC X     VALUE 'N'.
           05  WS-DECK-FEED-ID         PIC X(8)  VALUE SPACES.
           05  WS-DECK-DATE            PIC 9(8)  VALUE 0.
           05  WS-DECK-SUBMITTER       PIC X(8)  VALUE SPACES.
      *        A payment amount as the generated UPDATE carries it.
           05  WS-TRAN-AMT-X           PIC X(9)  VALUE ZEROS.
           05  WS-TRAN-AMT REDEFINES WS-TRAN-AMT-X PIC 9(7)V99.
           05  WS-TRAN-IS-PAYMENT      PIC X     VALUE 'N'.
      *        One key-and-amount group off the sort: how many deck
      *        payments, how many postings in the latest journal run
      *        (and that run's time), pends and rejects.
           05  WS-GRP-KEY              PIC X(9)  VALUE SPACES.
           05  WS-GRP-AMOUNT           PIC 9(7)V99 VALUE 0.
           05  WS-GRP-DECK             PIC S9(7) COMP-3 VALUE +0.
           05  WS-GRP-JRN              PIC S9(7) COMP-3 VALUE +0.
           05  WS-GRP-JRN-TIME         PIC 9(8)  VALUE 0.
           05  WS-GRP-PEND             PIC S9(7) COMP-3 VALUE +0.
           05  WS-GRP-REJ              PIC S9(7) COMP-3 VALUE +0.
           05  WS-GRP-REASON           PIC X(35) VALUE SPACES.
           05  WS-GRP-LEFT             PIC S9(7) COMP-3 VALUE +0.
           05  WS-GRP-TAKE             PIC S9(7) COMP-3 VALUE +0.

       COPY TRANREC.

       01  RECON-TOTALS.
           05  NUM-DEP-RECS          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DEP-OTHER-DATE    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DEP-BAD           PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-DEP-CNT           PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-DEP-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-TRL-CNT           PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-TRL-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-DECK-CNT          PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-DECK-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-SUSP-CNT          PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-SUSP-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
           05  NUM-SUSP-UNVALUED     PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-POSTED-CNT        PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-POSTED-AMT        PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-PENDED-CNT        PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-PENDED-AMT        PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-REJECTED-CNT      PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-REJECTED-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-UNACCT-CNT        PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-UNACCT-AMT        PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-INGEST-DIFF       PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-UNEXPLAINED       PIC S9(11)V99 COMP-3 VALUE +0.
           05  TOT-ITEM-DIFF         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JRN-PAYMENTS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JRN-OTHER         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BREAKS            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DETAIL-LINES      PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'LOCKBOX CASH RECONCILIATION       DATE: '.
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
       01  RPT-DATE-LINE.
           05  FILLER PIC X(30) VALUE 'Deposit date reconciled:'.
           05  RPT-REC-DATE        PIC 9(8).
           05  FILLER PIC X(94) VALUE SPACES.
       01  RPT-DECK-LINE.
           05  FILLER PIC X(30) VALUE 'SAM12 deck feed / date:'.
           05  RPT-DECK-FEED       PIC X(8).
           05  FILLER PIC X(3)  VALUE ' / '.
           05  RPT-DECK-DATE       PIC 9(8).
           05  FILLER PIC X(83) VALUE SPACES.
       01  RPT-DEP-LINE.
           05  FILLER PIC X(20) VALUE '  Bank deposit      '.
           05  RPT-DEP-LOCKBOX     PIC X(10).
           05  RPT-DEP-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-DEP-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(72) VALUE SPACES.
       01  RPT-DETAIL-HDR.
           05  FILLER PIC X(48) VALUE
               'Deck payments not posted tonight:'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-DETAIL-COL.
           05  FILLER PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER PIC X(16) VALUE '        AMOUNT'.
           05  FILLER PIC X(7)  VALUE 'ITEMS'.
           05  FILLER PIC X(12) VALUE 'OUTCOME'.
           05  FILLER PIC X(35) VALUE 'REASON'.
           05  FILLER PIC X(50) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-DTL-KEY         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CNT         PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DTL-OUTCOME     PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REASON      PIC X(35).
           05  FILLER              PIC X(52) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER PIC X(48) VALUE
               'None - every deck payment posted.'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-SUMMARY-COL.
           05  FILLER PIC X(44) VALUE SPACES.
           05  FILLER PIC X(12) VALUE '       ITEMS'.
           05  FILLER PIC X(20) VALUE '              AMOUNT'.
           05  FILLER PIC X(56) VALUE SPACES.
       01  RPT-SUMMARY-LINE.
           05  RPT-SUM-TEXT        PIC X(44).
           05  RPT-SUM-CNT         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-SUM-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SUM-FLAG        PIC X(20).
           05  FILLER              PIC X(34) VALUE SPACES.
       01  RPT-RESULT-LINE.
           05  RPT-RESULT          PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  RPT-NOTE            PIC X(100).
           05  FILLER              PIC X(32) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM37 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE BDS-BUS-DATE TO WS-REC-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-READ-DEPOSIT
                       UNTIL WS-DEP-EOF = 'Y'
               PERFORM 150-READ-SUSPENSE
                       UNTIL WS-SUSP-EOF = 'Y'
               SORT RECON-SORT
                   ON ASCENDING KEY RCN-CUST-KEY
                                    RCN-AMOUNT
                                    RCN-SOURCE
                                    RCN-RUN-TIME
                   INPUT PROCEDURE  IS 400-COLLECT-PAYMENTS
                   OUTPUT PROCEDURE IS 500-MATCH-PAYMENTS
               PERFORM 850-REPORT-RECONCILIATION
           END-IF .

           PERFORM 790-CLOSE-FILES .

           IF NUM-BREAKS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF .
           DISPLAY 'SAM37 DEPOSITED            = ' TOT-DEP-AMT .
           DISPLAY 'SAM37 POSTED               = ' TOT-POSTED-AMT .
           DISPLAY 'SAM37 SUSPENDED            = ' TOT-SUSP-AMT .
           DISPLAY 'SAM37 UNEXPLAINED          = ' TOT-UNEXPLAINED .
           DISPLAY 'SAM37 BREAKS FLAGGED       = ' NUM-BREAKS .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM37 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-READ-DEPOSIT.
      *
      *        The bank's deposit totals: every record for the date
      *        is added in (one per lockbox); other dates are
      *        counted and passed over.
      *
           READ DEPOSIT-FILE
             AT END MOVE 'Y' TO WS-DEP-EOF
           END-READ.
           EVALUATE WS-DEP-STATUS
              WHEN '00'
                  IF DEPOSIT-RECORD(1:1) = '*'
                         OR DEPOSIT-RECORD = SPACES
                      CONTINUE
                  ELSE
                      ADD +1 TO NUM-DEP-RECS
                      PERFORM 110-TAKE-DEPOSIT
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-DEP-EOF
              WHEN OTHER
                  DISPLAY 'DEPOSIT FILE READ ERROR. RC:'
                          WS-DEP-STATUS '/' WS-DEP-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-DEP-EOF
           END-EVALUATE.

       110-TAKE-DEPOSIT.
           IF DEP-DATE-X NOT NUMERIC OR DEP-COUNT-X NOT NUMERIC
                  OR DEP-AMOUNT-X NOT NUMERIC
               ADD +1 TO NUM-DEP-BAD
               ADD +1 TO NUM-BREAKS
               DISPLAY 'DEPOSIT RECORD NOT NUMERIC, IGNORED: '
                       DEPOSIT-RECORD(1:41)
           ELSE
               IF DEP-DATE NOT = WS-REC-DATE
                   ADD +1 TO NUM-DEP-OTHER-DATE
               ELSE
                   ADD DEP-COUNT  TO TOT-DEP-CNT
                   ADD DEP-AMOUNT TO TOT-DEP-AMT
                   MOVE DEP-LOCKBOX TO RPT-DEP-LOCKBOX
                   MOVE DEP-COUNT   TO RPT-DEP-CNT
                   MOVE DEP-AMOUNT  TO RPT-DEP-AMT
                   WRITE REPORT-RECORD FROM RPT-DEP-LINE
               END-IF
           END-IF.

       150-READ-SUSPENSE.
      *
      *        SAM12's suspense accumulates from night to night;
      *        only the items stamped with the date count.  An item
      *        routed there because its amount was not a number
      *        carries no value and is counted on its own.
      *
           READ SUSPENSE-FILE
             AT END MOVE 'Y' TO WS-SUSP-EOF
           END-READ.
           EVALUATE WS-SUSP-STATUS
              WHEN '00'
                  IF SUSP-RUN-DATE = WS-REC-YYMMDD
                      ADD +1 TO TOT-SUSP-CNT
                      IF SUSP-AMOUNT-X NUMERIC
                          ADD SUSP-AMOUNT TO TOT-SUSP-AMT
                      ELSE
                          ADD +1 TO NUM-SUSP-UNVALUED
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-SUSP-EOF
              WHEN OTHER
                  DISPLAY 'LOCKBOX SUSPENSE READ ERROR. RC:'
                          WS-SUSP-STATUS '/' WS-SUSP-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-SUSP-EOF
           END-EVALUATE.

       400-COLLECT-PAYMENTS.
      *
      *        Sort input: the deck's payments first, then every
      *        balance subtract for the date from the journal, the
      *        pend deck and the rejects.  Those carrying another
      *        submitter than the deck's are not lockbox payments
      *        and stay out.
      *
           PERFORM 410-READ-DECK
                   UNTIL WS-DECK-EOF = 'Y'.
           PERFORM 430-READ-JOURNAL
                   UNTIL WS-JRNL-EOF = 'Y'.
           PERFORM 450-READ-PEND
                   UNTIL WS-PEND-EOF = 'Y'.
           PERFORM 470-READ-REJECT
                   UNTIL WS-REJECT-EOF = 'Y'.

       410-READ-DECK.
           READ TRAN-DECK-FILE INTO TRANSACTION-RECORD
             AT END MOVE 'Y' TO WS-DECK-EOF
           END-READ.
           EVALUATE WS-DECK-STATUS
              WHEN '00'
                  PERFORM 420-TAKE-DECK-RECORD
              WHEN '10'
                  MOVE 'Y' TO WS-DECK-EOF
              WHEN OTHER
                  DISPLAY 'TRAN DECK READ ERROR. RC:'
                          WS-DECK-STATUS '/' WS-DECK-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-DECK-EOF
           END-EVALUATE.

       420-TAKE-DECK-RECORD.
           EVALUATE TRAN-CODE
              WHEN 'HDR   '
                  MOVE 'Y'          TO WS-DECK-HDR-SEEN
                  MOVE HDR-FEED-ID  TO WS-DECK-FEED-ID
                  MOVE HDR-BUS-DATE TO WS-DECK-DATE
              WHEN 'TRL   '
                  MOVE 'Y'           TO WS-DECK-TRL-SEEN
                  MOVE TRL-REC-COUNT TO TOT-TRL-CNT
                  MOVE TRL-AMT-TOTAL TO TOT-TRL-AMT
              WHEN OTHER
                  PERFORM 480-CHECK-PAYMENT
                  IF WS-TRAN-IS-PAYMENT = 'Y'
                      IF TOT-DECK-CNT = 0
                          MOVE TRAN-SUBMITTER TO WS-DECK-SUBMITTER
                      END-IF
                      ADD +1          TO TOT-DECK-CNT
                      ADD WS-TRAN-AMT TO TOT-DECK-AMT
                      MOVE 'D'        TO RCN-SOURCE
                      MOVE 0          TO RCN-RUN-TIME
                      MOVE SPACES     TO RCN-REASON
                      PERFORM 490-RELEASE-PAYMENT
                  END-IF
           END-EVALUATE.

       430-READ-JOURNAL.
           READ JOURNAL-FILE
             AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           EVALUATE WS-JRNL-STATUS
              WHEN '00'
                  IF JRN-RUN-DATE = WS-REC-YYMMDD
                     AND JRN-ACTION = 'UPDATE'
                      MOVE JRN-TRAN-IMAGE TO TRANSACTION-RECORD
                      PERFORM 480-CHECK-PAYMENT
                      IF WS-TRAN-IS-PAYMENT = 'Y'
                          ADD +1 TO NUM-JRN-PAYMENTS
                          MOVE 'J'          TO RCN-SOURCE
                          MOVE JRN-RUN-TIME TO RCN-RUN-TIME
                          MOVE SPACES       TO RCN-REASON
                          PERFORM 490-RELEASE-PAYMENT
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-JRNL-EOF
              WHEN OTHER
                  DISPLAY 'JOURNAL READ ERROR. RC:'
                          WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-JRNL-EOF
           END-EVALUATE.

       450-READ-PEND.
      *        Only what first pended on the date: older pends are
      *        earlier nights' payments still waiting for a key.
           READ PEND-FILE
             AT END MOVE 'Y' TO WS-PEND-EOF
           END-READ.
           EVALUATE WS-PEND-STATUS
              WHEN '00'
                  IF PEND-FIRST-DATE = WS-REC-YYMMDD
                      MOVE PEND-TRAN-IMAGE TO TRANSACTION-RECORD
                      PERFORM 480-CHECK-PAYMENT
                      IF WS-TRAN-IS-PAYMENT = 'Y'
                          MOVE 'P'    TO RCN-SOURCE
                          MOVE 0      TO RCN-RUN-TIME
                          MOVE 'CUSTOMER KEY NOT ON FILE - RETRIES'
                                      TO RCN-REASON
                          PERFORM 490-RELEASE-PAYMENT
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-PEND-EOF
              WHEN OTHER
                  DISPLAY 'SAM1 SUSPENSE DECK READ ERROR. RC:'
                          WS-PEND-STATUS '/' WS-PEND-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-PEND-EOF
           END-EVALUATE.

       470-READ-REJECT.
           READ REJECT-FILE
             AT END MOVE 'Y' TO WS-REJECT-EOF
           END-READ.
           EVALUATE WS-REJECT-STATUS
              WHEN '00'
                  IF REJ-RUN-DATE = WS-REC-YYMMDD
                      MOVE REJ-TRAN-IMAGE TO TRANSACTION-RECORD
                      PERFORM 480-CHECK-PAYMENT
                      IF WS-TRAN-IS-PAYMENT = 'Y'
                          MOVE 'R'        TO RCN-SOURCE
                          MOVE 0          TO RCN-RUN-TIME
                          MOVE REJ-REASON TO RCN-REASON
                          PERFORM 490-RELEASE-PAYMENT
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-REJECT-EOF
              WHEN OTHER
                  DISPLAY 'REJECT FILE READ ERROR. RC:'
                          WS-REJECT-STATUS '/' WS-REJECT-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-REJECT-EOF
           END-EVALUATE.

       480-CHECK-PAYMENT.
      *        A lockbox payment is the UPDATE SAM12 generates: one
      *        BALANCE SUBTRACT with the amount in the first nine
      *        bytes of the update data.  The journal, pend deck and
      *        rejects must also carry the deck's submitter.
           MOVE 'N' TO WS-TRAN-IS-PAYMENT.
           IF TRAN-CODE = 'UPDATE'
              AND TRAN-ACTION = 'SUBTRACT'
              AND TRAN-FIELD-NAME = 'BALANCE   '
              AND TRAN-UPDATE-DATA(1:9) NUMERIC
               MOVE TRAN-UPDATE-DATA(1:9) TO WS-TRAN-AMT-X
               MOVE 'Y' TO WS-TRAN-IS-PAYMENT
               IF WS-DECK-EOF = 'Y'
                  AND TRAN-SUBMITTER NOT = WS-DECK-SUBMITTER
                   MOVE 'N' TO WS-TRAN-IS-PAYMENT
               END-IF
           END-IF.

       490-RELEASE-PAYMENT.
           MOVE TRAN-KEY    TO RCN-CUST-KEY.
           MOVE WS-TRAN-AMT TO RCN-AMOUNT.
           RELEASE RECON-SORT-REC.

       500-MATCH-PAYMENTS.
      *
      *        Sort output: each customer key and amount is one
      *        group.  Its deck payments are settled against the
      *        postings of the latest journal run first, then the
      *        pends, then the rejects (a rerun repeats its rejects,
      *        so they never count for more payments than the deck
      *        holds).  Whatever is left is not accounted for.
      *
           WRITE REPORT-RECORD FROM RPT-DETAIL-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-DETAIL-COL.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM 510-RETURN-PAYMENT.
           PERFORM 520-MATCH-ONE-GROUP
                   UNTIL WS-SORT-EOF = 'Y'.
           IF NUM-DETAIL-LINES = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.

       510-RETURN-PAYMENT.
           RETURN RECON-SORT
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       520-MATCH-ONE-GROUP.
           MOVE RCN-CUST-KEY TO WS-GRP-KEY.
           MOVE RCN-AMOUNT   TO WS-GRP-AMOUNT.
           MOVE +0 TO WS-GRP-DECK WS-GRP-JRN WS-GRP-PEND WS-GRP-REJ.
           MOVE 0  TO WS-GRP-JRN-TIME.
           MOVE SPACES TO WS-GRP-REASON.
           PERFORM 525-COUNT-ONE-ITEM
                   UNTIL WS-SORT-EOF = 'Y'
                      OR RCN-CUST-KEY NOT = WS-GRP-KEY
                      OR RCN-AMOUNT NOT = WS-GRP-AMOUNT.
           IF WS-GRP-DECK = 0
               ADD WS-GRP-JRN TO NUM-JRN-OTHER
           ELSE
               PERFORM 530-SETTLE-GROUP
           END-IF.

       525-COUNT-ONE-ITEM.
           EVALUATE RCN-SOURCE
              WHEN 'D'
                  ADD +1 TO WS-GRP-DECK
              WHEN 'J'
                  IF RCN-RUN-TIME NOT = WS-GRP-JRN-TIME
                      MOVE RCN-RUN-TIME TO WS-GRP-JRN-TIME
                      MOVE +0 TO WS-GRP-JRN
                  END-IF
                  ADD +1 TO WS-GRP-JRN
              WHEN 'P'
                  ADD +1 TO WS-GRP-PEND
              WHEN 'R'
                  ADD +1 TO WS-GRP-REJ
                  MOVE RCN-REASON TO WS-GRP-REASON
           END-EVALUATE.
           PERFORM 510-RETURN-PAYMENT.

       530-SETTLE-GROUP.
           MOVE WS-GRP-DECK TO WS-GRP-LEFT.
           IF WS-GRP-JRN < WS-GRP-LEFT
               MOVE WS-GRP-JRN  TO WS-GRP-TAKE
           ELSE
               MOVE WS-GRP-LEFT TO WS-GRP-TAKE
           END-IF.
           ADD WS-GRP-TAKE TO TOT-POSTED-CNT.
           COMPUTE TOT-POSTED-AMT = TOT-POSTED-AMT
                                  + WS-GRP-TAKE * WS-GRP-AMOUNT.
           SUBTRACT WS-GRP-TAKE FROM WS-GRP-LEFT.
           IF WS-GRP-PEND < WS-GRP-LEFT
               MOVE WS-GRP-PEND TO WS-GRP-TAKE
           ELSE
               MOVE WS-GRP-LEFT TO WS-GRP-TAKE
           END-IF.
           IF WS-GRP-TAKE > 0
               ADD WS-GRP-TAKE TO TOT-PENDED-CNT
               COMPUTE TOT-PENDED-AMT = TOT-PENDED-AMT
                                      + WS-GRP-TAKE * WS-GRP-AMOUNT
               MOVE 'PENDED'    TO RPT-DTL-OUTCOME
               MOVE 'CUSTOMER KEY NOT ON FILE - RETRIES'
                                TO RPT-DTL-REASON
               PERFORM 540-WRITE-DETAIL-LINE
               SUBTRACT WS-GRP-TAKE FROM WS-GRP-LEFT
           END-IF.
           IF WS-GRP-REJ < WS-GRP-LEFT
               MOVE WS-GRP-REJ  TO WS-GRP-TAKE
           ELSE
               MOVE WS-GRP-LEFT TO WS-GRP-TAKE
           END-IF.
           IF WS-GRP-TAKE > 0
               ADD WS-GRP-TAKE TO TOT-REJECTED-CNT
               COMPUTE TOT-REJECTED-AMT = TOT-REJECTED-AMT
                                      + WS-GRP-TAKE * WS-GRP-AMOUNT
               MOVE 'REJECTED'    TO RPT-DTL-OUTCOME
               MOVE WS-GRP-REASON TO RPT-DTL-REASON
               PERFORM 540-WRITE-DETAIL-LINE
               SUBTRACT WS-GRP-TAKE FROM WS-GRP-LEFT
           END-IF.
           IF WS-GRP-LEFT > 0
               MOVE WS-GRP-LEFT TO WS-GRP-TAKE
               ADD WS-GRP-TAKE TO TOT-UNACCT-CNT
               COMPUTE TOT-UNACCT-AMT = TOT-UNACCT-AMT
                                      + WS-GRP-TAKE * WS-GRP-AMOUNT
               MOVE 'MISSING'   TO RPT-DTL-OUTCOME
               MOVE 'NOT POSTED, PENDED OR REJECTED'
                                TO RPT-DTL-REASON
               PERFORM 540-WRITE-DETAIL-LINE
           END-IF.

       540-WRITE-DETAIL-LINE.
           MOVE WS-GRP-KEY(1:8)  TO RPT-DTL-KEY.
           MOVE WS-GRP-AMOUNT    TO RPT-DTL-AMOUNT.
           MOVE WS-GRP-TAKE      TO RPT-DTL-CNT.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           ADD +1 TO NUM-DETAIL-LINES.

       700-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           OPEN INPUT    DEPOSIT-FILE
                         TRAN-DECK-FILE
                         JOURNAL-FILE .
           IF WS-DEP-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DEPOSIT TOTAL FILE. RC:'
                     WS-DEP-STATUS '/' WS-DEP-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-DECK-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING TRAN DECK FILE. RC:'
                     WS-DECK-STATUS '/' WS-DECK-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-JRNL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING JOURNAL FILE. RC:'
                     WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        No suspense, pend deck or rejects allocated simply
      *        means none of them.
           OPEN INPUT    SUSPENSE-FILE
                         PEND-FILE
                         REJECT-FILE .
           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '05'
             DISPLAY 'LOCKBOX SUSPENSE NOT READ. RC:'
                     WS-SUSP-STATUS '/' WS-SUSP-STATUS-2
             MOVE 'Y' TO WS-SUSP-EOF
           END-IF .
           IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '05'
             DISPLAY 'SAM1 SUSPENSE DECK NOT READ. RC:'
                     WS-PEND-STATUS '/' WS-PEND-STATUS-2
             MOVE 'Y' TO WS-PEND-EOF
           END-IF .
           IF WS-REJECT-STATUS NOT = '00'
              AND WS-REJECT-STATUS NOT = '05'
             DISPLAY 'REJECT FILE NOT READ. RC:'
                     WS-REJECT-STATUS '/' WS-REJECT-STATUS-2
             MOVE 'Y' TO WS-REJECT-EOF
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - BUSINESS DATE RECONCILED. RC:'
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
                       WHEN 'RECDATE'
                           IF WS-PARM-VALUE(1:8) NUMERIC
                               MOVE WS-PARM-VALUE(1:8)
                                           TO WS-REC-DATE
                           ELSE
                               DISPLAY 'BAD RECDATE PARM IGNORED: '
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
      *        The lockbox night reconciled is the business date on
      *        the shared control record (SAM30 service) unless the
      *        parm card names another.  No BUSDATE DD = system
      *        date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           CLOSE DEPOSIT-FILE .
           CLOSE TRAN-DECK-FILE .
           CLOSE JOURNAL-FILE .
           CLOSE SUSPENSE-FILE .
           CLOSE PEND-FILE .
           CLOSE REJECT-FILE .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE WS-REC-DATE    TO RPT-REC-DATE.
           WRITE REPORT-RECORD FROM RPT-DATE-LINE AFTER 2.
           MOVE SPACES         TO RPT-NOTE.
           MOVE 'Bank deposit totals for the date:' TO RPT-NOTE.
           WRITE REPORT-RECORD FROM RPT-NOTE-LINE AFTER 2.

       850-REPORT-RECONCILIATION.
      *
      *        The deck's own checks first, then the summary:
      *        deposited against everything accounted for.
      *
           IF WS-DECK-HDR-SEEN = 'Y'
               MOVE WS-DECK-FEED-ID TO RPT-DECK-FEED
               MOVE WS-DECK-DATE    TO RPT-DECK-DATE
               WRITE REPORT-RECORD FROM RPT-DECK-LINE AFTER 2
           END-IF.
           COMPUTE TOT-INGEST-DIFF =
               TOT-DEP-AMT - TOT-DECK-AMT - TOT-SUSP-AMT.
           COMPUTE TOT-UNEXPLAINED =
               TOT-DEP-AMT - TOT-POSTED-AMT - TOT-PENDED-AMT
                           - TOT-SUSP-AMT - TOT-REJECTED-AMT.
           COMPUTE TOT-ITEM-DIFF =
               TOT-DEP-CNT - TOT-DECK-CNT - TOT-SUSP-CNT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-COL AFTER 2.
           MOVE SPACES TO RPT-SUM-FLAG.
           MOVE 'Deposited by the bank                     '
                               TO RPT-SUM-TEXT.
           MOVE TOT-DEP-CNT    TO RPT-SUM-CNT.
           MOVE TOT-DEP-AMT    TO RPT-SUM-AMT.
           IF NUM-DEP-RECS - NUM-DEP-OTHER-DATE - NUM-DEP-BAD = 0
               MOVE '*NO DEPOSIT RECORD*' TO RPT-SUM-FLAG
               ADD +1 TO NUM-BREAKS
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE SPACES TO RPT-SUM-FLAG.
           MOVE 'SAM12 deck trailer                        '
                               TO RPT-SUM-TEXT.
           MOVE TOT-TRL-CNT    TO RPT-SUM-CNT.
           MOVE TOT-TRL-AMT    TO RPT-SUM-AMT.
           IF WS-DECK-HDR-SEEN NOT = 'Y' OR WS-DECK-TRL-SEEN NOT = 'Y'
               MOVE '*HDR/TRL MISSING*' TO RPT-SUM-FLAG
               ADD +1 TO NUM-BREAKS
           ELSE
               IF WS-DECK-DATE NOT = WS-REC-DATE
                   MOVE '*DECK FOR OTHER DATE*' TO RPT-SUM-FLAG
                   ADD +1 TO NUM-BREAKS
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE SPACES TO RPT-SUM-FLAG.
           MOVE '  deck payments as read                   '
                               TO RPT-SUM-TEXT.
           MOVE TOT-DECK-CNT   TO RPT-SUM-CNT.
           MOVE TOT-DECK-AMT   TO RPT-SUM-AMT.
           IF WS-DECK-TRL-SEEN = 'Y'
              AND (TOT-DECK-CNT NOT = TOT-TRL-CNT
                   OR TOT-DECK-AMT NOT = TOT-TRL-AMT)
               MOVE '*TRAILER MISMATCH*' TO RPT-SUM-FLAG
               ADD +1 TO NUM-BREAKS
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE SPACES TO RPT-SUM-FLAG.
           MOVE 'Suspended by SAM12 (LBXSUSP)              '
                               TO RPT-SUM-TEXT.
           MOVE TOT-SUSP-CNT   TO RPT-SUM-CNT.
           MOVE TOT-SUSP-AMT   TO RPT-SUM-AMT.
           IF NUM-SUSP-UNVALUED > 0
               MOVE '*ITEMS WITH NO VALUE*' TO RPT-SUM-FLAG
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE SPACES TO RPT-SUM-FLAG.
           MOVE 'Ingest difference (deposited - deck - susp)'
                               TO RPT-SUM-TEXT.
           MOVE TOT-ITEM-DIFF  TO RPT-SUM-CNT.
           MOVE TOT-INGEST-DIFF TO RPT-SUM-AMT.
           IF TOT-INGEST-DIFF NOT = 0
               MOVE '*INGEST BREAK*' TO RPT-SUM-FLAG
           END-IF.
           IF TOT-DEP-CNT NOT = 0 AND TOT-ITEM-DIFF NOT = 0
               MOVE '*ITEM COUNT BREAK*' TO RPT-SUM-FLAG
               ADD +1 TO NUM-BREAKS
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE SPACES TO RPT-SUM-FLAG.
           MOVE 'Posted by SAM1 (journal)                  '
                               TO RPT-SUM-TEXT.
           MOVE TOT-POSTED-CNT TO RPT-SUM-CNT.
           MOVE TOT-POSTED-AMT TO RPT-SUM-AMT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE AFTER 2.
           MOVE 'Pended by SAM1 (key not on file)          '
                               TO RPT-SUM-TEXT.
           MOVE TOT-PENDED-CNT TO RPT-SUM-CNT.
           MOVE TOT-PENDED-AMT TO RPT-SUM-AMT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE 'Suspended by SAM12 (LBXSUSP)              '
                               TO RPT-SUM-TEXT.
           MOVE TOT-SUSP-CNT   TO RPT-SUM-CNT.
           MOVE TOT-SUSP-AMT   TO RPT-SUM-AMT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE 'Rejected by SAM1 (REJFILE)                '
                               TO RPT-SUM-TEXT.
           MOVE TOT-REJECTED-CNT TO RPT-SUM-CNT.
           MOVE TOT-REJECTED-AMT TO RPT-SUM-AMT.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE 'Deck payments not accounted for           '
                               TO RPT-SUM-TEXT.
           MOVE TOT-UNACCT-CNT TO RPT-SUM-CNT.
           MOVE TOT-UNACCT-AMT TO RPT-SUM-AMT.
           IF TOT-UNACCT-CNT > 0
               MOVE '*NOT ACCOUNTED FOR*' TO RPT-SUM-FLAG
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
           MOVE SPACES TO RPT-SUM-FLAG.
           MOVE 'Unexplained difference                    '
                               TO RPT-SUM-TEXT.
           COMPUTE RPT-SUM-CNT = TOT-DEP-CNT - TOT-POSTED-CNT
                               - TOT-PENDED-CNT - TOT-SUSP-CNT
                               - TOT-REJECTED-CNT.
           MOVE TOT-UNEXPLAINED TO RPT-SUM-AMT.
           IF TOT-UNEXPLAINED NOT = 0
               MOVE '*** BREAK ***' TO RPT-SUM-FLAG
               ADD +1 TO NUM-BREAKS
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE AFTER 2.
           IF NUM-BREAKS = 0
               MOVE 'RESULT: LOCKBOX CASH RECONCILED - NO BREAKS'
                               TO RPT-RESULT
           ELSE
               MOVE 'RESULT: *** BREAKS FOUND - SEE FLAGGED LINES ***'
                               TO RPT-RESULT
           END-IF.
           WRITE REPORT-RECORD FROM RPT-RESULT-LINE AFTER 2.
           MOVE SPACES TO RPT-NOTE.
           IF NUM-DEP-OTHER-DATE > 0
               MOVE 'Deposit records for other dates were passed over.'
                               TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE AFTER 2
           END-IF.
           IF NUM-JRN-OTHER > 0
               MOVE 'Journaled payments from the same submitter that ar
      -             'e not in the deck were left out.'
                               TO RPT-NOTE
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE
           END-IF.

      * BACK TO PRINT AND IS COUNTED AS SUPPRESSED.  NO CONTFILE
      * DD = EVERY STATEMENT PRINTS, AS BEFORE.
      *
      * RETURNED MAIL: A CUSTOMER WHOSE MASTER CARRIES A RETURNED-
      * MAIL DATE (SAM1 RETMAL) GETS NO PAPER STATEMENT -- THE PAGE
      * IS HELD AND COUNTED, AND A CYCLE RUN STILL LEDGERS IT (AS
      * DELIVERY 'H') SO THE NEXT STATEMENT OPENS FROM IT.
      * E-DELIVERY IS UNAFFECTED.  A GROUP PAGE WHOSE TOP ACCOUNT IS
      * MARKED IS HELD THE SAME WAY.
      *
      * EVERY STATEMENT AND GROUP PAGE -- PRINTED, E-DELIVERED OR
      * HELD -- IS RECORDED IN THE CUSTOMER'S COMMUNICATIONS HISTORY
      * (SAM43 SERVICE, COMHIST DD) WITH THE CHANNEL AND THE ADDRESS
      * OR EMAIL IT WENT TO; A CYCLE STATEMENT CARRIES ITS CYCLE
      * DATE AS THE REFERENCE.
      *
      * SELECTION PARMS (PARMCARD, ALL OPTIONAL, ANDED TOGETHER):
      *    KEY=xxxxxxxx    SINGLE CUSTOMER ID
      *    KEYLOW=xxxxxxxx ID RANGE LOW
      *    KEYHIGH=xxxxxxxx ID RANGE HIGH
      *    STATE=xx        STATE CODE
      *    MINBAL=nnnnnnnnn  BALANCE THRESHOLD (9(7)V99 DIGITS)
      *    GROUPSTMT=Y     ALSO PRINT CONSOLIDATED GROUP STATEMENTS
      * NO PARM CARD = EVERY CUSTOMER GETS A STATEMENT.
      *
      * GROUP STATEMENTS: WITH GROUPSTMT=Y, EVERY ACCOUNT THAT HEADS
      * A HIERARCHY (OTHER MASTERS NAME IT, DIRECTLY OR THROUGH AN
      * INTERMEDIATE, AS THEIR PARENT) ALSO GETS A CONSOLIDATED PAGE
      * AFTER THE INDIVIDUAL STATEMENTS: THE TOP ACCOUNT'S NAME AND
      * ADDRESS, ONE LINE PER MEMBER WITH ITS PARENT, LEVEL AND
      * BALANCE, THE GROUP TOTAL, AND THE GROUP CREDIT LIMIT AND
      * WHAT IS LEFT OF IT.  THE SELECTION PARMS APPLY TO THE TOP
      * ACCOUNT (MINBAL TO THE GROUP TOTAL).  A TOP ACCOUNT THAT
      * CARRIES NO PARENT OR LIMIT OF ITS OWN IS PICKED UP BY A
      * SECOND READ OF THE GENERATION.
      *
      * CURRENCY: EVERY STATEMENT PRINTS IN THE CUSTOMER'S OWN
      * CURRENCY -- THE MASTER'S CURRENCY CODE, OR THE BASE CURRENCY
      * (FROM THE SAM34 EXCHANGE-RATE SERVICE) WHEN IT HAS NONE --
      * AND NAMES IT BESIDE EVERY AMOUNT; THE E-DELIVERY RECORD
      * CARRIES THE CODE TOO.  AMOUNTS ARE NEVER CONVERTED.  A GROUP
      * IS HELD IN ONE CURRENCY, SO ITS PAGE PRINTS IN THE TOP
      * ACCOUNT'S.  MINBAL IS COMPARED IN THE ACCOUNT'S OWN UNITS.
      *
      * BILLING-CYCLE RUN: CYCLE=dd MAKES THIS THE STATEMENT RUN FOR
      * ONE BILLING-CYCLE DAY.  ONLY ACCOUNTS ON THAT DAY'S CYCLE
      * (CUST-CYCLE-DAY; AN ACCOUNT WITH NONE IS ON DAY 01) ARE
      * STATEMENTED, AND THE PAGE SHOWS WHAT HAPPENED INSTEAD OF
      * THE MONTH BUCKETS: THE OPENING BALANCE CARRIED FROM THE LAST
      * STATEMENT, ONE LINE PER POSTED ACTIVITY SINCE THEN, THE
      * CLOSING BALANCE, THE MINIMUM PAYMENT AND ITS DUE DATE.  THE
      * ACTIVITY COMES FROM THE JOURNAL'S BEFORE/AFTER BALANCES
      * (PAYMENTS, ORDERS, ADJUSTMENTS, DISPUTE CREDITS, MERGES, NEW
      * AND RESTORED ACCOUNTS) AND FROM THE ASSESSMENT NOTES ON THE
      * MASTER (SERVICE CHARGES AND REFUNDS, WHICH ARE NOT
      * JOURNALED).  A BUSINESS DATE'S JOURNAL IS TAKEN FROM ITS LAST
      * SAM1 RUN -- A RERUN, OR THE NIGHTLY REPLAYING THE FAST PATH'S
      * CARRY-OVER DECK, JOURNALS THE SAME CHANGES AGAIN -- WHILE THE
      * LOADER'S ADDS (RUN TIME ZERO) ALWAYS STAND.  WHATEVER THE
      * RECORDS CANNOT ITEMIZE (A FULL NOTES AREA, ACTIVITY OLDER
      * THAN THE LOOKBACK) PRINTS AS ONE OTHER-ACTIVITY LINE, SO THE
      * PAGE ALWAYS ADDS UP.
      *
      * EVERY STATEMENT ISSUED IS RECORDED IN THE STATEMENT LEDGER
      * (STLREC, KEYED CUSTOMER + CYCLE DATE) WITH ITS OPENING,
      * CLOSING AND MINIMUM DUE; THE LATEST ENTRY GIVES THE NEXT
      * STATEMENT ITS OPENING BALANCE AND START DATE.  A CUSTOMER'S
      * FIRST STATEMENT COVERS ONE MONTH, ITS OPENING BALANCE WORKED
      * BACK FROM THE CLOSING BALANCE.  A RERUN OF THE SAME CYCLE
      * DATE REPLACES THE ENTRIES IT WROTE.  THE CYCLE DATE IS THE
      * LATEST DATE ON THE CYCLE DAY NOT AFTER THE BUSINESS DATE, SO
      * A MISSED CYCLE CAN BE RUN THE NEXT DAY.  E-DELIVERY
      * CUSTOMERS KEEP THE VENDOR RECORD (NO ACTIVITY LINES IN IT)
      * AND ARE LEDGERED THE SAME WAY.
      *
      * CYCLE PARMS (WITH THE SELECTION PARMS ABOVE STILL ANDED IN):
      *    CYCLE=dd          CYCLE DAY 01-28; CYCLE=TODAY TAKES THE
      *                      BUSINESS DATE'S DAY
      *    LOOKBACK=nn       MONTHS OF JOURNAL SEARCHED (DEFAULT 03)
      *    MINDUEPCT=nnn     MINIMUM DUE AS A PERCENT OF THE NEW
      *                      BALANCE (DEFAULT 005)
      *    MINDUEAMT=nnnnnnn MINIMUM DUE FLOOR (9(5)V99 DIGITS,
      *                      DEFAULT 0002500 = 25.00)
      *    DUEDAYS=nnn       DAYS FROM CYCLE DATE TO DUE DATE
      *                      (DEFAULT 025)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM7.
            SELECT EDELIVERY-FILE   ASSIGN TO EDELIV
                   FILE STATUS  IS  WS-EDLV-STATUS WS-EDLV-STATUS-2.

      *        Cycle runs only: the update journal, the statement
      *        ledger, and the sort that puts the journal's activity
      *        into customer order.
            SELECT JOURNAL-FILE     ASSIGN TO JRNFILE
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT STATEMENT-LEDGER ASSIGN TO STMTLDG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STL-KEY
                   FILE STATUS  IS  WS-STL-STATUS WS-STL-STATUS-2.

            SELECT ACTIVITY-SORT    ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05  EDLV-BALANCE           PIC S9(7)V99 SIGN LEADING
                                      SEPARATE.
           05  EDLV-ORDERS-YTD        PIC 9(5).
           05  EDLV-CURRENCY          PIC X(3).
           05  FILLER                 PIC X(5).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY JRNREC.

       FD  STATEMENT-LEDGER
           RECORD CONTAINS 120 CHARACTERS.
       COPY STLREC REPLACING ==:TAG:== BY ==STL==.

      *        One balance movement of one customer: a journaled
      *        change, dated by the run that made it.
       SD  ACTIVITY-SORT.
       01  ACTIVITY-SORT-REC.
           05  ACT-CUST-KEY           PIC X(9).
           05  ACT-DATE               PIC 9(8).
           05  ACT-TIME               PIC 9(8).
           05  ACT-SEQ                PIC 9(9).
           05  ACT-AMOUNT             PIC S9(9)V99 COMP-3.
           05  ACT-DESC               PIC X(30).

      *****************************************************************
       WORKING-STORAGE SECTION.
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  SAM34                           PIC X(8)  VALUE 'SAM34'.
       COPY FXPARM.
       01  SAM43                           PIC X(8)  VALUE 'SAM43'.
       COPY CMHPARM.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CONT-ACTIVE          PIC X     VALUE 'N'.
           05  WS-AT-COUNT             PIC S9(4) COMP VALUE +0.
           05  WS-EDLV-ELIGIBLE        PIC X     VALUE 'N'.
           05  WS-GROUP-STMT           PIC X     VALUE 'N'.
           05  WS-BASE-CURRENCY        PIC X(3)  VALUE SPACES.
           05  WS-STMT-CURRENCY        PIC X(3)  VALUE SPACES.
           05  WS-JRNL-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-JRNL-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-JRNL-EOF             PIC X     VALUE 'N'.
           05  WS-STL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-STL-STATUS-2         PIC X(4)  VALUE SPACES.
      *
      *        Billing-cycle run controls.  CYCLE-DATE is the date
      *        statements close on; FLOOR is the oldest journal date
      *        searched (LOOKBACK months back); FIRST-START is where
      *        a customer's first statement starts (a month back);
      *        DUE-DATE is DUEDAYS after CYCLE-DATE.
      *
           05  WS-CYCLE-MODE           PIC X     VALUE 'N'.
           05  WS-CYCLE-DAY            PIC 99    VALUE 0.
           05  WS-ACCT-CYCLE           PIC 99    VALUE 0.
           05  WS-CYCLE-DATE           PIC 9(8)  VALUE 0.
           05  WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE.
               10  WS-CYCLE-CCYYMM     PIC 9(6).
               10  WS-CYCLE-DD         PIC 99.
           05  WS-ACT-FLOOR            PIC 9(8)  VALUE 0.
           05  WS-FIRST-START          PIC 9(8)  VALUE 0.
           05  WS-DUE-DATE             PIC 9(8)  VALUE 0.
           05  WS-LOOKBACK             PIC 99    VALUE 3.
           05  WS-MIN-DUE-PCT          PIC 9(3)  VALUE 5.
           05  WS-MIN-DUE-FLOOR        PIC 9(5)V99 VALUE 25.00.
           05  WS-MIN-DUE-FLOOR-X REDEFINES WS-MIN-DUE-FLOOR
                                       PIC X(7).
           05  WS-DUE-DAYS             PIC 9(3)  VALUE 25.

      *        Hierarchy members collected for the consolidated
      *        group statements: every master carrying a parent or
      *        a group limit, plus (second pass) the top accounts
      *        they name.  PARENT-IX/TOP-IX point back into the
      *        table; a member whose chain does not end within
      *        WS-GRP-MAX-DEPTH levels is in a loop and is left out.
       01  GROUP-STMT-AREA.
           05  WS-GRP-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-GRP-MAX              PIC S9(4) COMP VALUE +2000.
           05  WS-GRP-IX               PIC S9(4) COMP VALUE +0.
           05  WS-GRP-JX               PIC S9(4) COMP VALUE +0.
           05  WS-GRP-TOP              PIC S9(4) COMP VALUE +0.
           05  WS-GRP-WALK             PIC S9(4) COMP VALUE +0.
           05  WS-GRP-DEPTH            PIC S9(4) COMP VALUE +0.
           05  WS-GRP-MAX-DEPTH        PIC S9(4) COMP VALUE +50.
           05  WS-GRP-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-GRP-MEMBERS          PIC S9(4) COMP VALUE +0.
           05  WS-GRP-FULL             PIC X     VALUE 'N'.
           05  WS-GRP-SELECTED         PIC X     VALUE 'N'.
           05  WS-GRP-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-GRP-AVAIL            PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-GRP-LOOKUP-ID        PIC X(8)  VALUE SPACES.
           05  WS-MISS-CNT             PIC S9(4) COMP VALUE +0.
           05  WS-MISS-IX              PIC S9(4) COMP VALUE +0.
           05  WS-MISS-FOUND           PIC S9(4) COMP VALUE +0.
           05  MISS-ID                 PIC X(8)  OCCURS 500.
           05  GRP-ENTRY OCCURS 2000.
               10  GRP-ID              PIC X(8).
               10  GRP-NAME            PIC X(17).
               10  GRP-ADDR            PIC X(20).
               10  GRP-CITY            PIC X(14).
               10  GRP-STATE           PIC X(2).
               10  GRP-COUNTRY         PIC X(11).
               10  GRP-PARENT          PIC X(8).
               10  GRP-BAL             PIC S9(9)V99 COMP-3.
               10  GRP-LIMIT           PIC 9(7)V99  COMP-3.
               10  GRP-PARENT-IX       PIC S9(4) COMP.
               10  GRP-TOP-IX          PIC S9(4) COMP.
               10  GRP-LEVEL           PIC S9(4) COMP.
               10  GRP-CURRENCY        PIC X(3).
               10  GRP-RETMAIL         PIC X.

      *        Per-customer contact preferences loaded from the
      *        contact dataset (latest preference wins; any
      *        The record under print, normalized from whichever
      *        format the generation carries.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.
      *
      *        Journal images and the transaction that made them,
      *        read through the usual layouts.
       COPY TRANREC.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==BEF==.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==AFT==.

      *        The cycle statement under construction: where its
      *        activity starts, its opening and closing balances,
      *        and its activity lines in date order (journal lines
      *        in run order, each date's assessment notes after
      *        them).  Lines past the table limit are counted and
      *        totalled onto one further-activity line.
       01  CYCLE-STMT-AREA.
           05  WS-ACT-EOF              PIC X     VALUE 'N'.
           05  WS-ACT-KEY              PIC X(9)  VALUE SPACES.
           05  WS-ACT-SEQ              PIC 9(9)  VALUE 0.
           05  WS-JRN-DATE             PIC 9(8)  VALUE 0.
           05  WS-JRN-BAL-BEFORE       PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-JRN-BAL-AFTER        PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-BAL-ACTION           PIC X(8)  VALUE SPACES.
           05  WS-STL-FOUND            PIC X     VALUE 'N'.
           05  WS-STL-SAME             PIC X     VALUE 'N'.
           05  WS-STL-EOF              PIC X     VALUE 'N'.
           05  WS-DELIVERY             PIC X     VALUE SPACE.
           05  WS-PREV-CYCLE-DATE      PIC 9(8)  VALUE 0.
           05  WS-WINDOW-START         PIC 9(8)  VALUE 0.
           05  WS-PERIOD-FROM          PIC 9(8)  VALUE 0.
           05  WS-OPEN-BAL             PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-CLOSE-BAL            PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-MIN-DUE              PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-ACT-SUM              PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-CREDITS              PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-DEBITS               PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-UNITEMIZED           PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-OVER-CNT             PIC S9(4) COMP VALUE +0.
           05  WS-OVER-AMT             PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-DROP-DONE            PIC X     VALUE 'N'.
           05  WS-LINE-PLACED          PIC X     VALUE 'N'.
           05  WS-LINE-CNT             PIC S9(4) COMP VALUE +0.
           05  WS-LINE-MAX             PIC S9(4) COMP VALUE +200.
           05  WS-LINE-IX              PIC S9(4) COMP VALUE +0.
           05  WS-LINE-JX              PIC S9(4) COMP VALUE +0.
           05  WS-NEW-LINE.
               10  WS-NEW-DATE         PIC 9(8).
               10  WS-NEW-TIME         PIC 9(8).
               10  WS-NEW-DESC         PIC X(30).
               10  WS-NEW-AMOUNT       PIC S9(9)V99 COMP-3.
           05  STMT-LINE-ENTRY OCCURS 200.
               10  LINE-DATE           PIC 9(8).
               10  LINE-TIME           PIC 9(8).
               10  LINE-DESC           PIC X(30).
               10  LINE-AMOUNT         PIC S9(9)V99 COMP-3.
      *
      *        Assessment-note scan: a charge note reads
      *        'mmddyy SVC cccc +nnnnnnn.nn', a refund note
      *        'mmddyy REFUND PAID +nnnnnnn.nn' (SAM1 749/755).
      *
           05  WS-NOTE-POS             PIC S9(4) COMP VALUE +0.
           05  WS-NOTE-AMT-POS         PIC S9(4) COMP VALUE +0.
           05  WS-NOTE-DATE.
               10  WS-NOTE-MM          PIC 99.
               10  WS-NOTE-DD          PIC 99.
               10  WS-NOTE-YY          PIC 99.
           05  WS-NOTE-AMT-ED          PIC ZZZZZZ9.99.
           05  WS-NOTE-AMT-X REDEFINES WS-NOTE-AMT-ED
                                       PIC X(10).
           05  WS-NOTE-AMT             PIC S9(7)V99 VALUE +0.
      *
      *        A CCYYMMDD date laid out mm/dd/ccyy for printing.
      *
           05  WS-FMT-DATE             PIC 9(8)  VALUE 0.
           05  WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
               10  WS-FMT-CCYY         PIC 9(4).
               10  WS-FMT-MM           PIC 99.
               10  WS-FMT-DD           PIC 99.
           05  WS-FMT-OUT.
               10  WS-FMT-OUT-MM       PIC 99.
               10  FILLER              PIC X     VALUE '/'.
               10  WS-FMT-OUT-DD       PIC 99.
               10  FILLER              PIC X     VALUE '/'.
               10  WS-FMT-OUT-CCYY     PIC 9(4).
      *
       01  STATEMENT-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STMTS-PRINTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STMTS-EDELIV      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EDELIV-SUPP       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUP-STMTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STMTS-HELD        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUP-HELD        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUP-LOOPS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ACT-RELEASED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CYCLE-STMTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FIRST-STMTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNITEMIZED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LEDGER-WRITTEN    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LEDGER-REPLACED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LEDGER-ERRORS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMMS-RECORDED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMMS-ERRORS      PIC S9(9)   COMP-3  VALUE +0.
      *
       01  STMT-HEADER-LINE.
           05  FILLER PIC X(30) VALUE 'CUSTOMER ACCOUNT STATEMENT    '.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'ACCOUNT: '.
           05  STMT-CUST-ID       PIC X(8).
           05  FILLER PIC X(12) VALUE '  CURRENCY: '.
           05  STMT-CURRENCY      PIC X(3).
           05  FILLER PIC X(71) VALUE SPACES.
       01  STMT-ADDR-LINE.
           05  STMT-ADDR          PIC X(20).
           05  FILLER PIC X(112) VALUE SPACES.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  STMT-MONTH-NAME    PIC X(9).
           05  STMT-MONTH-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  STMT-MONTH-CCY     PIC X(3).
           05  FILLER             PIC X(102) VALUE SPACES.
       01  STMT-AVG-LINE.
           05  FILLER PIC X(26) VALUE 'MONTHLY AVERAGE:          '.
           05  STMT-AVG-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  STMT-AVG-CCY       PIC X(3).
           05  FILLER PIC X(87) VALUE SPACES.
       01  STMT-BAL-LINE.
           05  FILLER PIC X(26) VALUE 'CURRENT ACCOUNT BALANCE:  '.
           05  STMT-BAL-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  STMT-BAL-CCY       PIC X(3).
           05  FILLER PIC X(87) VALUE SPACES.
       01  STMT-ORD-LINE.
           05  FILLER PIC X(26) VALUE 'ORDERS YEAR-TO-DATE:      '.
           05  STMT-ORD-CNT       PIC ZZ,ZZ9.
           05  FILLER PIC X(100) VALUE SPACES.
       01  STMT-PERIOD-LINE.
           05  FILLER PIC X(18) VALUE 'STATEMENT PERIOD: '.
           05  STMT-PERIOD-FROM   PIC X(10).
           05  FILLER PIC X(4)  VALUE ' TO '.
           05  STMT-PERIOD-TO     PIC X(10).
           05  FILLER PIC X(21) VALUE '   BILLING CYCLE DAY '.
           05  STMT-CYCLE-DAY     PIC 99.
           05  FILLER PIC X(67) VALUE SPACES.
       01  STMT-OPEN-LINE.
           05  FILLER PIC X(26) VALUE 'PREVIOUS BALANCE:         '.
           05  STMT-OPEN-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  STMT-OPEN-CCY      PIC X(3).
           05  FILLER PIC X(87) VALUE SPACES.
       01  STMT-ACT-HDR-LINE.
           05  FILLER PIC X(30) VALUE '  DATE        DESCRIPTION     '.
           05  FILLER PIC X(30) VALUE '                            AM'.
           05  FILLER PIC X(4)  VALUE 'OUNT'.
           05  FILLER PIC X(68) VALUE SPACES.
       01  STMT-ACT-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  STMT-ACT-DATE      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  STMT-ACT-DESC      PIC X(30).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  STMT-ACT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  STMT-ACT-CCY       PIC X(3).
           05  FILLER PIC X(64) VALUE SPACES.
       01  STMT-NO-ACT-LINE.
           05  FILLER PIC X(30) VALUE '  NO ACTIVITY THIS PERIOD     '.
           05  FILLER PIC X(102) VALUE SPACES.
       01  STMT-NEWBAL-LINE.
           05  FILLER PIC X(26) VALUE 'NEW BALANCE:              '.
           05  STMT-NEWBAL-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  STMT-NEWBAL-CCY    PIC X(3).
           05  FILLER PIC X(87) VALUE SPACES.
       01  STMT-MINDUE-LINE.
           05  FILLER PIC X(26) VALUE 'MINIMUM PAYMENT DUE:      '.
           05  STMT-MINDUE-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  STMT-MINDUE-CCY    PIC X(3).
           05  FILLER PIC X(87) VALUE SPACES.
       01  STMT-DUEDATE-LINE.
           05  FILLER PIC X(26) VALUE 'PAYMENT DUE DATE:         '.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  STMT-DUE-DATE      PIC X(10).
           05  FILLER PIC X(91) VALUE SPACES.
       01  GRP-HEADER-LINE.
           05  FILLER PIC X(30) VALUE 'CONSOLIDATED GROUP STATEMENT  '.
           05  FILLER PIC X(6)  VALUE 'DATE: '.
           05  GRP-HDR-MM         PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  GRP-HDR-DD         PIC 99.
           05  FILLER             PIC X  VALUE '/'.
           05  GRP-HDR-YY         PIC 99.
           05  FILLER PIC X(87) VALUE SPACES.
       01  GRP-COLHDR-LINE.
           05  FILLER PIC X(30) VALUE '  ACCOUNT   NAME              '.
           05  FILLER PIC X(30) VALUE 'PARENT    LEVEL        BALANCE'.
           05  FILLER PIC X(17) VALUE '      GROUP LIMIT'.
           05  FILLER PIC X(55) VALUE SPACES.
       01  GRP-MEMBER-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  GRP-MBR-ID         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  GRP-MBR-NAME       PIC X(17).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  GRP-MBR-PARENT     PIC X(8).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  GRP-MBR-LEVEL      PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  GRP-MBR-BAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  GRP-MBR-LIMIT      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(56) VALUE SPACES.
       01  GRP-TOTAL-LINE.
           05  FILLER PIC X(26) VALUE 'GROUP TOTAL BALANCE:      '.
           05  GRP-TOTAL-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  GRP-TOTAL-CCY      PIC X(3).
           05  FILLER PIC X(84) VALUE SPACES.
       01  GRP-LIMIT-LINE.
           05  FILLER PIC X(26) VALUE 'GROUP CREDIT LIMIT:       '.
           05  GRP-LIMIT-TEXT     PIC X(18).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  GRP-LIMIT-CCY      PIC X(3).
           05  FILLER PIC X(84) VALUE SPACES.
       01  GRP-AVAIL-LINE.
           05  FILLER PIC X(26) VALUE 'AVAILABLE TO GROUP:       '.
           05  GRP-AVAIL-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  GRP-AVAIL-CCY      PIC X(3).
           05  FILLER PIC X(84) VALUE SPACES.
       01  GRP-LIMIT-EDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  STMT-MONTH-NAMES.
           05  FILLER PIC X(9) VALUE 'JANUARY  '.
           05  FILLER PIC X(9) VALUE 'FEBRUARY '.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM7 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           PERFORM 785-GET-BASE-CURRENCY .

           PERFORM 706-READ-RUN-PARMS .
           IF WS-CYCLE-MODE = 'Y'
               PERFORM 720-SET-CYCLE-DATES
           END-IF .
           PERFORM 700-OPEN-FILES .
           PERFORM 715-LOAD-CONTACT-PREFS .

           IF WS-CYCLE-MODE = 'Y'
               SORT ACTIVITY-SORT
                   ON ASCENDING KEY ACT-CUST-KEY
                                    ACT-DATE
                                    ACT-TIME
                                    ACT-SEQ
                   INPUT PROCEDURE  IS 400-COLLECT-ACTIVITY
                   OUTPUT PROCEDURE IS 450-CYCLE-STATEMENT-PASS
           ELSE
               PERFORM 100-STATEMENT-PASS
                       UNTIL WS-CUST-FILE-EOF = 'Y'
           END-IF .
           IF WS-GROUP-STMT = 'Y' AND RETURN-CODE < 16
               PERFORM 300-GROUP-STATEMENTS
           END-IF .

           DISPLAY 'SAM7 STATEMENTS PRINTED:     '
                   NUM-STMTS-PRINTED .
                   NUM-STMTS-EDELIV .
           DISPLAY 'SAM7 E-DELIVERY SUPPRESSED:  '
                   NUM-EDELIV-SUPP ' (FELL BACK TO PRINT)' .
           DISPLAY 'SAM7 PAPER HELD - RET. MAIL: '
                   NUM-STMTS-HELD .
           IF WS-CYCLE-MODE = 'Y'
               DISPLAY 'SAM7 CYCLE DAY / DATE:       '
                       WS-CYCLE-DAY ' / ' WS-CYCLE-DATE
               DISPLAY 'SAM7 JOURNAL ACTIVITY ITEMS: '
                       NUM-ACT-RELEASED
               DISPLAY 'SAM7 CYCLE STATEMENTS:       '
                       NUM-CYCLE-STMTS
               DISPLAY 'SAM7 FIRST STATEMENTS:       '
                       NUM-FIRST-STMTS ' (OPENING WORKED BACK)'
               DISPLAY 'SAM7 WITH OTHER ACTIVITY:    '
                       NUM-UNITEMIZED ' (NOT ITEMIZED)'
               DISPLAY 'SAM7 LEDGER ENTRIES WRITTEN: '
                       NUM-LEDGER-WRITTEN
               DISPLAY 'SAM7 LEDGER ENTRIES REPLACED:'
                       NUM-LEDGER-REPLACED ' (RERUN OF THE CYCLE)'
               DISPLAY 'SAM7 LEDGER WRITE ERRORS:    '
                       NUM-LEDGER-ERRORS
           END-IF .
           IF WS-GROUP-STMT = 'Y'
               DISPLAY 'SAM7 GROUP STATEMENTS:       '
                       NUM-GROUP-STMTS
               DISPLAY 'SAM7 GROUP MEMBERS IN LOOPS: '
                       NUM-GROUP-LOOPS ' (LEFT OFF)'
               DISPLAY 'SAM7 GROUP PAGES HELD:       '
                       NUM-GROUP-HELD ' (RETURNED MAIL)'
           END-IF .
           DISPLAY 'SAM7 COMMUNICATIONS RECORDED:'
                   NUM-COMMS-RECORDED .
           IF NUM-COMMS-ERRORS > 0
               DISPLAY 'SAM7 COMMS NOT RECORDED:     '
                       NUM-COMMS-ERRORS
           END-IF .
           PERFORM 790-CLOSE-FILES .

           ACCEPT CURRENT-TIME FROM TIME.
           IF WS-CUST-FILE-EOF NOT = 'Y'
      *        the record-type byte follows the id, whose length
      *        differs by format: current masters are 356-399
      *        bytes (399 today) with the type at 9, the older
      *        formats carry it at 6
               IF WS-REC-LEN >= 356 AND WS-REC-LEN < 400
                   MOVE CUST-REC-TYPE TO WS-CUR-TYPE
               END-IF
               IF WS-CUR-TYPE = 'A'
                   PERFORM 105-NORMALIZE-RECORD
                   IF WS-GROUP-STMT = 'Y'
                       PERFORM 120-NOTE-GROUP-MEMBER
                   END-IF
                   PERFORM 110-CHECK-SELECTION
                   IF WS-SELECTED = 'Y' AND WS-CYCLE-MODE = 'Y'
                       PERFORM 115-CHECK-CYCLE
                   END-IF
                   IF WS-SELECTED = 'Y'
                       IF WS-CYCLE-MODE = 'Y'
                           PERFORM 220-BUILD-CYCLE-STATEMENT
                       END-IF
                       PERFORM 195-ROUTE-STATEMENT
                       IF WS-CYCLE-MODE = 'Y'
                           PERFORM 270-RECORD-STATEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF .
      *
           IF WS-REC-LEN >= 356 AND WS-REC-LEN < 400
               MOVE CUST-REC TO WS-CUST-REC
      *        one written before the last fields were appended
      *        reads as blank past its own end
               IF WS-REC-LEN < LENGTH OF WS-CUST-REC
                   MOVE SPACES TO WS-CUST-REC(WS-REC-LEN + 1:)
               END-IF
           ELSE
           IF WS-REC-LEN < 356
               MOVE SPACES            TO WS-CUST-REC
               END-IF
           END-IF.

       115-CHECK-CYCLE.
      *        A cycle run statements only the accounts on its day;
      *        an account with no cycle day of its own is on day 01.
           MOVE 1 TO WS-ACCT-CYCLE.
           IF WS-CUST-CYCLE-DAY NUMERIC
               IF WS-CUST-CYCLE-DAY > 0 AND WS-CUST-CYCLE-DAY < 29
                   MOVE WS-CUST-CYCLE-DAY TO WS-ACCT-CYCLE
               END-IF
           END-IF.
           IF WS-ACCT-CYCLE NOT = WS-CYCLE-DAY
               MOVE 'N' TO WS-SELECTED
           END-IF.

       120-NOTE-GROUP-MEMBER.
      *        A master in a hierarchy -- it names a parent or
      *        carries a group limit -- is kept for the group pages.
           IF WS-CUST-PARENT-ID > SPACES
              OR (WS-CUST-GROUP-CREDIT-LIMIT NUMERIC
                  AND WS-CUST-GROUP-CREDIT-LIMIT > 0)
               PERFORM 130-ADD-GROUP-ENTRY
           END-IF.

       130-ADD-GROUP-ENTRY.
           IF WS-GRP-CNT < WS-GRP-MAX
               ADD +1 TO WS-GRP-CNT
               MOVE WS-CUST-ID      TO GRP-ID(WS-GRP-CNT)
               MOVE WS-CUST-NAME    TO GRP-NAME(WS-GRP-CNT)
               MOVE WS-CUST-ADDR    TO GRP-ADDR(WS-GRP-CNT)
               MOVE WS-CUST-CITY    TO GRP-CITY(WS-GRP-CNT)
               MOVE WS-CUST-STATE   TO GRP-STATE(WS-GRP-CNT)
               MOVE WS-CUST-COUNTRY TO GRP-COUNTRY(WS-GRP-CNT)
               MOVE WS-CUST-CURRENCY TO GRP-CURRENCY(WS-GRP-CNT)
               IF WS-CUST-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO GRP-CURRENCY(WS-GRP-CNT)
               END-IF
               MOVE 'N'             TO GRP-RETMAIL(WS-GRP-CNT)
               IF WS-CUST-RETMAIL-DATE NUMERIC
                  AND WS-CUST-RETMAIL-DATE > 0
                   MOVE 'Y'         TO GRP-RETMAIL(WS-GRP-CNT)
               END-IF
               MOVE SPACES          TO GRP-PARENT(WS-GRP-CNT)
               IF WS-CUST-PARENT-ID > SPACES
                   MOVE WS-CUST-PARENT-ID TO GRP-PARENT(WS-GRP-CNT)
               END-IF
               MOVE +0 TO GRP-BAL(WS-GRP-CNT)
               IF WS-CUST-ACCT-BALANCE NUMERIC
                   MOVE WS-CUST-ACCT-BALANCE TO GRP-BAL(WS-GRP-CNT)
               END-IF
               MOVE 0 TO GRP-LIMIT(WS-GRP-CNT)
               IF WS-CUST-GROUP-CREDIT-LIMIT NUMERIC
                   MOVE WS-CUST-GROUP-CREDIT-LIMIT
                               TO GRP-LIMIT(WS-GRP-CNT)
               END-IF
               MOVE 0 TO GRP-PARENT-IX(WS-GRP-CNT)
                         GRP-TOP-IX(WS-GRP-CNT)
                         GRP-LEVEL(WS-GRP-CNT)
           ELSE
               IF WS-GRP-FULL = 'N'
                   MOVE 'Y' TO WS-GRP-FULL
                   DISPLAY 'SAM7 GROUP TABLE FULL AT ' WS-GRP-MAX
                           ' ACCOUNTS - LATER MEMBERS LEFT OFF'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       195-ROUTE-STATEMENT.
      *
      *        EMAIL preference plus a clean opt-out and a well-
      *        else prints.  The suppression rules are the same
      *        ones the marketing extract applies: do-not-call
      *        set, blank email, not exactly one '@', or '@' in
      *        the first position.  Paper to an address the mail
      *        has come back from is held, not printed.
      *
           MOVE 'N' TO WS-EDLV-ELIGIBLE.
           IF WS-CONT-ACTIVE = 'Y'
               END-IF
           END-IF.
           IF WS-EDLV-ELIGIBLE = 'Y'
               MOVE 'E' TO WS-DELIVERY
               PERFORM 210-WRITE-EDELIVERY-REC
           ELSE
             IF WS-CUST-RETMAIL-DATE NUMERIC
                AND WS-CUST-RETMAIL-DATE > 0
               MOVE 'H' TO WS-DELIVERY
               ADD +1 TO NUM-STMTS-HELD
             ELSE
               MOVE 'P' TO WS-DELIVERY
               IF WS-CYCLE-MODE = 'Y'
                   PERFORM 260-PRINT-CYCLE-STATEMENT
               ELSE
                   PERFORM 200-PRINT-STATEMENT
               END-IF
             END-IF
           END-IF.
           PERFORM 280-RECORD-COMMUNICATION.

       196-FIND-CONTACT-PREF.
           MOVE 0 TO WS-PREF-FOUND.
           MOVE WS-CUST-COUNTRY     TO EDLV-COUNTRY.
           MOVE WS-CUST-POSTAL-CODE TO EDLV-POSTAL.
           MOVE WS-CUST-EMAIL-ADDR  TO EDLV-EMAIL.
           MOVE WS-CUST-CURRENCY    TO EDLV-CURRENCY.
           IF EDLV-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO EDLV-CURRENCY
           END-IF.
           IF WS-CUST-MONTH-YEAR NUMERIC
               MOVE WS-CUST-MONTH-YEAR TO EDLV-YEAR
           ELSE
           MOVE CURRENT-DAY    TO STMT-DD.
           MOVE CURRENT-YEAR   TO STMT-YY.
           WRITE STATEMENT-RECORD FROM STMT-HEADER-LINE AFTER PAGE.
           MOVE WS-CUST-CURRENCY  TO WS-STMT-CURRENCY.
           IF WS-STMT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-STMT-CURRENCY
           END-IF.
           MOVE WS-STMT-CURRENCY  TO STMT-CURRENCY
                                     STMT-MONTH-CCY
                                     STMT-AVG-CCY
                                     STMT-BAL-CCY.
           MOVE WS-CUST-NAME      TO STMT-CUST-NAME.
           MOVE WS-CUST-ID        TO STMT-CUST-ID.
           WRITE STATEMENT-RECORD FROM STMT-NAME-LINE AFTER 2.
           WRITE STATEMENT-RECORD FROM STMT-ORD-LINE.
           ADD +1 TO NUM-STMTS-PRINTED.

       220-BUILD-CYCLE-STATEMENT.
      *
      *        Works out one customer's cycle statement: the opening
      *        balance and start date from the ledger (or worked back
      *        on a first statement), the activity lines from the
      *        journal and the assessment notes, the closing balance
      *        from the master, and the minimum payment.  Whatever
      *        the lines do not account for becomes the balancing
      *        other-activity amount.
      *
           MOVE 0   TO WS-LINE-CNT WS-OVER-CNT WS-PREV-CYCLE-DATE.
           MOVE +0  TO WS-OVER-AMT WS-OPEN-BAL WS-CLOSE-BAL
                       WS-ACT-SUM WS-CREDITS WS-DEBITS
                       WS-UNITEMIZED WS-MIN-DUE.
           PERFORM 230-FIND-LAST-STATEMENT.
           IF WS-STL-FOUND = 'Y'
               MOVE WS-PREV-CYCLE-DATE TO WS-WINDOW-START
           ELSE
               MOVE WS-FIRST-START     TO WS-WINDOW-START
           END-IF.
           MOVE 'A'             TO BDS-FUNCTION.
           MOVE WS-WINDOW-START TO BDS-DATE-IN.
           MOVE 0               TO BDS-ADD-MONTHS.
           MOVE 1               TO BDS-ADD-DAYS.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           MOVE BDS-DATE-OUT    TO WS-PERIOD-FROM.

           PERFORM 240-TAKE-JOURNAL-ACTIVITY.
           PERFORM 250-TAKE-NOTE-ACTIVITY.

           IF WS-CUST-ACCT-BALANCE NUMERIC
               MOVE WS-CUST-ACCT-BALANCE TO WS-CLOSE-BAL
           END-IF.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
             UNTIL WS-LINE-IX > WS-LINE-CNT
               ADD LINE-AMOUNT(WS-LINE-IX) TO WS-ACT-SUM
               IF LINE-AMOUNT(WS-LINE-IX) < 0
                   SUBTRACT LINE-AMOUNT(WS-LINE-IX) FROM WS-CREDITS
               ELSE
                   ADD LINE-AMOUNT(WS-LINE-IX) TO WS-DEBITS
               END-IF
           END-PERFORM.
           ADD WS-OVER-AMT TO WS-ACT-SUM.
           IF WS-OVER-AMT < 0
               SUBTRACT WS-OVER-AMT FROM WS-CREDITS
           ELSE
               ADD WS-OVER-AMT TO WS-DEBITS
           END-IF.
           IF WS-STL-FOUND NOT = 'Y'
               COMPUTE WS-OPEN-BAL = WS-CLOSE-BAL - WS-ACT-SUM
               ADD +1 TO NUM-FIRST-STMTS
           END-IF.
           COMPUTE WS-UNITEMIZED =
               WS-CLOSE-BAL - WS-OPEN-BAL - WS-ACT-SUM.
           IF WS-UNITEMIZED NOT = 0
               ADD +1 TO NUM-UNITEMIZED
           END-IF.
           PERFORM 225-SET-MINIMUM-DUE.

       225-SET-MINIMUM-DUE.
      *        MINDUEPCT of the new balance, no less than the MINDUEAMT
      *        floor and no more than the balance itself; nothing is
      *        due on a zero or credit balance.
           IF WS-CLOSE-BAL NOT > 0
               MOVE +0 TO WS-MIN-DUE
           ELSE
               COMPUTE WS-MIN-DUE ROUNDED =
                   WS-CLOSE-BAL * WS-MIN-DUE-PCT / 100
               IF WS-MIN-DUE < WS-MIN-DUE-FLOOR
                   MOVE WS-MIN-DUE-FLOOR TO WS-MIN-DUE
               END-IF
               IF WS-MIN-DUE > WS-CLOSE-BAL
                   MOVE WS-CLOSE-BAL TO WS-MIN-DUE
               END-IF
           END-IF.

       230-FIND-LAST-STATEMENT.
      *        Reads the customer's ledger entries oldest first; the
      *        last one before this cycle date gives the opening
      *        balance and start date.  An entry ON this cycle date
      *        is this cycle's own, from an earlier run.
           MOVE 'N'          TO WS-STL-FOUND WS-STL-SAME WS-STL-EOF.
           MOVE WS-CUST-KEY  TO STL-CUST-KEY.
           MOVE 0            TO STL-CYCLE-DATE.
           START STATEMENT-LEDGER KEY IS NOT LESS THAN STL-KEY
               INVALID KEY MOVE 'Y' TO WS-STL-EOF
           END-START.
           PERFORM 235-READ-LEDGER-ENTRY
               UNTIL WS-STL-EOF = 'Y'.

       235-READ-LEDGER-ENTRY.
           READ STATEMENT-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STL-EOF
               NOT AT END
                   IF STL-CUST-KEY NOT = WS-CUST-KEY
                       MOVE 'Y' TO WS-STL-EOF
                   ELSE
                       IF STL-CYCLE-DATE < WS-CYCLE-DATE
                           MOVE 'Y'            TO WS-STL-FOUND
                           MOVE STL-CYCLE-DATE TO WS-PREV-CYCLE-DATE
                           MOVE STL-CLOSING-BAL TO WS-OPEN-BAL
                       ELSE
                           IF STL-CYCLE-DATE = WS-CYCLE-DATE
                               MOVE 'Y' TO WS-STL-SAME
                           END-IF
                           MOVE 'Y' TO WS-STL-EOF
                       END-IF
                   END-IF
           END-READ.

       240-TAKE-JOURNAL-ACTIVITY.
      *        The sorted activity runs in customer order alongside
      *        the master: skip anything for customers before this
      *        one (not selected, or not on this cycle), then take
      *        this customer's items dated inside the period.
           PERFORM 460-RETURN-ACTIVITY
               UNTIL WS-ACT-KEY NOT < WS-CUST-KEY.
           PERFORM 242-TAKE-ONE-ACTIVITY
               UNTIL WS-ACT-KEY NOT = WS-CUST-KEY.

       242-TAKE-ONE-ACTIVITY.
           IF ACT-DATE > WS-WINDOW-START
               MOVE ACT-DATE   TO WS-NEW-DATE
               MOVE ACT-TIME   TO WS-NEW-TIME
               MOVE ACT-DESC   TO WS-NEW-DESC
               MOVE ACT-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 244-DROP-EARLIER-RUN
               PERFORM 246-ADD-LINE-AT-END
           END-IF.
           PERFORM 460-RETURN-ACTIVITY.

       244-DROP-EARLIER-RUN.
      *        Journal items arrive by date and run time, so any
      *        items of this date from an earlier SAM1 run are the
      *        last lines taken.  The later run journaled the same
      *        night over again (a rerun, or the nightly replaying
      *        the fast path's carry-over deck) and stands alone.
      *        Loader adds (run time zero) are never dropped.
           MOVE 'N' TO WS-DROP-DONE.
           PERFORM UNTIL WS-DROP-DONE = 'Y'
               IF WS-LINE-CNT = 0
                   MOVE 'Y' TO WS-DROP-DONE
               ELSE
                   IF LINE-DATE(WS-LINE-CNT) = WS-NEW-DATE
                      AND LINE-TIME(WS-LINE-CNT) > 0
                      AND LINE-TIME(WS-LINE-CNT) < WS-NEW-TIME
                       SUBTRACT 1 FROM WS-LINE-CNT
                   ELSE
                       MOVE 'Y' TO WS-DROP-DONE
                   END-IF
               END-IF
           END-PERFORM.

       246-ADD-LINE-AT-END.
           IF WS-LINE-CNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-CNT
               MOVE WS-NEW-LINE TO STMT-LINE-ENTRY(WS-LINE-CNT)
           ELSE
               ADD +1            TO WS-OVER-CNT
               ADD WS-NEW-AMOUNT TO WS-OVER-AMT
           END-IF.

       248-INSERT-LINE-BY-DATE.
      *        Places an assessment-note line after every line of
      *        its date and before the first line of a later date.
           IF WS-LINE-CNT NOT < WS-LINE-MAX
               ADD +1            TO WS-OVER-CNT
               ADD WS-NEW-AMOUNT TO WS-OVER-AMT
           ELSE
               MOVE WS-LINE-CNT TO WS-LINE-IX
               MOVE 'N' TO WS-LINE-PLACED
               PERFORM 249-SHIFT-LINE-UP
                   UNTIL WS-LINE-PLACED = 'Y'
               ADD 1 TO WS-LINE-IX
               MOVE WS-NEW-LINE TO STMT-LINE-ENTRY(WS-LINE-IX)
               ADD 1 TO WS-LINE-CNT
           END-IF.

       249-SHIFT-LINE-UP.
           IF WS-LINE-IX = 0
               MOVE 'Y' TO WS-LINE-PLACED
           ELSE
               IF LINE-DATE(WS-LINE-IX) > WS-NEW-DATE
                   COMPUTE WS-LINE-JX = WS-LINE-IX + 1
                   MOVE STMT-LINE-ENTRY(WS-LINE-IX)
                                 TO STMT-LINE-ENTRY(WS-LINE-JX)
                   SUBTRACT 1 FROM WS-LINE-IX
               ELSE
                   MOVE 'Y' TO WS-LINE-PLACED
               END-IF
           END-IF.

       250-TAKE-NOTE-ACTIVITY.
      *        Service charges and refunds post straight to the
      *        master in SAM1's end-of-run passes and are not
      *        journaled; the dated notes they leave are the record
      *        of them.  A charge note past the end of a full notes
      *        area was never written, and falls into the
      *        other-activity line.
           IF WS-CUST-NOTES NOT = SPACES
               PERFORM VARYING WS-NOTE-POS FROM 8 BY 1
                 UNTIL WS-NOTE-POS > 101
                   IF WS-CUST-NOTES(WS-NOTE-POS:4) = 'SVC '
                       PERFORM 252-TAKE-CHARGE-NOTE
                   END-IF
                   IF WS-CUST-NOTES(WS-NOTE-POS:13) = 'REFUND PAID +'
                       PERFORM 254-TAKE-REFUND-NOTE
                   END-IF
               END-PERFORM
           END-IF.

       252-TAKE-CHARGE-NOTE.
      *        'mmddyy SVC cccc +nnnnnnn.nn'
           IF WS-NOTE-POS < 102
              AND WS-CUST-NOTES(WS-NOTE-POS + 8:2) = ' +'
              AND WS-CUST-NOTES(WS-NOTE-POS + 17:1) = '.'
               COMPUTE WS-NOTE-AMT-POS = WS-NOTE-POS + 10
               MOVE SPACES TO WS-NEW-DESC
               STRING 'SERVICE CHARGE ' DELIMITED BY SIZE
                      WS-CUST-NOTES(WS-NOTE-POS + 4:4)
                                        DELIMITED BY SIZE
                   INTO WS-NEW-DESC
               END-STRING
               PERFORM 256-NOTE-LINE
           END-IF.

       254-TAKE-REFUND-NOTE.
      *        'mmddyy REFUND PAID +nnnnnnn.nn'
           IF WS-NOTE-POS < 99
              AND WS-CUST-NOTES(WS-NOTE-POS + 20:1) = '.'
               COMPUTE WS-NOTE-AMT-POS = WS-NOTE-POS + 13
               MOVE 'REFUND PAID' TO WS-NEW-DESC
               PERFORM 256-NOTE-LINE
           END-IF.

       256-NOTE-LINE.
      *        The note is only taken when it is dated (the six
      *        digits before it) inside the period and its amount
      *        reads as a number.
           MOVE WS-CUST-NOTES(WS-NOTE-POS - 7:6) TO WS-NOTE-DATE.
           IF WS-NOTE-DATE NUMERIC
              AND WS-CUST-NOTES(WS-NOTE-POS - 1:1) = SPACE
              AND WS-CUST-NOTES(WS-NOTE-AMT-POS + 8:2) NUMERIC
               COMPUTE WS-NEW-DATE = 20000000 + WS-NOTE-YY * 10000
                                   + WS-NOTE-MM * 100 + WS-NOTE-DD
               IF WS-NEW-DATE > WS-WINDOW-START
                  AND WS-NEW-DATE NOT > WS-CYCLE-DATE
                   MOVE WS-CUST-NOTES(WS-NOTE-AMT-POS:10)
                                        TO WS-NOTE-AMT-X
                   MOVE WS-NOTE-AMT-ED  TO WS-NOTE-AMT
                   MOVE WS-NOTE-AMT     TO WS-NEW-AMOUNT
                   MOVE 99999999        TO WS-NEW-TIME
                   PERFORM 248-INSERT-LINE-BY-DATE
               END-IF
           END-IF.

       260-PRINT-CYCLE-STATEMENT.
      *        The cycle statement page: the same heading and address
      *        block as the month-bucket statement, then the period,
      *        the opening balance, the activity, the new balance
      *        and what is due.
           MOVE CURRENT-MONTH  TO STMT-MM.
           MOVE CURRENT-DAY    TO STMT-DD.
           MOVE CURRENT-YEAR   TO STMT-YY.
           WRITE STATEMENT-RECORD FROM STMT-HEADER-LINE AFTER PAGE.
           MOVE WS-CUST-CURRENCY  TO WS-STMT-CURRENCY.
           IF WS-STMT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-STMT-CURRENCY
           END-IF.
           MOVE WS-STMT-CURRENCY  TO STMT-CURRENCY
                                     STMT-OPEN-CCY
                                     STMT-ACT-CCY
                                     STMT-NEWBAL-CCY
                                     STMT-MINDUE-CCY.
           MOVE WS-CUST-NAME      TO STMT-CUST-NAME.
           MOVE WS-CUST-ID        TO STMT-CUST-ID.
           WRITE STATEMENT-RECORD FROM STMT-NAME-LINE AFTER 2.
           MOVE WS-CUST-ADDR      TO STMT-ADDR.
           WRITE STATEMENT-RECORD FROM STMT-ADDR-LINE.
           MOVE WS-CUST-CITY      TO STMT-CITY.
           MOVE WS-CUST-STATE     TO STMT-STATE.
           MOVE WS-CUST-COUNTRY   TO STMT-COUNTRY.
           WRITE STATEMENT-RECORD FROM STMT-CITY-LINE.
           MOVE WS-PERIOD-FROM    TO WS-FMT-DATE.
           PERFORM 290-FORMAT-DATE.
           MOVE WS-FMT-OUT        TO STMT-PERIOD-FROM.
           MOVE WS-CYCLE-DATE     TO WS-FMT-DATE.
           PERFORM 290-FORMAT-DATE.
           MOVE WS-FMT-OUT        TO STMT-PERIOD-TO.
           MOVE WS-CYCLE-DAY      TO STMT-CYCLE-DAY.
           WRITE STATEMENT-RECORD FROM STMT-PERIOD-LINE AFTER 2.
           MOVE WS-OPEN-BAL       TO STMT-OPEN-AMT.
           WRITE STATEMENT-RECORD FROM STMT-OPEN-LINE AFTER 2.
           WRITE STATEMENT-RECORD FROM STMT-ACT-HDR-LINE AFTER 2.
           IF WS-LINE-CNT = 0 AND WS-OVER-CNT = 0
              AND WS-UNITEMIZED = 0
               WRITE STATEMENT-RECORD FROM STMT-NO-ACT-LINE
           END-IF.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
             UNTIL WS-LINE-IX > WS-LINE-CNT
               MOVE LINE-DATE(WS-LINE-IX) TO WS-FMT-DATE
               PERFORM 290-FORMAT-DATE
               MOVE WS-FMT-OUT              TO STMT-ACT-DATE
               MOVE LINE-DESC(WS-LINE-IX)   TO STMT-ACT-DESC
               MOVE LINE-AMOUNT(WS-LINE-IX) TO STMT-ACT-AMT
               WRITE STATEMENT-RECORD FROM STMT-ACT-LINE
           END-PERFORM.
           IF WS-OVER-CNT > 0
               MOVE SPACES TO STMT-ACT-DATE
               MOVE 'FURTHER ACTIVITY (TOTAL)'  TO STMT-ACT-DESC
               MOVE WS-OVER-AMT       TO STMT-ACT-AMT
               WRITE STATEMENT-RECORD FROM STMT-ACT-LINE
           END-IF.
           IF WS-UNITEMIZED NOT = 0
               MOVE SPACES TO STMT-ACT-DATE
               MOVE 'OTHER ACTIVITY NOT ITEMIZED' TO STMT-ACT-DESC
               MOVE WS-UNITEMIZED     TO STMT-ACT-AMT
               WRITE STATEMENT-RECORD FROM STMT-ACT-LINE
           END-IF.
           MOVE WS-CLOSE-BAL      TO STMT-NEWBAL-AMT.
           WRITE STATEMENT-RECORD FROM STMT-NEWBAL-LINE AFTER 2.
           MOVE WS-MIN-DUE        TO STMT-MINDUE-AMT.
           WRITE STATEMENT-RECORD FROM STMT-MINDUE-LINE.
           MOVE WS-DUE-DATE       TO WS-FMT-DATE.
           PERFORM 290-FORMAT-DATE.
           MOVE WS-FMT-OUT        TO STMT-DUE-DATE.
           WRITE STATEMENT-RECORD FROM STMT-DUEDATE-LINE.
           ADD +1 TO NUM-STMTS-PRINTED.

       270-RECORD-STATEMENT.
      *        Ledgers the statement just issued.  A rerun of the
      *        cycle date replaces the entry its earlier run wrote.
           MOVE SPACES             TO STL-REC.
           MOVE WS-CUST-KEY        TO STL-CUST-KEY.
           MOVE WS-CYCLE-DATE      TO STL-CYCLE-DATE.
           IF WS-STL-SAME = 'Y'
               READ STATEMENT-LEDGER
                   INVALID KEY MOVE 'N' TO WS-STL-SAME
               END-READ
           END-IF.
           MOVE WS-CYCLE-DAY       TO STL-CYCLE-DAY.
           MOVE WS-PREV-CYCLE-DATE TO STL-PREV-CYCLE-DATE.
           MOVE WS-CUST-CURRENCY   TO STL-CURRENCY.
           IF STL-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO STL-CURRENCY
           END-IF.
           MOVE WS-OPEN-BAL        TO STL-OPENING-BAL.
           MOVE WS-CLOSE-BAL       TO STL-CLOSING-BAL.
           MOVE WS-MIN-DUE         TO STL-MIN-DUE.
           MOVE WS-CREDITS         TO STL-CREDITS.
           MOVE WS-DEBITS          TO STL-DEBITS.
           COMPUTE STL-LINE-COUNT = WS-LINE-CNT + WS-OVER-CNT.
           MOVE WS-DUE-DATE        TO STL-DUE-DATE.
           MOVE WS-DELIVERY        TO STL-DELIVERY.
           MOVE CURRENT-DATE       TO STL-ISSUED-RUN-DATE.
           MOVE CURRENT-TIME       TO STL-ISSUED-RUN-TIME.
           ADD +1 TO NUM-CYCLE-STMTS.
           IF WS-STL-SAME = 'Y'
               REWRITE STL-REC
                   INVALID KEY
                       DISPLAY 'STATEMENT LEDGER REWRITE FAILED. RC:'
                               WS-STL-STATUS '/' WS-STL-STATUS-2
                               ' KEY:' STL-KEY
                       ADD +1 TO NUM-LEDGER-ERRORS
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD +1 TO NUM-LEDGER-REPLACED
               END-REWRITE
           ELSE
               WRITE STL-REC
                   INVALID KEY
                       DISPLAY 'STATEMENT LEDGER WRITE FAILED. RC:'
                               WS-STL-STATUS '/' WS-STL-STATUS-2
                               ' KEY:' STL-KEY
                       ADD +1 TO NUM-LEDGER-ERRORS
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD +1 TO NUM-LEDGER-WRITTEN
               END-WRITE
           END-IF.

       280-RECORD-COMMUNICATION.
      *
      *        The statement goes into the customer's communications
      *        history as routed: channel, balance and the address
      *        or email it went to.  A history failure is counted
      *        but does not hold up the run.
      *
           MOVE 'R'                 TO CHS-FUNCTION.
           MOVE 'H'                 TO CHS-TARGET.
           MOVE WS-CUST-KEY         TO CHS-CUST-KEY.
           MOVE WS-DELIVERY         TO CHS-CHANNEL.
           MOVE 'SAM7'              TO CHS-PROGRAM.
           IF WS-CYCLE-MODE = 'Y'
               MOVE 'CYCSTMT'       TO CHS-DOC-TYPE
               MOVE WS-CYCLE-DATE   TO CHS-DOC-REF
               MOVE WS-CLOSE-BAL    TO CHS-AMOUNT
           ELSE
               MOVE 'STATEMNT'      TO CHS-DOC-TYPE
               MOVE SPACES          TO CHS-DOC-REF
               IF WS-CUST-ACCT-BALANCE NUMERIC
                   MOVE WS-CUST-ACCT-BALANCE TO CHS-AMOUNT
               ELSE
                   MOVE +0          TO CHS-AMOUNT
               END-IF
           END-IF.
           MOVE WS-CUST-CURRENCY    TO CHS-CURRENCY.
           IF CHS-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO CHS-CURRENCY
           END-IF.
           MOVE WS-CUST-NAME        TO CHS-NAME.
           MOVE WS-CUST-ADDR        TO CHS-ADDR.
           MOVE WS-CUST-CITY        TO CHS-CITY.
           MOVE WS-CUST-STATE       TO CHS-STATE.
           MOVE WS-CUST-COUNTRY     TO CHS-COUNTRY.
           MOVE WS-CUST-POSTAL-CODE TO CHS-POSTAL.
           IF WS-DELIVERY = 'E'
               MOVE WS-CUST-EMAIL-ADDR TO CHS-EMAIL-ADDR
           ELSE
               MOVE SPACES          TO CHS-EMAIL-ADDR
           END-IF.
           PERFORM 285-CALL-COMM-HISTORY.

       285-CALL-COMM-HISTORY.
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

       290-FORMAT-DATE.
           MOVE WS-FMT-MM      TO WS-FMT-OUT-MM.
           MOVE WS-FMT-DD      TO WS-FMT-OUT-DD.
           MOVE WS-FMT-CCYY    TO WS-FMT-OUT-CCYY.

       300-GROUP-STATEMENTS.
      *
      *        Top accounts named as parents but not yet in the
      *        table carry no hierarchy field of their own; one
      *        more read of the generation brings them in.  Then
      *        each member is linked to its parent and walked up to
      *        its top account, and every top with members gets its
      *        consolidated page.
      *
           PERFORM 310-LINK-PARENTS.
           MOVE 0 TO WS-MISS-CNT.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               IF GRP-PARENT(WS-GRP-IX) NOT = SPACES
                  AND GRP-PARENT-IX(WS-GRP-IX) = 0
                   PERFORM 315-NOTE-MISSING-PARENT
               END-IF
           END-PERFORM.
           IF WS-MISS-CNT > 0
               PERFORM 320-READ-FOR-PARENTS
               PERFORM 310-LINK-PARENTS
           END-IF.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               PERFORM 330-PLACE-IN-GROUP
           END-PERFORM.
           PERFORM VARYING WS-GRP-TOP FROM 1 BY 1
             UNTIL WS-GRP-TOP > WS-GRP-CNT
               IF GRP-TOP-IX(WS-GRP-TOP) = WS-GRP-TOP
                   PERFORM 340-PRINT-GROUP-STATEMENT
               END-IF
           END-PERFORM.

       310-LINK-PARENTS.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               MOVE 0 TO GRP-PARENT-IX(WS-GRP-IX)
               IF GRP-PARENT(WS-GRP-IX) NOT = SPACES
                   MOVE GRP-PARENT(WS-GRP-IX) TO WS-GRP-LOOKUP-ID
                   PERFORM 312-FIND-GROUP-ENTRY
                   MOVE WS-GRP-FOUND TO GRP-PARENT-IX(WS-GRP-IX)
               END-IF
           END-PERFORM.

       312-FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-JX FROM 1 BY 1
             UNTIL WS-GRP-JX > WS-GRP-CNT
                OR WS-GRP-FOUND > 0
               IF GRP-ID(WS-GRP-JX) = WS-GRP-LOOKUP-ID
                   MOVE WS-GRP-JX TO WS-GRP-FOUND
               END-IF
           END-PERFORM.

       315-NOTE-MISSING-PARENT.
           MOVE 0 TO WS-MISS-FOUND.
           PERFORM VARYING WS-MISS-IX FROM 1 BY 1
             UNTIL WS-MISS-IX > WS-MISS-CNT
                OR WS-MISS-FOUND > 0
               IF MISS-ID(WS-MISS-IX) = GRP-PARENT(WS-GRP-IX)
                   MOVE WS-MISS-IX TO WS-MISS-FOUND
               END-IF
           END-PERFORM.
           IF WS-MISS-FOUND = 0 AND WS-MISS-CNT < 500
               ADD +1 TO WS-MISS-CNT
               MOVE GRP-PARENT(WS-GRP-IX) TO MISS-ID(WS-MISS-CNT)
           END-IF.

       320-READ-FOR-PARENTS.
           CLOSE CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING CUSTOMER INPUT FILE. RC:'
                       WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-CUST-FILE-EOF
               PERFORM 325-PICK-UP-PARENT
                   UNTIL WS-CUST-FILE-EOF = 'Y'
           END-IF.

       325-PICK-UP-PARENT.
           PERFORM 730-READ-CUSTOMER-FILE.
           IF WS-CUST-FILE-EOF NOT = 'Y'
               IF WS-REC-LEN >= 356 AND WS-REC-LEN < 400
                   MOVE CUST-REC-TYPE TO WS-CUR-TYPE
               ELSE
                   MOVE OLD5-REC-TYPE TO WS-CUR-TYPE
               END-IF
               IF WS-CUR-TYPE = 'A'
                   PERFORM 105-NORMALIZE-RECORD
                   MOVE 0 TO WS-MISS-FOUND
                   PERFORM VARYING WS-MISS-IX FROM 1 BY 1
                     UNTIL WS-MISS-IX > WS-MISS-CNT
                        OR WS-MISS-FOUND > 0
                       IF MISS-ID(WS-MISS-IX) = WS-CUST-ID
                           MOVE WS-MISS-IX TO WS-MISS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-MISS-FOUND > 0
                       PERFORM 130-ADD-GROUP-ENTRY
                   END-IF
               END-IF
           END-IF.

       330-PLACE-IN-GROUP.
      *        Climb from the member to the account with no parent
      *        on file; that is its top, the climb count its level.
           MOVE WS-GRP-IX TO WS-GRP-WALK.
           MOVE 0 TO WS-GRP-DEPTH.
           PERFORM 335-CLIMB-ONE-LEVEL
               UNTIL GRP-PARENT-IX(WS-GRP-WALK) = 0
                  OR WS-GRP-DEPTH > WS-GRP-MAX-DEPTH.
           IF WS-GRP-DEPTH > WS-GRP-MAX-DEPTH
               MOVE 0 TO GRP-TOP-IX(WS-GRP-IX)
               ADD +1 TO NUM-GROUP-LOOPS
               DISPLAY 'SAM7 HIERARCHY LOOP THROUGH ACCOUNT '
                       GRP-ID(WS-GRP-IX)
           ELSE
               MOVE WS-GRP-WALK  TO GRP-TOP-IX(WS-GRP-IX)
               MOVE WS-GRP-DEPTH TO GRP-LEVEL(WS-GRP-IX)
           END-IF.

       335-CLIMB-ONE-LEVEL.
           MOVE GRP-PARENT-IX(WS-GRP-WALK) TO WS-GRP-WALK.
           ADD +1 TO WS-GRP-DEPTH.

       340-PRINT-GROUP-STATEMENT.
           MOVE 0  TO WS-GRP-MEMBERS.
           MOVE +0 TO WS-GRP-TOTAL.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               IF GRP-TOP-IX(WS-GRP-IX) = WS-GRP-TOP
                   ADD GRP-BAL(WS-GRP-IX) TO WS-GRP-TOTAL
                   IF WS-GRP-IX NOT = WS-GRP-TOP
                       ADD +1 TO WS-GRP-MEMBERS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRP-MEMBERS > 0
               PERFORM 345-CHECK-GROUP-SELECTION
               IF WS-GRP-SELECTED = 'Y'
                   IF GRP-RETMAIL(WS-GRP-TOP) = 'Y'
                       ADD +1 TO NUM-GROUP-HELD
                       MOVE 'H' TO WS-DELIVERY
                   ELSE
                       PERFORM 350-WRITE-GROUP-PAGE
                       MOVE 'P' TO WS-DELIVERY
                   END-IF
                   PERFORM 360-RECORD-GROUP-COMM
               END-IF
           END-IF.

       345-CHECK-GROUP-SELECTION.
           MOVE 'Y' TO WS-GRP-SELECTED.
           IF WS-SEL-KEY NOT = SPACES
                  AND GRP-ID(WS-GRP-TOP) NOT = WS-SEL-KEY
               MOVE 'N' TO WS-GRP-SELECTED
           END-IF.
           IF GRP-ID(WS-GRP-TOP) < WS-SEL-KEY-LOW
              OR GRP-ID(WS-GRP-TOP) > WS-SEL-KEY-HIGH
               MOVE 'N' TO WS-GRP-SELECTED
           END-IF.
           IF WS-SEL-STATE NOT = SPACES
                  AND GRP-STATE(WS-GRP-TOP) NOT = WS-SEL-STATE
               MOVE 'N' TO WS-GRP-SELECTED
           END-IF.
           IF WS-SEL-MINBAL-ON = 'Y'
                  AND WS-GRP-TOTAL < WS-SEL-MINBAL
               MOVE 'N' TO WS-GRP-SELECTED
           END-IF.

       350-WRITE-GROUP-PAGE.
           MOVE CURRENT-MONTH  TO GRP-HDR-MM.
           MOVE CURRENT-DAY    TO GRP-HDR-DD.
           MOVE CURRENT-YEAR   TO GRP-HDR-YY.
           WRITE STATEMENT-RECORD FROM GRP-HEADER-LINE AFTER PAGE.
           MOVE GRP-CURRENCY(WS-GRP-TOP) TO STMT-CURRENCY
                                            GRP-TOTAL-CCY
                                            GRP-LIMIT-CCY
                                            GRP-AVAIL-CCY.
           MOVE GRP-NAME(WS-GRP-TOP)    TO STMT-CUST-NAME.
           MOVE GRP-ID(WS-GRP-TOP)      TO STMT-CUST-ID.
           WRITE STATEMENT-RECORD FROM STMT-NAME-LINE AFTER 2.
           MOVE GRP-ADDR(WS-GRP-TOP)    TO STMT-ADDR.
           WRITE STATEMENT-RECORD FROM STMT-ADDR-LINE.
           MOVE GRP-CITY(WS-GRP-TOP)    TO STMT-CITY.
           MOVE GRP-STATE(WS-GRP-TOP)   TO STMT-STATE.
           MOVE GRP-COUNTRY(WS-GRP-TOP) TO STMT-COUNTRY.
           WRITE STATEMENT-RECORD FROM STMT-CITY-LINE.
           WRITE STATEMENT-RECORD FROM GRP-COLHDR-LINE AFTER 2.
      *    the top account first, then its members in key order
           MOVE WS-GRP-TOP TO WS-GRP-IX.
           PERFORM 355-WRITE-MEMBER-LINE.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               IF GRP-TOP-IX(WS-GRP-IX) = WS-GRP-TOP
                  AND WS-GRP-IX NOT = WS-GRP-TOP
                   PERFORM 355-WRITE-MEMBER-LINE
               END-IF
           END-PERFORM.
           MOVE WS-GRP-TOTAL TO GRP-TOTAL-AMT.
           WRITE STATEMENT-RECORD FROM GRP-TOTAL-LINE AFTER 2.
           IF GRP-LIMIT(WS-GRP-TOP) > 0
               MOVE GRP-LIMIT(WS-GRP-TOP) TO GRP-LIMIT-EDIT
               MOVE GRP-LIMIT-EDIT TO GRP-LIMIT-TEXT
               WRITE STATEMENT-RECORD FROM GRP-LIMIT-LINE
               COMPUTE WS-GRP-AVAIL =
                   GRP-LIMIT(WS-GRP-TOP) - WS-GRP-TOTAL
               MOVE WS-GRP-AVAIL TO GRP-AVAIL-AMT
               WRITE STATEMENT-RECORD FROM GRP-AVAIL-LINE
           ELSE
               MOVE '              NONE' TO GRP-LIMIT-TEXT
               MOVE SPACES                TO GRP-LIMIT-CCY
               WRITE STATEMENT-RECORD FROM GRP-LIMIT-LINE
           END-IF.
           ADD +1 TO NUM-GROUP-STMTS.

       355-WRITE-MEMBER-LINE.
           MOVE GRP-ID(WS-GRP-IX)     TO GRP-MBR-ID.
           MOVE GRP-NAME(WS-GRP-IX)   TO GRP-MBR-NAME.
           MOVE GRP-PARENT(WS-GRP-IX) TO GRP-MBR-PARENT.
           MOVE GRP-LEVEL(WS-GRP-IX)  TO GRP-MBR-LEVEL.
           MOVE GRP-BAL(WS-GRP-IX)    TO GRP-MBR-BAL.
           MOVE GRP-LIMIT(WS-GRP-IX)  TO GRP-MBR-LIMIT.
           WRITE STATEMENT-RECORD FROM GRP-MEMBER-LINE.

       360-RECORD-GROUP-COMM.
      *        A group page is recorded against its top account.
           MOVE 'R'                      TO CHS-FUNCTION.
           MOVE 'H'                      TO CHS-TARGET.
           MOVE GRP-ID(WS-GRP-TOP)       TO CHS-CUST-KEY.
           MOVE 'A'                      TO CHS-CUST-KEY(9:1).
           MOVE WS-DELIVERY              TO CHS-CHANNEL.
           MOVE 'GRPSTMT'                TO CHS-DOC-TYPE.
           MOVE SPACES                   TO CHS-DOC-REF.
           MOVE 'SAM7'                   TO CHS-PROGRAM.
           MOVE WS-GRP-TOTAL             TO CHS-AMOUNT.
           MOVE GRP-CURRENCY(WS-GRP-TOP) TO CHS-CURRENCY.
           MOVE GRP-NAME(WS-GRP-TOP)     TO CHS-NAME.
           MOVE GRP-ADDR(WS-GRP-TOP)     TO CHS-ADDR.
           MOVE GRP-CITY(WS-GRP-TOP)     TO CHS-CITY.
           MOVE GRP-STATE(WS-GRP-TOP)    TO CHS-STATE.
           MOVE GRP-COUNTRY(WS-GRP-TOP)  TO CHS-COUNTRY.
           MOVE SPACES                   TO CHS-POSTAL
                                            CHS-EMAIL-ADDR.
           PERFORM 285-CALL-COMM-HISTORY.

       400-COLLECT-ACTIVITY.
      *
      *        Sort input: every balance movement the journal holds
      *        for the lookback period, one item per journal entry
      *        whose before and after balances differ, dated by the
      *        business date of the run that journaled it.  No
      *        journal just means nothing is itemized.
      *
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NO JOURNAL - CYCLE ACTIVITY NOT ITEMIZED. RC:'
                       WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-JRNL-EOF
               PERFORM 410-READ-JOURNAL
               PERFORM 420-RELEASE-JOURNAL-ENTRY
                   UNTIL WS-JRNL-EOF = 'Y'
               CLOSE JOURNAL-FILE
           END-IF.

       410-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           IF WS-JRNL-EOF NOT = 'Y' AND WS-JRNL-STATUS NOT = '00'
               DISPLAY 'JOURNAL READ ERROR. RC:'
                       WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-JRNL-EOF
           END-IF.

       420-RELEASE-JOURNAL-ENTRY.
           ADD 1 TO WS-ACT-SEQ.
           COMPUTE WS-JRN-DATE = 20000000 + JRN-RUN-DATE.
           IF WS-JRN-DATE > WS-ACT-FLOOR
              AND WS-JRN-DATE NOT > WS-CYCLE-DATE
               MOVE SPACES TO BEF-REC AFT-REC
               MOVE JRN-BEFORE-IMAGE TO BEF-REC
               MOVE JRN-AFTER-IMAGE  TO AFT-REC
               MOVE JRN-TRAN-IMAGE   TO TRANSACTION-RECORD
               MOVE +0 TO WS-JRN-BAL-BEFORE WS-JRN-BAL-AFTER
               IF BEF-REC-TYPE = 'A' AND BEF-ACCT-BALANCE NUMERIC
                   MOVE BEF-ACCT-BALANCE TO WS-JRN-BAL-BEFORE
               END-IF
               IF AFT-REC-TYPE = 'A' AND AFT-ACCT-BALANCE NUMERIC
                   MOVE AFT-ACCT-BALANCE TO WS-JRN-BAL-AFTER
               END-IF
               MOVE SPACES      TO ACT-DESC
               MOVE JRN-TRAN-KEY TO ACT-CUST-KEY
               COMPUTE ACT-AMOUNT =
                   WS-JRN-BAL-AFTER - WS-JRN-BAL-BEFORE
               EVALUATE JRN-ACTION
                   WHEN 'UPDATE'
                       PERFORM 425-DESCRIBE-UPDATE
                   WHEN 'ADD   '
                       MOVE 'ACCOUNT OPENED'   TO ACT-DESC
                   WHEN 'RESTOR'
                       MOVE 'ACCOUNT RESTORED' TO ACT-DESC
                   WHEN 'MERGE '
      *                The absorbed account's balance moves onto the
      *                survivor, which is not journaled itself.
                       MOVE MERGE-SURV-KEY    TO ACT-CUST-KEY
                       MOVE WS-JRN-BAL-BEFORE TO ACT-AMOUNT
                       STRING 'BALANCE MERGED FROM '
                                              DELIMITED BY SIZE
                              JRN-TRAN-KEY(1:8) DELIMITED BY SIZE
                           INTO ACT-DESC
                       END-STRING
                   WHEN OTHER
                       MOVE +0 TO ACT-AMOUNT
               END-EVALUATE
               IF ACT-AMOUNT NOT = 0
                   MOVE WS-JRN-DATE  TO ACT-DATE
                   MOVE JRN-RUN-TIME TO ACT-TIME
                   MOVE WS-ACT-SEQ   TO ACT-SEQ
                   RELEASE ACTIVITY-SORT-REC
                   ADD +1 TO NUM-ACT-RELEASED
               END-IF
           END-IF.
           PERFORM 410-READ-JOURNAL.

       425-DESCRIBE-UPDATE.
      *        Names a balance change from the transaction that made
      *        it.  A plain UPDATE is a payment when it subtracts from
      *        the balance and a debit when it adds to it.
           EVALUATE TRAN-CODE
               WHEN 'ORDER '
                   MOVE 'ORDER'          TO ACT-DESC
               WHEN 'ORDREV'
                   MOVE 'ORDER REVERSED' TO ACT-DESC
               WHEN 'DSPCLS'
                   MOVE 'DISPUTE CREDIT' TO ACT-DESC
               WHEN 'WRTOFF'
                   MOVE 'BALANCE WRITTEN OFF' TO ACT-DESC
               WHEN 'WRTREV'
                   MOVE 'WRITE-OFF REVERSED'  TO ACT-DESC
      *        one side of a balance transfer, named by the other
               WHEN 'TRNSFR'
                   IF JRN-TRAN-KEY = TRANSFER-FROM-KEY
                       STRING 'TRANSFER TO '    DELIMITED BY SIZE
                              TRANSFER-TO-KEY(1:8)
                                                DELIMITED BY SIZE
                           INTO ACT-DESC
                       END-STRING
                   ELSE
                       STRING 'TRANSFER FROM '  DELIMITED BY SIZE
                              TRANSFER-FROM-KEY(1:8)
                                                DELIMITED BY SIZE
                           INTO ACT-DESC
                       END-STRING
                   END-IF
               WHEN 'UPDATE'
                   MOVE SPACES TO WS-BAL-ACTION
                   IF TRAN-FIELD-NAME = 'BALANCE   '
                       MOVE TRAN-ACTION   TO WS-BAL-ACTION
                   END-IF
                   IF TRAN-FIELD-NAME-2 = 'BALANCE   '
                       MOVE TRAN-ACTION-2 TO WS-BAL-ACTION
                   END-IF
                   IF TRAN-FIELD-NAME-3 = 'BALANCE   '
                       MOVE TRAN-ACTION-3 TO WS-BAL-ACTION
                   END-IF
                   EVALUATE WS-BAL-ACTION
                       WHEN 'SUBTRACT'
                           MOVE 'PAYMENT RECEIVED'   TO ACT-DESC
                       WHEN 'ADD     '
                           MOVE 'DEBIT ADJUSTMENT'   TO ACT-DESC
                       WHEN OTHER
                           MOVE 'BALANCE ADJUSTMENT' TO ACT-DESC
                   END-EVALUATE
               WHEN OTHER
                   STRING 'ADJUSTMENT - '  DELIMITED BY SIZE
                          TRAN-CODE        DELIMITED BY SPACE
                       INTO ACT-DESC
                   END-STRING
           END-EVALUATE.

       450-CYCLE-STATEMENT-PASS.
      *        Sort output: the master is read in key order and the
      *        sorted activity is taken alongside it.
           MOVE 'N' TO WS-ACT-EOF.
           PERFORM 460-RETURN-ACTIVITY.
           PERFORM 100-STATEMENT-PASS
               UNTIL WS-CUST-FILE-EOF = 'Y'.

       460-RETURN-ACTIVITY.
           IF WS-ACT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-ACT-KEY
           ELSE
               RETURN ACTIVITY-SORT
                   AT END
                       MOVE 'Y'         TO WS-ACT-EOF
                       MOVE HIGH-VALUES TO WS-ACT-KEY
                   NOT AT END
                       MOVE ACT-CUST-KEY TO WS-ACT-KEY
               END-RETURN
           END-IF.

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                OUTPUT   STATEMENT-FILE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF
           END-IF .
           IF WS-CYCLE-MODE = 'Y'
             OPEN I-O STATEMENT-LEDGER
             IF WS-STL-STATUS NOT = '00' AND WS-STL-STATUS NOT = '97'
               DISPLAY 'ERROR OPENING STATEMENT LEDGER. RC:'
                       WS-STL-STATUS '/' WS-STL-STATUS-2
               DISPLAY 'Terminating Program due to File Error'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CUST-FILE-EOF
             END-IF
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
                               DISPLAY 'BAD MINBAL PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN 'GROUPSTMT'
                           MOVE WS-PARM-VALUE(1:1) TO WS-GROUP-STMT
                       WHEN 'CYCLE'
                           MOVE 'Y' TO WS-CYCLE-MODE
                           IF WS-PARM-VALUE(1:5) = 'TODAY'
                               MOVE 0 TO WS-CYCLE-DAY
                           ELSE
                           IF WS-PARM-VALUE(1:2) NUMERIC
                              AND WS-PARM-VALUE(1:2) NOT = '00'
                               MOVE WS-PARM-VALUE(1:2) TO WS-CYCLE-DAY
                           ELSE
                               DISPLAY 'BAD CYCLE PARM: ' WS-PARM-VALUE
                               MOVE 8 TO RETURN-CODE
                               MOVE 99 TO WS-CYCLE-DAY
                           END-IF
                           END-IF
                       WHEN 'LOOKBACK'
                           IF WS-PARM-VALUE(1:2) NUMERIC
                              AND WS-PARM-VALUE(1:2) NOT = '00'
                               MOVE WS-PARM-VALUE(1:2) TO WS-LOOKBACK
                           ELSE
                               DISPLAY 'BAD LOOKBACK PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN 'MINDUEPCT'
                           IF WS-PARM-VALUE(1:3) NUMERIC
                              AND WS-PARM-VALUE(1:3) NOT > '100'
                               MOVE WS-PARM-VALUE(1:3)
                                               TO WS-MIN-DUE-PCT
                           ELSE
                               DISPLAY 'BAD MINDUEPCT PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN 'MINDUEAMT'
                           IF WS-PARM-VALUE(1:7) NUMERIC
                               MOVE WS-PARM-VALUE(1:7)
                                           TO WS-MIN-DUE-FLOOR-X
                           ELSE
                               DISPLAY 'BAD MINDUEAMT PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN 'DUEDAYS'
                           IF WS-PARM-VALUE(1:3) NUMERIC
                               MOVE WS-PARM-VALUE(1:3) TO WS-DUE-DAYS
                           ELSE
                               DISPLAY 'BAD DUEDAYS PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN OTHER
                           DISPLAY 'UNKNOWN PARM IGNORED: '
                                   WS-PARM-KEYWORD
               END-IF
           END-IF .

       720-SET-CYCLE-DATES.
      *
      *        The cycle date is the latest date falling on the cycle
      *        day that is not after the business date.  From it:
      *        the oldest journal date searched (LOOKBACK months
      *        back), a first statement's start (a month back) and
      *        the payment due date (DUEDAYS on).
      *
           MOVE BDS-BUS-DATE TO WS-CYCLE-DATE.
           IF WS-CYCLE-DAY = 0
               MOVE WS-CYCLE-DD TO WS-CYCLE-DAY
           END-IF.
           IF WS-CYCLE-DAY > 28
               DISPLAY 'CYCLE DAY ' WS-CYCLE-DAY
                       ' IS NOT A BILLING CYCLE - NO STATEMENTS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CUST-FILE-EOF
               MOVE 'N' TO WS-CYCLE-MODE WS-GROUP-STMT
           ELSE
               IF WS-CYCLE-DAY > WS-CYCLE-DD
                   MOVE WS-CYCLE-DAY TO WS-CYCLE-DD
                   MOVE -1 TO BDS-ADD-MONTHS
                   MOVE 0  TO BDS-ADD-DAYS
                   PERFORM 722-ADD-TO-CYCLE-DATE
                   MOVE BDS-DATE-OUT TO WS-CYCLE-DATE
               ELSE
                   MOVE WS-CYCLE-DAY TO WS-CYCLE-DD
               END-IF
               COMPUTE BDS-ADD-MONTHS = 0 - WS-LOOKBACK
               MOVE 0 TO BDS-ADD-DAYS
               PERFORM 722-ADD-TO-CYCLE-DATE
               MOVE BDS-DATE-OUT TO WS-ACT-FLOOR
               MOVE -1 TO BDS-ADD-MONTHS
               MOVE 0  TO BDS-ADD-DAYS
               PERFORM 722-ADD-TO-CYCLE-DATE
               MOVE BDS-DATE-OUT TO WS-FIRST-START
               MOVE 0 TO BDS-ADD-MONTHS
               MOVE WS-DUE-DAYS TO BDS-ADD-DAYS
               PERFORM 722-ADD-TO-CYCLE-DATE
               MOVE BDS-DATE-OUT TO WS-DUE-DATE
               DISPLAY 'SAM7 BILLING CYCLE ' WS-CYCLE-DAY
                       ' CLOSING ' WS-CYCLE-DATE
                       ' DUE ' WS-DUE-DATE
           END-IF.

       722-ADD-TO-CYCLE-DATE.
           MOVE 'A'           TO BDS-FUNCTION.
           MOVE WS-CYCLE-DATE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.

       730-READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF .
                  MOVE 'Y' TO WS-CUST-FILE-EOF
           END-EVALUATE .

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

       785-GET-BASE-CURRENCY.
      *
      *        Statements name the currency they are in; a master
      *        with no currency code is held in the base currency.
      *
           MOVE 'I' TO FXS-FUNCTION .
           CALL SAM34 USING EXCHANGE-RATE-PARMS .
           MOVE FXS-BASE-CURRENCY TO WS-BASE-CURRENCY .

       790-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           CLOSE STATEMENT-FILE .
           CLOSE EDELIVERY-FILE .
           MOVE 'C' TO CHS-FUNCTION .
           CALL SAM43 USING COMM-HISTORY-PARMS .
           IF WS-CYCLE-MODE = 'Y'
               CLOSE STATEMENT-LEDGER
           END-IF .

      *                  t = record type: 'A' = full customer master
      *                      record (default if blank), any other code
      *                      = a contact-type record
      * ORDER  ----key--- submitter order-no-- yymmdd 9999999v99
      *                  posts one order: writes the order-detail
      *                  line (key + order number) and adds the
      *                  amount to BALANCE and the order month's
      *                  MONTH bucket, and 1 to ORDERS; a repeated
      *                  order number for the customer rejects
      *                  unless its line was reversed (or is this
      *                  card's own, from an earlier run of the
      *                  same business date)
      * ORDREV ----key--- submitter order-no--
      *                  reverses a posted order (SAM8 backs an
      *                  ORDER out this way): the line's amount
      *                  comes off BALANCE -- and off ORDERS and the
      *                  MONTH bucket while the order's year is
      *                  still the month year -- and the line is
      *                  marked reversed, freeing the order number
      * PTP    ----key--- submitter 9999999v99 f nn yymmdd
      *                  records a promise-to-pay arrangement: nn
      *                  installments of the amount, f = W weekly,
      *                  B every two weeks or M monthly, the first
      *                  due on yymmdd (blank = the business date);
      *                  refused while an earlier one is still open
      * PTPCAN ----key--- submitter
      *                  cancels the customer's open arrangement
      * DSPOPN ----key--- submittercase-no- 9999999v99 r reason...
      *                  opens dispute case case-no for the amount;
      *                  open cases together may not exceed BALANCE
      * DSPADJ ----key--- submittercase-no- 9999999v99   reason...
      *                  sets the open case to the new amount (and
      *                  reason, when one is given)
      * DSPCLS ----key--- submittercase-no- 9999999v99 r
      *                  closes the case: r = C credits the amount
      *                  (blank = all of it) off BALANCE, r = R
      *                  reinstates it, BALANCE unchanged
      * WRTOFF ----key--- submitter reason...
      *                  writes the remaining BALANCE off to the
      *                  bad-debt ledger: BALANCE goes to zero and
      *                  the account is marked written off, which
      *                  refuses further BALANCE ADDs.  A payment
      *                  (UPDATE BALANCE SUBTRACT) on it afterwards
      *                  posts to the ledger as a recovery instead
      *                  of to BALANCE.  Destructive
      * WRTREV ----key--- submitter reason...
      *                  reverses the write-off: BALANCE is
      *                  reinstated net of what was recovered and
      *                  the written-off mark comes off.  Destructive
      * TRNSFR ----key--- submitter-from-key -to-key-- 9999999v99 ccy
      *                  reason...
      *                  moves the amount of BALANCE from the from-key
      *                  customer to the to-key customer, both sides
      *                  or neither; key must be the lower of the
      *                  two.  The receiving side is held to its
      *                  credit limit; ccy (blank = the accounts' own)
      *                  must be the currency of both
      * RETMAL ----key--- submitteryymmdd
      *                  mail to the customer came back undeliverable
      *                  on yymmdd (blank = the business date): the
      *                  master is marked, which stops paper
      *                  statements and marketing, until ADDR, CITY,
      *                  STATE or POSTCODE is next updated
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS  IS  WS-REJECT-STATUS WS-REJECT-STATUS-2.

            SELECT ARCHIVE-FILE     ASSIGN TO ARCHIVE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCK-KEY
                   FILE STATUS  IS  WS-ARCHIVE-STATUS
                                    WS-ARCHIVE-STATUS-2.

            SELECT ARCHIVE-WORK-FILE ASSIGN TO ARCHWORK
                   FILE STATUS  IS  WS-ARCHWORK-STATUS
                                    WS-ARCHWORK-STATUS-2.

            SELECT CHECKPOINT-FILE  ASSIGN TO CHKPT
                   FILE STATUS  IS  WS-CHKPT-STATUS WS-CHKPT-STATUS-2.
            SELECT DELTA-FILE       ASSIGN TO DELTA
                   FILE STATUS  IS  WS-DELTA-STATUS WS-DELTA-STATUS-2.

            SELECT ORDER-FILE       ASSIGN TO ORDFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ORD-KEY
                   FILE STATUS  IS  WS-ORD-STATUS WS-ORD-STATUS-2.

            SELECT PROMISE-FILE     ASSIGN TO PTPFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PTP-CUST-KEY
                   FILE STATUS  IS  WS-PTP-STATUS WS-PTP-STATUS-2.

            SELECT DISPUTE-FILE     ASSIGN TO DSPFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DSP-KEY
                   FILE STATUS  IS  WS-DSP-STATUS WS-DSP-STATUS-2.

            SELECT BAD-DEBT-FILE    ASSIGN TO BDLFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BDL-KEY
                   FILE STATUS  IS  WS-BDL-STATUS WS-BDL-STATUS-2.

            SELECT APPROVAL-FILE    ASSIGN TO APRFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APR-KEY
                   FILE STATUS  IS  WS-APR-STATUS WS-APR-STATUS-2.

            SELECT FRAUD-ALERT-FILE ASSIGN TO FRDALERT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FRA-KEY
                   FILE STATUS  IS  WS-FRA-STATUS WS-FRA-STATUS-2.

            SELECT OPTIONAL GL-MOVE-FILE ASSIGN TO GLMOVE
                   FILE STATUS  IS  WS-GLM-STATUS WS-GLM-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-CUST-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  CUSTOMER-FILE-OUT
           05  CHKPT-TRAN-RRN         PIC 9(9).
           05  FILLER                 PIC X(62)  VALUE SPACES.

      *        Keyed archive of every record DELETE, MERGE and
      *        YREND take out of the master (see SAM1DEFG for the
      *        one-time cluster definition).  Written directly,
      *        and browsed by the RESTORE transaction for the most
      *        recent archived copy of a key.  RESTORE sees the
      *        archive as of job start: images this run archives
      *        carry its own stamp and are passed over.
       FD  ARCHIVE-FILE
           RECORD IS VARYING FROM 52 TO 628 CHARACTERS
               DEPENDING ON WS-ARCK-LEN.
       COPY ARCHREC  REPLACING ==:TAG:== BY ==ARCK==.

      *        A partition of the parallel nightly (KEYLOW/KEYHIGH)
      *        cannot share the cluster for update with its
      *        siblings: it reads ARCHIVE for RESTORE only and
      *        writes its archive images here, in the same layout,
      *        for the driver job to load into the cluster once the
      *        night is proven.
       FD  ARCHIVE-WORK-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING FROM 52 TO 628 CHARACTERS
               DEPENDING ON WS-ARCK-LEN.
       01  ARCW-REC                   PIC X(628).

       FD  CUSTOMER-FILE-INDEXED
           RECORDING MODE IS V

      *        Accounts-payable disbursement interface, written by
      *        the REFUND=Y sweep: one 'D' record per refunded
      *        credit balance (key, name, mailing address, amount
      *        and the currency it is paid in -- blank is the base
      *        currency) and a 'T' control trailer with the count
      *        and total, so AP can prove the transmission complete
      *        before cutting checks.  Each refund is also recorded
      *        in the customer's communications history (SAM43) as
      *        a refund check sent to that address.
       FD  DISBURSE-FILE
           RECORDING MODE IS F.
       01  DISBURSE-RECORD.
           05  DISB-POSTAL            PIC X(10).
           05  DISB-AMOUNT            PIC S9(7)V99 SIGN LEADING
                                      SEPARATE.
           05  DISB-CURRENCY          PIC X(3).
           05  FILLER                 PIC X(4).
       01  DISBURSE-CTL REDEFINES DISBURSE-RECORD.
           05  FILLER                 PIC X.
           05  DISB-CTL-COUNT         PIC 9(9).
                                      SEPARATE.
           05  FILLER                 PIC X(64).

      *        General-ledger movement summary for the SAM28 GL
      *        interface: every balance movement the run made,
      *        totalled by movement type (and by rate code for the
      *        assessed charges), then a 'T' control trailer with
      *        the record count and net amount.  SAM28 maps the
      *        movements to ledger accounts and proves their net
      *        against the change in the generation's MSTTRL total
      *        balance.  See the GLMREC copybook for the movement
      *        types.  Written at close of a full merge only -- a
      *        fast-path run never rolls a generation, and its
      *        carried-over updates reach the ledger with the next
      *        full merge that applies them again.
       FD  GL-MOVE-FILE
           RECORDING MODE IS F.
       COPY GLMREC REPLACING ==:TAG:== BY ==GLM==.

      *        Operator stop-request member, re-read at every
      *        checkpoint: 'STOP' in columns 1-4 asks the run to
      *        quiesce -- finish the key in flight, close out and
      *           REPORTONLY=Y          trial run, no files updated
      *           SUPPRESSDETAIL=Y      no per-tran CUSTRPT detail
      *           BUSDATE=yymmdd        business-date override
      *           APPROVEBAL=9999999v99 hold BALANCE changes over
      *                                 this for a second approver
      *           APPROVELIM=9999999v99 same for CREDITLIM increases
      *           MKTSEGMENT=xxxxxx     marketing extract takes only
      *                                 masters in these value
      *                                 segments (SAM45 codes, e.g.
      *                                 P for lapsed, AP, CL)
      *        Absent card or absent keyword leaves the shipped
      *        default in place.
       FD  RUN-PARM-FILE
      *        comments):
      *          cols  1-8   submitter id
      *          col  10     'Y' = may issue destructive codes
      *                      (DELETE, GEN, MERGE, RESTOR,
      *                      WRTOFF, WRTREV)
      *        No AUTHFILE present = authorization not enforced
      *        (legacy decks carry no submitter id).
       FD  AUTH-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY HISTREC REPLACING ==:TAG:== BY ==HIST==.

      *        Order-detail lines written by the ORDER transaction,
      *        one per customer order, keyed customer key + order
      *        number so a repeated order number is caught on the
      *        write and SAM15/SAM21 can list a customer's orders.
       FD  ORDER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY ORDREC REPLACING ==:TAG:== BY ==ORD==.

      *        Promise-to-pay arrangements, one per customer: PTP
      *        writes them, PTPCAN cancels them, every BALANCE
      *        SUBTRACT is credited to an open one, and the charge
      *        sweep skips an account whose promise is being kept.
       FD  PROMISE-FILE
           RECORD CONTAINS 640 CHARACTERS.
       COPY PTPREC REPLACING ==:TAG:== BY ==PTP==.

      *        Dispute cases, keyed customer key + case number:
      *        DSPOPN/DSPADJ/DSPCLS maintain them and the charge
      *        sweep holds the open amounts out of the balance it
      *        charges on.
       FD  DISPUTE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY DSPREC REPLACING ==:TAG:== BY ==DSP==.

      *        The cumulative bad-debt ledger, keyed customer key +
      *        entry number: WRTOFF and WRTREV write its write-off
      *        and reversal entries, and a payment on a written-off
      *        account posts to it as a recovery.
       FD  BAD-DEBT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY BDLREC REPLACING ==:TAG:== BY ==BDL==.

      *        Dual-control approval queue, keyed customer key +
      *        hold stamp: an UPDATE whose BALANCE change or
      *        CREDITLIM increase passes the APPROVEBAL/APPROVELIM
      *        threshold is held here instead of applied, as is an
      *        ORDER, ORDREV, TRNSFR or crediting DSPCLS whose
      *        BALANCE change passes APPROVEBAL.  A second
      *        person approves or declines it on SAM44; the approved
      *        card comes back through the carry-over deck and is
      *        applied, the declined one goes to REJFILE.
       FD  APPROVAL-FILE
           RECORD CONTAINS 320 CHARACTERS.
       COPY APRREC REPLACING ==:TAG:== BY ==APR==.
      *        Suspicious-activity alerts raised by the SAM48 journal
      *        scan, read by the refund sweep: an open alert holding
      *        the customer's refund stops the payout.
       FD  FRAUD-ALERT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY FRAREC REPLACING ==:TAG:== BY ==FRA==.

      *        Pipe-delimited geographic summary (one record per
      *        state within country), same idea as the EXTRACT
      *        format, for the regional managers' tooling.
      *        with the do-not-call flag set, or with a blank or
      *        obviously malformed email, is suppressed -- and the
      *        suppressions are counted on CUSTRPT so compliance can
      *        show the opt-outs were honored.  The master's value
      *        segment (SAM45) is the last field; a MKTSEGMENT run
      *        parm limits the extract to the segments it names.
       FD  MKT-EXTRACT-FILE
           RECORDING MODE IS F.
       01  MKT-EXTRACT-RECORD         PIC X(150).
      *        MONTHEND=Y run on the last business day: one 'D'
      *        record per master with the position finance closes
      *        from (key, balance, credit limit, orders YTD and
      *        the just-closed month bucket, plus the account
      *        currency and the balance converted to the base
      *        currency at that night's rate), plus a 'T' trailer
      *        with the record count and total balance -- in
      *        original units and in base currency -- to tie to
      *        the general ledger.  Each month-end run cuts its
      *        own generation.  Fixed length 80.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD.
           05  SNAP-ORDERS-YTD        PIC 9(5).
           05  SNAP-MONTH-BUCKET      PIC S9(7)V99 SIGN LEADING
                                      SEPARATE.
           05  SNAP-CURRENCY          PIC X(3).
           05  SNAP-BASE-BALANCE      PIC S9(11)V99 SIGN LEADING
                                      SEPARATE.
           05  FILLER                 PIC X(19).
       01  SNAPSHOT-CTL REDEFINES SNAPSHOT-RECORD.
           05  FILLER                 PIC X.
           05  SNAP-CTL-COUNT         PIC 9(9).
           05  SNAP-CTL-BALANCE       PIC S9(13)V99 SIGN LEADING
                                      SEPARATE.
           05  SNAP-CTL-BASE-BALANCE  PIC S9(13)V99 SIGN LEADING
                                      SEPARATE.
           05  FILLER                 PIC X(38).

      *****************************************************************
       WORKING-STORAGE SECTION.
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  SAM32                           PIC X(8)  VALUE 'SAM32'.
       COPY HIERPARM.
      *
       01  SAM34                           PIC X(8)  VALUE 'SAM34'.
       COPY FXPARM.
      *
       01  SAM43                           PIC X(8)  VALUE 'SAM43'.
       COPY CMHPARM.
      *
      * some comments
      * some more comments
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-CUST-REC-LEN         PIC 9(4)  COMP VALUE 0.
           05  WS-CUSTOUT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTOUT-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-TRANFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-REFUND-AMT           PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-REFUND-AMT-ED        PIC ZZZZZZ9.99.
           05  NUM-REFUNDS             PIC S9(9) COMP-3 VALUE +0.
           05  NUM-COMMS-RECORDED      PIC S9(9) COMP-3 VALUE +0.
           05  NUM-COMMS-ERRORS        PIC S9(9) COMP-3 VALUE +0.
           05  WS-REFUND-TOTAL         PIC S9(13)V99 COMP-3 VALUE +0.
      *        Refunds held by an open fraud alert (FRDALERT).
           05  WS-FRA-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FRA-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-FRA-ACTIVE           PIC X     VALUE 'N'.
           05  WS-FRA-EOF              PIC X     VALUE 'N'.
           05  WS-FRA-HOLD             PIC X     VALUE 'N'.
           05  NUM-REFUNDS-HELD        PIC S9(9) COMP-3 VALUE +0.
           05  WS-REFUND-HELD-TOTAL    PIC S9(13)V99 COMP-3 VALUE +0.
      *        Dual control: the APPROVEBAL/APPROVELIM thresholds
      *        (zero = not in force), the card's biggest change
      *        over one of them, and what the queue already holds
      *        for the card -- 'A' an approval to apply (or one
      *        this business date already applied, on a rerun),
      *        'P' already waiting, 'N' nothing.
           05  WS-APR-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-APR-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-APR-ACTIVE           PIC X     VALUE 'N'.
           05  WS-APR-EOF              PIC X     VALUE 'N'.
           05  WS-APPROVE-BAL          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-APPROVE-BAL-X        PIC 9(7)V99 VALUE 0.
           05  WS-APPROVE-LIM          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-APPROVE-LIM-X        PIC 9(7)V99 VALUE 0.
           05  WS-APR-HOLD             PIC X     VALUE 'N'.
           05  WS-APR-FOUND            PIC X     VALUE 'N'.
           05  WS-APR-FOUND-KEY        PIC X(32) VALUE SPACES.
           05  WS-APR-CUR-BAL          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-APR-CUR-LIM          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-APR-TRIPLE-FIELD     PIC X(10) VALUE SPACES.
           05  WS-APR-TRIPLE-ACTION    PIC X(8)  VALUE SPACES.
           05  WS-APR-VALUE-X          PIC X(9)  VALUE SPACES.
           05  WS-APR-VALUE     REDEFINES WS-APR-VALUE-X
                                       PIC 9(7)V99.
           05  WS-APR-VALUE-SIGN       PIC X     VALUE SPACES.
           05  WS-APR-CHANGE           PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-APR-SIZE             PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-APR-HOLD-FIELD       PIC X(10) VALUE SPACES.
           05  WS-APR-HOLD-ACTION      PIC X(8)  VALUE SPACES.
           05  WS-APR-HOLD-AMOUNT      PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-APR-HOLD-SIZE        PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-APR-HOLD-THRESH      PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-APR-SEQ              PIC 9(7)  VALUE 0.
           05  WS-APR-AGE-DAYS         PIC S9(9) COMP VALUE +0.
           05  WS-APR-MAX-AGE          PIC S9(4) COMP VALUE +5.
           05  NUM-TRAN-ERRORS-ED      PIC ZZZZZ9.
           05  WS-MONTHEND             PIC X     VALUE 'N'.
           05  WS-SCORE-RISK           PIC X     VALUE 'N'.
           05  WS-SNAP-MONTH           PIC 9(2)  VALUE 0.
           05  NUM-SNAP-WRITTEN        PIC S9(9) COMP-3 VALUE +0.
           05  WS-SNAP-BALANCE         PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-SNAP-BASE-BALANCE    PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TRAN-RETRY           PIC 9(3)  VALUE 0.
           05  WS-TRAN-FIRST-DATE      PIC 9(6)  VALUE 0.
           05  WS-CTL-KEY-NUM          PIC 9(8)  VALUE 0.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-TRAN-MSG             PIC X(50) VALUE SPACES.
           05  WS-WRITE-SKIP           PIC X     VALUE 'N'.
           05  WS-ARCHWORK-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ARCHWORK-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-ARCHIN-EOF           PIC X     VALUE 'N'.
           05  WS-ARCK-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-ARCK-SEQ             PIC 9(7)  COMP-3 VALUE 0.
           05  WS-RESTORE-FOUND        PIC X     VALUE 'N'.
           05  WS-RESTORE-HOLD         PIC X(411) VALUE SPACES.
           05  WS-QUAR-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CASCADE-DELETE       PIC X     VALUE 'N'.
           05  WS-CASCADE-ID           PIC X(8)  VALUE LOW-VALUES.
           05  WS-CONTACT-VERIFIED     PIC X     VALUE 'N'.
      *        Dormancy aging state: run date and the record's
      *        maintenance date as SAM30 day numbers, and the
      *        FLAGDORMANT/DORMANTBAL run options.
           05  WS-FLAG-DORMANT         PIC X     VALUE 'N'.
           05  WS-DORMANT-BAL          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-DORMANT-BAL-X        PIC 9(7)V99 VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
      *        The business date with its century (CCYYMMDD), for
      *        the files that carry full dates.
           05  WS-BUS-DATE-FULL        PIC 9(8)  VALUE 0.
           05  WS-REC-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-AGE-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-GEOEXT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-GEOEXT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-HIST-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-HIST-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-HIST-ACTIVE          PIC X     VALUE 'N'.
           05  WS-ORD-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-ORD-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-ORD-ACTIVE           PIC X     VALUE 'N'.
           05  WS-GLM-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-GLM-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-GLM-ACTIVE           PIC X     VALUE 'N'.
      *        The ORDER card as read, held while the synthetic
      *        UPDATE built from it goes through SAM2.
           05  WS-ORD-HOLD-TRAN        PIC X(201) VALUE SPACES.
           05  WS-ORD-HOLD-NUMBER      PIC X(10) VALUE SPACES.
           05  WS-ORD-HOLD-DATE        PIC 9(6)  VALUE 0.
           05  WS-ORD-HOLD-AMOUNT      PIC 9(7)V99 VALUE 0.
           05  WS-ORD-HOLD-SUBMITTER   PIC X(8)  VALUE SPACES.
           05  WS-ORD-HOLD-CURRENCY    PIC X(3)  VALUE SPACES.
           05  WS-ORD-HOLD-PAY-DATE    PIC 9(6)  VALUE 0.
      *        How 291 applies the held order: ADD for an ORDER,
      *        SUBTRACT for an ORDREV; the ORDERS and MONTH triples
      *        only while the order's year is the month year; the
      *        line rewritten when it is already on file.
           05  WS-ORD-POST-ACTION      PIC X(8)  VALUE SPACES.
           05  WS-ORD-NEW-STATUS       PIC X     VALUE SPACE.
           05  WS-ORD-IN-YEAR          PIC X     VALUE 'N'.
           05  WS-ORD-ON-FILE          PIC X     VALUE 'N'.
           05  WS-PTP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-PTP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-PTP-ACTIVE           PIC X     VALUE 'N'.
      *        Found = the customer has a promise record; kept =
      *        it is open and nothing on it has been broken.
           05  WS-PTP-FOUND            PIC X     VALUE 'N'.
           05  WS-PTP-KEPT             PIC X     VALUE 'N'.
      *        Net BALANCE SUBTRACT of the UPDATE in flight, taken
      *        before SAM2's numeric edit rewrites the sign bytes.
           05  WS-PTP-PAYMENT          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-PTP-VALUE-X          PIC X(9)  VALUE SPACES.
           05  WS-PTP-VALUE     REDEFINES WS-PTP-VALUE-X
                                       PIC 9(7)V99.
           05  WS-PTP-VALUE-SIGN       PIC X     VALUE SPACES.
           05  WS-PTP-IX               PIC S9(4) COMP VALUE +0.
           05  WS-PTP-START            PIC 9(8)  VALUE 0.
           05  WS-DSP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DSP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-DSP-ACTIVE           PIC X     VALUE 'N'.
           05  WS-DSP-FOUND            PIC X     VALUE 'N'.
           05  WS-DSP-RERUN            PIC X     VALUE 'N'.
           05  WS-DSP-EOF              PIC X     VALUE 'N'.
      *        Open cases on the customer in hand (the case being
      *        maintained left out), and the charge base: the
      *        balance less those cases.
           05  WS-DSP-CUST-KEY         PIC X(9)  VALUE SPACES.
           05  WS-DSP-SKIP-CASE        PIC X(8)  VALUE SPACES.
           05  WS-DSP-OPEN-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-DSP-OPEN-CNT         PIC S9(4) COMP VALUE +0.
           05  WS-DSP-NEW-AMT          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-DSP-CREDIT           PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-DSP-HOLD-TRAN        PIC X(201) VALUE SPACES.
           05  WS-DSP-HOLD-SUBMITTER   PIC X(8)  VALUE SPACES.
           05  WS-DSP-HOLD-PAY-DATE    PIC 9(6)  VALUE 0.
           05  WS-BDL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BDL-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-BDL-ACTIVE           PIC X     VALUE 'N'.
           05  WS-BDL-FOUND            PIC X     VALUE 'N'.
           05  WS-BDL-RERUN            PIC X     VALUE 'N'.
           05  WS-BDL-EOF              PIC X     VALUE 'N'.
      *        What a browse of one customer's ledger entries found:
      *        the highest entry number in use, the latest write-off
      *        entry and the latest reversal entry (zero = none).
           05  WS-BDL-CUST-KEY         PIC X(9)  VALUE SPACES.
           05  WS-BDL-LAST-NO          PIC 9(4)  VALUE 0.
           05  WS-BDL-WO-NO            PIC 9(4)  VALUE 0.
           05  WS-BDL-REV-NO           PIC 9(4)  VALUE 0.
           05  WS-BDL-DROPPED          PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-BDL-DROPPED-CNT      PIC S9(4) COMP VALUE +0.
           05  WS-BDL-AMOUNT           PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-BDL-NEW-BAL          PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-BDL-HOLD-TRAN        PIC X(201) VALUE SPACES.
           05  WS-BDL-HOLD-SUBMITTER   PIC X(8)  VALUE SPACES.
           05  WS-BDL-HOLD-PAY-DATE    PIC 9(6)  VALUE 0.
           05  WS-BDL-HOLD-REASON      PIC X(30) VALUE SPACES.
      *        An UPDATE on a written-off master, taken apart: is it
      *        a recovery ('Y'), what else it carries, and whether
      *        its amounts edit ('Y', 'N' not numeric, 'C' in the
      *        wrong currency).
           05  WS-BDL-RECOVERY         PIC X     VALUE 'N'.
           05  WS-BDL-CARD-OK          PIC X     VALUE 'Y'.
           05  WS-BDL-OTHER-CNT        PIC S9(4) COMP VALUE +0.
           05  WS-BDL-TRIPLE-FIELD     PIC X(10) VALUE SPACES.
           05  WS-BDL-TRIPLE-ACTION    PIC X(8)  VALUE SPACES.
           05  WS-BDL-TRIPLE-VALUE     PIC X(9)  VALUE SPACES.
           05  WS-BDL-TRIPLE-CCY       PIC X(3)  VALUE SPACES.
           05  WS-BDL-ACCT-CCY         PIC X(3)  VALUE SPACES.
           05  WS-BDL-READ-NO          PIC 9(4)  VALUE 0.
           05  WS-BDL-NEW-TYPE         PIC X     VALUE SPACE.
           05  WS-CHG-BASE             PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-RATE-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-RATE-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-RATE-EOF             PIC X     VALUE 'N'.
           05  NUM-MKT-WRITTEN         PIC S9(9) COMP-3 VALUE +0.
           05  NUM-MKT-DNC-SUPP        PIC S9(9) COMP-3 VALUE +0.
           05  NUM-MKT-EMAIL-SUPP      PIC S9(9) COMP-3 VALUE +0.
           05  NUM-MKT-RETMAIL-SUPP    PIC S9(9) COMP-3 VALUE +0.
           05  NUM-MKT-SEG-SKIPPED     PIC S9(9) COMP-3 VALUE +0.
      *        MKTSEGMENT selection: the segment codes wanted, spaces
      *        for every segment; the work field edits the parm and
      *        the count matches a master's segment against it.
           05  WS-MKT-SEGMENTS         PIC X(6)  VALUE SPACES.
           05  WS-MKT-SEG-WORK         PIC X(6)  VALUE SPACES.
           05  WS-MKT-SEG-COUNT        PIC S9(4) COMP VALUE +0.
      *        Marketing-extract hold area: the do-not-call flag and
      *        preferred contact method live on the customer's
      *        contact records, which follow the master in the
           05  WS-MKT-PEND-COUNTRY     PIC X(11) VALUE SPACES.
           05  WS-MKT-PEND-DNC         PIC X     VALUE 'N'.
           05  WS-MKT-PEND-PREF        PIC X(5)  VALUE SPACES.
           05  WS-MKT-PEND-RETMAIL     PIC X     VALUE 'N'.
           05  WS-MKT-PEND-SEGMENT     PIC X     VALUE SPACE.
           05  WS-AUTH-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-AUTH-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-AUTH-EOF             PIC X     VALUE 'N'.
           05  WS-GEO-BAL-DISP         PIC S9(11)V99 SIGN LEADING
                                       SEPARATE VALUE 0.
           05  WS-GEO-BAL-DISP-X REDEFINES WS-GEO-BAL-DISP PIC X(14).
           05  WS-GEO-BASE-DISP        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE 0.
           05  WS-GEO-BASE-DISP-X REDEFINES WS-GEO-BASE-DISP
                                       PIC X(16).
           05  WS-GEO-CNT-DISP         PIC 9(9)  VALUE 0.
           05  WS-GEO-ORD-DISP         PIC 9(9)  VALUE 0.
           05  WS-PREV-TRAN-KEY        PIC X(13) VALUE LOW-VALUES.
           05  NUM-INQUIRE-PROCESSED PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-YREND-REQUESTS    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-YREND-PROCESSED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-REQUESTS    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-PROCESSED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDREV-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDREV-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTP-REQUESTS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTP-PROCESSED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTPCAN-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTPCAN-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTP-CREDITED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PTP-EXEMPT        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSPOPN-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSPOPN-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSPADJ-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSPADJ-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSPCLS-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSPCLS-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DSP-CHG-REDUCED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WRTOFF-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WRTOFF-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WRTREV-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-WRTREV-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BDL-RECOVERIES    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BDL-CHG-EXEMPT    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FP-WO-DEFERRED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FP-APR-DEFERRED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APR-HELD          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APR-RELEASED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APR-DECLINED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APR-WAITING       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APR-AGED          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APR-UNPOSTED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRNSFR-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRNSFR-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRNSFR-FORCED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RETMAL-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RETMAL-PROCESSED  PIC S9(9)   COMP-3  VALUE +0.
           05  WS-CUSTIDX-EOF        PIC X       VALUE 'N'.
           05  WS-CUST-TOTAL-BALANCE PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-CUST-TOTAL-ORDERS  PIC S9(9)   COMP-3  VALUE +0.
      *        flight.
           05  WS-NOTE-SUBMITTER     PIC X(8)  VALUE SPACES.
           05  WS-MERGE-SUBMITTER    PIC X(8)  VALUE SPACES.
           05  WS-MERGE-DUP-CHECKED  PIC X     VALUE 'N'.

      *        Balance transfer in flight.  The lower-key side of a
      *        TRNSFR is applied when the card is processed; the
      *        higher-key (peer) side waits here until the sequential
      *        pass reads that master (730), then is applied from the
      *        held card.  SIDE is 'F' (paying) or 'T' (receiving) for
      *        the side being posted; the SAVE fields keep whatever
      *        card was in flight when the peer turned up.
       01  TRANSFER-WORK-AREA.
           05  WS-XFR-PEND           PIC X     VALUE 'N'.
           05  WS-XFR-CHECKED        PIC X     VALUE 'N'.
           05  WS-XFR-PEER-KEY       PIC X(9)  VALUE SPACES.
           05  WS-XFR-PEER-SIDE      PIC X     VALUE SPACE.
           05  WS-XFR-SIDE           PIC X     VALUE SPACE.
           05  WS-XFR-SIDE-KEY       PIC X(9)  VALUE SPACES.
           05  WS-XFR-OTHER-KEY      PIC X(9)  VALUE SPACES.
           05  WS-XFR-AMOUNT         PIC 9(7)V99 VALUE 0.
           05  WS-XFR-AMOUNT-ED      PIC Z(6)9.99.
           05  WS-XFR-AMT-POS        PIC S9(4) COMP VALUE 0.
           05  WS-XFR-CURRENCY       PIC X(3)  VALUE SPACES.
           05  WS-XFR-SUBMITTER      PIC X(8)  VALUE SPACES.
           05  WS-XFR-HOLD-PAY-DATE  PIC 9(6)  VALUE 0.
           05  WS-XFR-HOLD-TRAN      PIC X(201) VALUE SPACES.
           05  WS-XFR-SAVE-TRAN      PIC X(201) VALUE SPACES.
           05  WS-XFR-SAVE-OK        PIC X     VALUE SPACE.
           05  WS-XFR-SAVE-MSG       PIC X(50) VALUE SPACES.

      *        RETMAL card held while its RETMAIL update goes
      *        through SAM2.
       01  RETMAIL-WORK-AREA.
           05  WS-RTM-HOLD-TRAN      PIC X(201) VALUE SPACES.
           05  WS-RTM-KEY            PIC X(9)  VALUE SPACES.
           05  WS-RTM-SUBMITTER      PIC X(8)  VALUE SPACES.
           05  WS-RTM-DATE           PIC X(6)  VALUE SPACES.

      *        Submitter authorization table loaded from AUTHFILE.
       01  AUTH-TABLE-AREA.
               10  RT-ASSESSED-AMT   PIC S9(11)V99 COMP-3.
               10  RT-ASSESSED-CNT   PIC S9(9)   COMP-3.

      *        GL movements accumulated over the run, one entry per
      *        movement type and charge code within currency: the
      *        nine fixed types plus one CHARGE entry per rate card
      *        (20 at most) fit with room to spare for four
      *        currencies, and few nights see more.  A movement
      *        that finds the table full is counted and displayed
      *        -- its amount is then missing from the summary, so
      *        SAM28's proof against the generation totals fails
      *        the night rather than posting an incomplete ledger.
      *        The balance images from the journal are read
      *        through the packed balance at its fixed
      *        master-record offset.
       01  GL-MOVEMENT-AREA.
           05  WS-GLA-CNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-GLA-IX             PIC S9(4)   COMP    VALUE +0.
           05  WS-GLA-FOUND          PIC S9(4)   COMP    VALUE +0.
           05  WS-GLA-LOST           PIC S9(9)   COMP-3  VALUE +0.
           05  WS-GLA-MOVE-TYPE      PIC X(6)    VALUE SPACES.
           05  WS-GLA-CHARGE-CODE    PIC X(4)    VALUE SPACES.
           05  WS-GLA-CURRENCY       PIC X(3)    VALUE SPACES.
           05  WS-GLA-AMOUNT         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-GLA-NET            PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-GLA-BEFORE-BAL     PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-GLA-AFTER-BAL      PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-GLA-IMAGE-BAL-X    PIC X(5)    VALUE SPACES.
           05  WS-GLA-IMAGE-BAL REDEFINES WS-GLA-IMAGE-BAL-X
                                     PIC S9(7)V99 COMP-3.
           05  GLA-ENTRY OCCURS 120.
               10  GLA-MOVE-TYPE     PIC X(6).
               10  GLA-CHARGE-CODE   PIC X(4).
               10  GLA-CURRENCY      PIC X(3).
               10  GLA-COUNT         PIC S9(9)   COMP-3.
               10  GLA-AMOUNT        PIC S9(11)V99 COMP-3.

      *        Balances by currency: the masters read and written,
      *        counted and totalled in each account currency (a
      *        master with no currency code is held in the base
      *        currency and is totalled under its code).  Converted
      *        to the base currency at tonight's SAM34 rate when the
      *        summary is printed, so the customer summary and the
      *        balance check can show both.  A currency past the
      *        table limit is counted and called out, not dropped
      *        silently.
       01  CURRENCY-SUMMARY-AREA.
           05  WS-CCY-CNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-CCY-IX             PIC S9(4)   COMP    VALUE +0.
           05  WS-CCY-FOUND          PIC S9(4)   COMP    VALUE +0.
           05  WS-CCY-LOST           PIC S9(9)   COMP-3  VALUE +0.
           05  WS-CCY-NO-RATE        PIC S9(4)   COMP    VALUE +0.
           05  WS-CCY-SIDE           PIC X       VALUE SPACE.
           05  WS-CCY-CODE           PIC X(3)    VALUE SPACES.
           05  WS-CCY-AMOUNT         PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-CCY-BASE-CURRENCY  PIC X(3)    VALUE SPACES.
           05  WS-CCY-IN-BASE-TOTAL  PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-CCY-OUT-BASE-TOTAL PIC S9(13)V99 COMP-3 VALUE +0.
           05  CCY-ENTRY OCCURS 50.
               10  CCY-CURRENCY      PIC X(3).
               10  CCY-IN-CNT        PIC S9(9)   COMP-3.
               10  CCY-IN-BAL        PIC S9(11)V99 COMP-3.
               10  CCY-OUT-CNT       PIC S9(9)   COMP-3.
               10  CCY-OUT-BAL       PIC S9(11)V99 COMP-3.
               10  CCY-RATE          PIC 9(5)V9(7) COMP-3.
               10  CCY-IN-BASE       PIC S9(13)V99 COMP-3.
               10  CCY-OUT-BASE      PIC S9(13)V99 COMP-3.
               10  CCY-RATED         PIC X.

      *        Geographic summary accumulated over the master
      *        records written: one entry per state within country,
      *        and within that per account currency -- balances in
      *        different currencies are never added together.  The
      *        base-currency equivalent is filled in at report time
      *        and is what the top-N ranking orders by.  Sorted at
      *        report time; entries past the table limit are lumped
      *        into the overflow counters and called out on the
      *        report rather than silently dropped.
       01  GEO-SUMMARY-AREA.
           05  WS-GEO-CNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-GEO-IX             PIC S9(4)   COMP    VALUE +0.
           05  WS-GEO-TOPN           PIC 9(2)            VALUE 10.
           05  WS-GEO-RANK           PIC S9(4)   COMP    VALUE +0.
           05  WS-GEO-OVFL-CNT       PIC S9(9)   COMP-3  VALUE +0.
           05  WS-GEO-SWAP           PIC X(42).
           05  GEO-ENTRY OCCURS 200.
               10  GEO-COUNTRY       PIC X(11).
               10  GEO-STATE         PIC X(2).
               10  GEO-CURRENCY      PIC X(3).
               10  GEO-CUST-CNT      PIC S9(9)   COMP-3.
               10  GEO-BALANCE       PIC S9(11)V99 COMP-3.
               10  GEO-ORDERS        PIC S9(9)   COMP-3.
               10  GEO-RANKED        PIC X.
               10  GEO-BASE-BALANCE  PIC S9(13)V99 COMP-3.

      *        Dormancy aging buckets (counts and balance totals per
      *        bucket, by time since last maintenance) plus a detail

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

      *        Work copy of a transfer's higher-key master, fetched
      *        from the indexed copy, so SAM2 can try that side of
      *        the transfer before either side is applied.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==XFRP==.

      *        *******************
      *            report lines
      *        *******************
           05  FILLER PIC X(11) VALUE ' Actual out'.
           05  RPT-BAL-ACTUAL     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(66) VALUE SPACES.
       01  RPT-XFR-UNAPPLIED.
           05  FILLER PIC X(38)
               VALUE '*** TRANSFER NOT COMPLETED *** Far key'.
           05  FILLER PIC X(1) VALUE SPACES.
           05  RPT-XFR-KEY        PIC X(9).
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-CUST-SUMMARY-HDR.
           05  FILLER PIC X(26) VALUE 'Customer File Summary:   '.
           05  FILLER PIC X(106) VALUE SPACES.
           05  RPT-SUM-CONTACT-CNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(95) VALUE SPACES.
       01  RPT-CUST-SUMMARY-BALANCE.
           05  FILLER PIC X(26) VALUE 'Total Bal (orig units):  '.
           05  RPT-SUM-BALANCE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(87) VALUE SPACES.
       01  RPT-CUST-SUMMARY-ORDERS.
           05  FILLER PIC X(26) VALUE 'Month-end snapshot recs: '.
           05  RPT-SNAP-CNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(95) VALUE SPACES.
       01  RPT-CCY-HDR.
           05  FILLER PIC X(37)
               VALUE 'Balances by Currency - base currency '.
           05  RPT-CCY-BASE       PIC X(3).
           05  FILLER PIC X(14) VALUE ', rates dated '.
           05  RPT-CCY-RATE-DATE  PIC 9(8).
           05  RPT-CCY-STALE      PIC X(30).
           05  FILLER PIC X(40) VALUE SPACES.
       01  RPT-CCY-COL.
           05  FILLER PIC X(4)  VALUE 'CCY '.
           05  FILLER PIC X(12) VALUE '   ACCTS IN '.
           05  FILLER PIC X(20) VALUE '         BALANCE IN '.
           05  FILLER PIC X(12) VALUE '  ACCTS OUT '.
           05  FILLER PIC X(20) VALUE '        BALANCE OUT '.
           05  FILLER PIC X(14) VALUE '         RATE '.
           05  FILLER PIC X(22) VALUE '        BASE EQUIV IN '.
           05  FILLER PIC X(21) VALUE '       BASE EQUIV OUT'.
           05  FILLER PIC X(7)  VALUE SPACES.
       01  RPT-CCY-LINE.
           05  RPT-CCY-CODE        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-IN-CNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-IN-BAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-OUT-CNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-OUT-BAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-RATE        PIC ZZZZ9.9999999.
           05  RPT-CCY-RATE-X REDEFINES RPT-CCY-RATE PIC X(13).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-IN-BASE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-OUT-BASE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)  VALUE SPACES.
       01  RPT-CCY-TOTAL.
           05  FILLER PIC X(82) VALUE 'Total in base currency:'.
           05  RPT-CCY-TOT-IN      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-CCY-TOT-OUT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)  VALUE SPACES.
       01  RPT-CCY-OVFL-LINE.
           05  FILLER PIC X(44)
               VALUE 'Currency table full - masters not totalled:'.
           05  RPT-CCY-OVFL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(77) VALUE SPACES.
       01  RPT-BALANCE-BASE.
           05  FILLER PIC X(22) VALUE 'Base-currency balance '.
           05  RPT-BALB-CCY       PIC X(3).
           05  FILLER PIC X(8)  VALUE ' - read:'.
           05  RPT-BALB-IN        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(10) VALUE '  written:'.
           05  RPT-BALB-OUT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(47) VALUE SPACES.
       01  RPT-MKT-HDR.
           05  FILLER PIC X(40)
               VALUE 'Marketing Contact Extract:'.
           05  FILLER PIC X(30) VALUE 'Total refunded:               '.
           05  RPT-RFD-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83) VALUE SPACES.
       01  RPT-REFUND-HELD-LINE.
           05  FILLER PIC X(30) VALUE 'Total held:                   '.
           05  RPT-RFH-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83) VALUE SPACES.
       01  RPT-GEO-HDR.
           05  FILLER PIC X(44)
               VALUE 'Geographic Summary by Country and State:'.
       01  RPT-GEO-COL.
           05  FILLER PIC X(12) VALUE 'COUNTRY     '.
           05  FILLER PIC X(6)  VALUE 'STATE '.
           05  FILLER PIC X(4)  VALUE 'CCY '.
           05  FILLER PIC X(12) VALUE '   CUSTOMERS'.
           05  FILLER PIC X(21) VALUE '        TOTAL BALANCE'.
           05  FILLER PIC X(13) VALUE '   ORDERS-YTD'.
           05  FILLER PIC X(22) VALUE '       BASE EQUIVALENT'.
           05  FILLER PIC X(42) VALUE SPACES.
       01  RPT-GEO-LINE.
           05  RPT-GEO-COUNTRY     PIC X(11).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-GEO-STATE       PIC X(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-GEO-CCY         PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-GEO-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-GEO-BAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-GEO-ORD         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-GEO-BASE-BAL    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(35) VALUE SPACES.
       01  RPT-GEO-TOP-HDR.
           05  FILLER PIC X(4)  VALUE 'Top '.
           05  RPT-GEO-TOPN-ED     PIC Z9.
           05  FILLER PIC X(34)
               VALUE ' states by base-currency balance:'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-GEO-OVFL-LINE.
           05  FILLER PIC X(38)
               VALUE 'Summary table full - customers lumped:'.
           05  RPT-SUSP-TEXT       PIC X(30).
           05  RPT-SUSP-NUM        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-APR-HDR.
           05  FILLER PIC X(44)
               VALUE 'Dual-Control Approval Queue:'.
           05  FILLER PIC X(88) VALUE SPACES.
       01  RPT-APR-LINE.
           05  RPT-APR-WHAT        PIC X(18).
           05  RPT-APR-KEY         PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-APR-FIELD       PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-APR-ACTION      PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-APR-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(12) VALUE '  submitter '.
           05  RPT-APR-SUBMITTER   PIC X(8).
           05  FILLER              PIC X(11) VALUE '  held on: '.
           05  RPT-APR-HELD-DATE   PIC 9(8).
           05  FILLER              PIC X(12) VALUE '  approver: '.
           05  RPT-APR-APPROVER    PIC X(8).
           05  FILLER              PIC X(9)  VALUE SPACES.
       01  RPT-APR-COUNT-LINE.
           05  RPT-APR-TEXT        PIC X(30).
           05  RPT-APR-NUM         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-PART-RANGE-LINE.
           05  FILLER PIC X(26) VALUE 'Partition key range:     '.
           05  RPT-PART-LOW       PIC X(8).
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           DISPLAY '             TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           PERFORM 780-GET-BUSINESS-DATE .
      * TODO this is a task tag
           PERFORM 706-READ-RUN-PARMS .
           PERFORM 709-LOAD-RATE-TABLE .
           PERFORM 704-LOAD-AUTH-TABLE .
           PERFORM 701-LOAD-FEED-REGISTRY .
           PERFORM 781-CHECK-BUSINESS-DATE .
           IF RETURN-CODE = 16
               GOBACK
           END-IF .
           IF WS-FASTPATH-REQ = 'Y'
      *        a partition applies a key-range slice against a
      *        sliced master - the in-place mode has no slice, so
           ELSE
               PERFORM 855-REPORT-CUST-SUMMARY
               PERFORM 851-REPORT-SUSPENSE
               PERFORM 852-REPORT-APPROVALS
               PERFORM 856-REPORT-OVER-LIMIT
               PERFORM 871-REPORT-RISK-TIERS
               PERFORM 857-REPORT-ORPHANS
           END-IF .

           PERFORM 868-RECORD-PROCESSED-FEEDS .
           PERFORM 869-MARK-DATE-PROCESSED .
           PERFORM 867-WRITE-RUN-HISTORY .

           ACCEPT CURRENT-DATE FROM DATE.
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               NOT INVALID KEY
                   PERFORM 333-CHECK-FP-APPROVAL
                   IF (CSTIDX-REC-TYPE = 'A'
                       AND CSTIDX-WRITEOFF-FLAG = 'W'
                       AND (TRAN-FIELD-NAME = 'BALANCE   '
                            OR TRAN-FIELD-NAME-2 = 'BALANCE   '
                            OR TRAN-FIELD-NAME-3 = 'BALANCE   '))
                      OR WS-APR-HOLD = 'Y'
                       IF WS-APR-HOLD = 'Y'
                           PERFORM 332-DEFER-APPROVAL-TRAN
                       ELSE
                           PERFORM 331-DEFER-WRITEOFF-TRAN
                       END-IF
                   ELSE
                       MOVE SPACES     TO WS-JRN-BEFORE
                       MOVE CSTIDX-REC TO WS-JRN-BEFORE
      *                the carry-over image is taken before the SAM2
      *                call -- its numeric edit rewrites the sign byte
      *                in place, and a '-' amount must survive the trip
      *                back through the next full merge
                       MOVE TRANSACTION-RECORD TO WS-CARRY-IMAGE
                       CALL SAM2 USING CSTIDX-REC, TRANSACTION-RECORD,
                                              WS-TRAN-OK, WS-TRAN-MSG
                       IF WS-TRAN-OK NOT = 'Y'
                           MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
                           MOVE SPACES      TO ERR-MSG-DATA2
                           PERFORM 299-REPORT-BAD-TRAN
                       ELSE
                           IF WS-REPORT-ONLY = 'Y'
                               CONTINUE
                           ELSE
      *                        same record-type split 740 makes: a
      *                        contact record is 69 bytes, and
      *                        rewriting it through the master layout
      *                        would persist buffer residue after it
                               IF CSTIDX-REC-TYPE = 'A'
                                   REWRITE CSTIDX-REC
                               ELSE
                                   REWRITE CSTIDX-CONTACT-REC
                               END-IF
                               WRITE CARRYOVER-RECORD
                                   FROM WS-CARRY-IMAGE
                           END-IF
                           IF TRAN-CODE = 'UPDATE'
                               ADD +1 TO NUM-UPDATE-PROCESSED
                               MOVE 'UPDATE'    TO WS-JRN-ACTION
                               MOVE TRAN-KEY    TO WS-JRN-KEY
                               MOVE SPACES      TO WS-JRN-AFTER
                               MOVE CSTIDX-REC  TO WS-JRN-AFTER
                               PERFORM 297-WRITE-JOURNAL-REC
                           ELSE
                               ADD +1 TO NUM-CRUNCH-PROCESSED
                           END-IF
                           MOVE 'U' TO WS-DLT-ACTION
                           MOVE SPACES TO WS-DLT-IMAGE
                           MOVE CSTIDX-REC TO WS-DLT-IMAGE
                           PERFORM 882-WRITE-DELTA-REC
                       END-IF
                   END-IF
           END-READ .

       331-DEFER-WRITEOFF-TRAN.
      *
      *        A balance card on a written-off account is either a
      *        recovery, which only the nightly can post to the
      *        bad-debt ledger, or a BALANCE ADD that SAM2 refuses
      *        there anyway.  The indexed master is left alone and
      *        the card carried over unapplied for the nightly.
      *
           ADD +1 TO NUM-FP-WO-DEFERRED.
           ADD +1 TO NUM-UPDATE-PROCESSED.
           IF WS-REPORT-ONLY NOT = 'Y'
               WRITE CARRYOVER-RECORD FROM TRANSACTION-RECORD
           END-IF.

       332-DEFER-APPROVAL-TRAN.
      *
      *        A card over an approval limit is never applied here:
      *        it is carried over unapplied, and the nightly holds
      *        it in the approval queue (204).
      *
           ADD +1 TO NUM-FP-APR-DEFERRED.
           ADD +1 TO NUM-UPDATE-PROCESSED.
           IF WS-REPORT-ONLY NOT = 'Y'
               WRITE CARRYOVER-RECORD FROM TRANSACTION-RECORD
           END-IF.

       333-CHECK-FP-APPROVAL.
           MOVE 'N' TO WS-APR-HOLD.
           IF TRAN-CODE = 'UPDATE' AND CSTIDX-REC-TYPE = 'A'
               MOVE +0 TO WS-APR-CUR-BAL
               MOVE +0 TO WS-APR-CUR-LIM
               IF CSTIDX-ACCT-BALANCE NUMERIC
                   MOVE CSTIDX-ACCT-BALANCE TO WS-APR-CUR-BAL
               END-IF
               IF CSTIDX-CREDIT-LIMIT NUMERIC
                   MOVE CSTIDX-CREDIT-LIMIT TO WS-APR-CUR-LIM
               END-IF
               PERFORM 213-MEASURE-CARD
           END-IF.

       390-FASTPATH-CLOSE.
           PERFORM 883-WRITE-DELTA-TRAILER .
           CLOSE TRANSACTION-FILE .

       531-ROLL-NEXT-DUE-DATE.
      *
      *        Calendar roll through the SAM30 date service: daily
      *        +1 and weekly +7 days on the real calendar; monthly
      *        advances one month, a day past the end of the
      *        shorter month being cut back to its last day (the
      *        31st falls due on 30 April, and stays on the 30th
      *        from then on).  A stored due date that is not a
      *        real date -- the old 30-day roll could leave a
      *        31 June behind -- is rolled from the business date
      *        instead.
      *
           MOVE 'A' TO BDS-FUNCTION.
           MOVE 0   TO BDS-ADD-DAYS BDS-ADD-MONTHS.
           EVALUATE SI-FREQ
               WHEN 'D'
                   MOVE 1 TO BDS-ADD-DAYS
               WHEN 'W'
                   MOVE 7 TO BDS-ADD-DAYS
               WHEN OTHER
                   MOVE 1 TO BDS-ADD-MONTHS
           END-EVALUATE.
           MOVE SI-NEXT-DUE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF BDS-RETURN NOT = '00'
               MOVE BDS-BUS-DATE TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
           END-IF.
           MOVE BDS-OUT-YYMMDD TO SI-NEXT-DUE.

       600-PROCESS-SORTED-TRANS.
           PERFORM 100-PROCESS-TRANSACTIONS
                        PERFORM 285-PROCESS-MERGE-TRAN
                    WHEN 'RESTOR'
                        PERFORM 275-PROCESS-RESTORE-TRAN
                    WHEN 'ORDER '
                        PERFORM 290-PROCESS-ORDER-TRAN
                    WHEN 'ORDREV'
                        PERFORM 281-PROCESS-ORDREV-TRAN
                    WHEN 'PTP   '
                        PERFORM 292-PROCESS-PTP-TRAN
                    WHEN 'PTPCAN'
                        PERFORM 295-PROCESS-PTPCAN-TRAN
                    WHEN 'DSPOPN'
                        PERFORM 262-PROCESS-DSPOPN-TRAN
                    WHEN 'DSPADJ'
                        PERFORM 264-PROCESS-DSPADJ-TRAN
                    WHEN 'DSPCLS'
                        PERFORM 266-PROCESS-DSPCLS-TRAN
                    WHEN 'WRTOFF'
                        PERFORM 231-PROCESS-WRTOFF-TRAN
                    WHEN 'WRTREV'
                        PERFORM 235-PROCESS-WRTREV-TRAN
                    WHEN 'TRNSFR'
                        PERFORM 241-PROCESS-TRNSFR-TRAN
                    WHEN 'RETMAL'
                        PERFORM 247-PROCESS-RETMAL-TRAN
                    WHEN OTHER
                        IF TRAN-COMMENT NOT = '*'
                          MOVE 'INVALID TRAN CODE:' TO ERR-MSG-DATA1
                  WHEN 'DELETE'
                  WHEN 'MERGE '
                  WHEN 'RESTOR'
                  WHEN 'WRTOFF'
                  WHEN 'WRTREV'
                      MOVE TRAN-SUBMITTER TO WS-CHECK-SUBMITTER
                      PERFORM 106-VERIFY-SUBMITTER
                  WHEN 'GEN   '
               END-IF
           ELSE
      *
      *        A BALANCE change or CREDITLIM increase past the
      *        run-control approval limit waits in the approval
      *        queue for a second person (204) unless that person
      *        has already approved this very card.
      *
               PERFORM 209-CHECK-DUAL-CONTROL
               IF WS-APR-HOLD = 'Y'
                   PERFORM 204-HOLD-FOR-APPROVAL
               ELSE
      *
      *        A balance payment on a written-off account is a
      *        recovery, posted to the bad-debt ledger (206) rather
      *        than applied by SAM2.
      *
                   PERFORM 207-CHECK-RECOVERY-CARD
                   IF WS-BDL-RECOVERY = 'Y'
                       IF WS-TRAN-OK = 'Y'
                           PERFORM 206-POST-WRITEOFF-RECOVERY
                       END-IF
                   ELSE
      *
      *        Subroutine SAM2 will apply an update to a customer record
      *
                       MOVE SPACES   TO WS-JRN-BEFORE
                       MOVE CUST-REC TO WS-JRN-BEFORE
                       PERFORM 201-NOTE-PTP-PAYMENT
                       CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                              WS-TRAN-OK, WS-TRAN-MSG
                       IF WS-TRAN-OK NOT = 'Y'
                           MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
                           MOVE SPACES      TO ERR-MSG-DATA2
                           PERFORM 299-REPORT-BAD-TRAN
                       ELSE
                           ADD +1 TO NUM-UPDATE-PROCESSED
                           IF WS-PTP-PAYMENT NOT = 0
                              AND WS-PTP-ACTIVE = 'Y'
                              AND WS-REPORT-ONLY NOT = 'Y'
                               PERFORM 202-CREDIT-PTP-PAYMENT
                           END-IF
                           MOVE 'UPDATE'  TO WS-JRN-ACTION
                           MOVE TRAN-KEY  TO WS-JRN-KEY
                           MOVE SPACES    TO WS-JRN-AFTER
                           MOVE CUST-REC  TO WS-JRN-AFTER
                           PERFORM 297-WRITE-JOURNAL-REC
                           MOVE 'U' TO WS-DLT-ACTION
                           MOVE SPACES TO WS-DLT-IMAGE
                           MOVE CUST-REC TO WS-DLT-IMAGE
                           PERFORM 882-WRITE-DELTA-REC
                       END-IF
                   END-IF
               END-IF
               IF WS-APR-FOUND = 'A'
                   PERFORM 219-MARK-APPROVAL-POSTED
               END-IF
           END-IF .

       201-NOTE-PTP-PAYMENT.
      *
      *        Payments arrive as BALANCE SUBTRACTs.  Their net
      *        amount across the card's triples is taken here,
      *        before SAM2's numeric edit rewrites the sign bytes;
      *        a '-' value (a reversal keyed as a negative SUBTRACT)
      *        counts against it.
      *
           MOVE +0 TO WS-PTP-PAYMENT.
           IF TRAN-FIELD-NAME = 'BALANCE   '
              AND TRAN-ACTION = 'SUBTRACT'
               MOVE TRAN-UPDATE-DATA(1:9) TO WS-PTP-VALUE-X
               PERFORM 203-ADD-PTP-VALUE
           END-IF.
           IF TRAN-FIELD-NAME-2 = 'BALANCE   '
              AND TRAN-ACTION-2 = 'SUBTRACT'
               MOVE TRAN-UPDATE-DATA-2(1:9) TO WS-PTP-VALUE-X
               PERFORM 203-ADD-PTP-VALUE
           END-IF.
           IF TRAN-FIELD-NAME-3 = 'BALANCE   '
              AND TRAN-ACTION-3 = 'SUBTRACT'
               MOVE TRAN-UPDATE-DATA-3(1:9) TO WS-PTP-VALUE-X
               PERFORM 203-ADD-PTP-VALUE
           END-IF.

       203-ADD-PTP-VALUE.
           MOVE WS-PTP-VALUE-X(1:1) TO WS-PTP-VALUE-SIGN.
           IF WS-PTP-VALUE-SIGN = '-' OR WS-PTP-VALUE-SIGN = '+'
               MOVE '0' TO WS-PTP-VALUE-X(1:1)
           END-IF.
           IF WS-PTP-VALUE NUMERIC
               IF WS-PTP-VALUE-SIGN = '-'
                   SUBTRACT WS-PTP-VALUE FROM WS-PTP-PAYMENT
               ELSE
                   ADD WS-PTP-VALUE TO WS-PTP-PAYMENT
               END-IF
           END-IF.

       202-CREDIT-PTP-PAYMENT.
      *
      *        A posted payment is credited to the customer's open
      *        arrangement.  This run's payments collect in
      *        POST-AMOUNT under the run stamp (business date +
      *        start time): the first run of a later business date
      *        folds the last night's amount into PAID-PRIOR, and a
      *        rerun of the same business date discards the earlier
      *        run's amount and credits its own, so a rerun never
      *        counts a payment twice.  Fast-path payments are
      *        credited when the carry-over deck brings them back
      *        through here in the nightly.
      *
           PERFORM 296-READ-PROMISE.
           IF WS-PTP-FOUND = 'Y' AND PTP-ENDED-DATE = 0
               IF PTP-POST-RUN-DATE NOT = CURRENT-DATE
                   ADD PTP-POST-AMOUNT TO PTP-PAID-PRIOR
                   MOVE +0 TO PTP-POST-AMOUNT
               ELSE
                   IF PTP-POST-RUN-TIME NOT = WS-START-TIME
                       MOVE +0 TO PTP-POST-AMOUNT
                   END-IF
               END-IF
               ADD WS-PTP-PAYMENT     TO PTP-POST-AMOUNT
               MOVE CURRENT-DATE      TO PTP-POST-RUN-DATE
               MOVE WS-START-TIME     TO PTP-POST-RUN-TIME
               MOVE WS-BUS-DATE-FULL  TO PTP-LAST-PAY-DATE
               REWRITE PTP-REC
                   INVALID KEY
                       DISPLAY 'PROMISE REWRITE FAILED. RC:'
                               WS-PTP-STATUS '/' WS-PTP-STATUS-2
                               ' KEY:' PTP-CUST-KEY
                   NOT INVALID KEY
                       ADD +1 TO NUM-PTP-CREDITED
               END-REWRITE
           END-IF.

       205-SUSPEND-UPDATE-TRAN.
           ADD +1 TO NUM-SUSPENDED.
           MOVE 'N' TO WS-TRAN-OK.
               COMPUTE SUSP-RETRIES(WS-SUSP-IX) = WS-TRAN-RETRY + 1
           END-IF.

       206-POST-WRITEOFF-RECOVERY.
      *
      *        A payment on a written-off account leaves the balance
      *        at zero and posts to the bad-debt ledger instead: a
      *        recovery entry against the account's standing
      *        write-off, whose recovered total it adds to.  A
      *        negative SUBTRACT (a payment reversal) takes a
      *        recovery back, never more than has been recovered,
      *        and no more can be recovered than was written off.
      *        Recoveries an earlier run of this same business date
      *        posted went out with that run's discarded master, so
      *        they are dropped (736) before this card posts again.
      *        The master takes only the last-payment date; the card
      *        is journaled as an UPDATE so SAM8 can back it out, and
      *        an open payment arrangement is credited as for any
      *        payment.  The balance does not move, so there is no
      *        GL movement: the recovery is posted from the ledger.
      *
           MOVE SPACES   TO WS-JRN-BEFORE.
           MOVE CUST-REC TO WS-JRN-BEFORE.
           PERFORM 201-NOTE-PTP-PAYMENT.
           IF WS-BDL-ACTIVE NOT = 'Y'
               MOVE 'BAD-DEBT LEDGER UNAVAILABLE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE TRAN-KEY TO WS-BDL-CUST-KEY
               PERFORM 735-SCAN-BAD-DEBT
               IF WS-BDL-WO-NO > 0
                   PERFORM 736-DROP-RERUN-RECOVERIES
                   MOVE WS-BDL-WO-NO TO WS-BDL-READ-NO
                   PERFORM 237-READ-BAD-DEBT
               ELSE
                   MOVE 'N' TO WS-BDL-FOUND
               END-IF
               IF WS-BDL-FOUND NOT = 'Y' OR BDL-STATUS NOT = SPACE
                   MOVE 'NO WRITE-OFF ON LEDGER:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF WS-PTP-PAYMENT = 0
                       MOVE 'INVALID RECOVERY AMOUNT:' TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   ELSE
                   IF BDL-RECOVERED + WS-PTP-PAYMENT > BDL-AMOUNT
                       MOVE 'RECOVERY EXCEEDS AMT WRITTEN OFF'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   ELSE
                   IF BDL-RECOVERED + WS-PTP-PAYMENT < 0
                       MOVE 'REVERSAL EXCEEDS AMT RECOVERED'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               ADD WS-PTP-PAYMENT    TO BDL-RECOVERED
               ADD +1                TO BDL-RECOVERY-CNT
               MOVE WS-BUS-DATE-FULL TO BDL-LAST-RECOVERY-DATE
               PERFORM 238-SAVE-BAD-DEBT
               MOVE WS-PTP-PAYMENT   TO WS-BDL-AMOUNT
               MOVE SPACES           TO WS-BDL-HOLD-REASON
               MOVE 'R'              TO WS-BDL-NEW-TYPE
               PERFORM 239-ADD-BAD-DEBT-ENTRY
               IF WS-PTP-PAYMENT > 0
                   MOVE CURRENT-DATE TO CUST-LAST-PAY-DATE
               END-IF
               ADD +1 TO NUM-UPDATE-PROCESSED
               ADD +1 TO NUM-BDL-RECOVERIES
               IF WS-PTP-ACTIVE = 'Y'
                  AND WS-REPORT-ONLY NOT = 'Y'
                   PERFORM 202-CREDIT-PTP-PAYMENT
               END-IF
               MOVE 'UPDATE'  TO WS-JRN-ACTION
               MOVE TRAN-KEY  TO WS-JRN-KEY
               MOVE SPACES    TO WS-JRN-AFTER
               MOVE CUST-REC  TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'U' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
           END-IF.

       207-CHECK-RECOVERY-CARD.
      *
      *        An UPDATE on a written-off master is a recovery when
      *        it carries a BALANCE SUBTRACT.  It may then carry
      *        nothing else, and each amount has to be numeric and
      *        in the account's currency (a blank currency is the
      *        account's own).  Any other UPDATE on the account goes
      *        to SAM2 as usual, which refuses a BALANCE ADD on it.
      *
           MOVE 'N' TO WS-BDL-RECOVERY.
           MOVE 'Y' TO WS-BDL-CARD-OK.
           MOVE 0   TO WS-BDL-OTHER-CNT.
           IF CUST-REC-TYPE = 'A' AND CUST-WRITEOFF-FLAG = 'W'
               MOVE TRAN-FIELD-NAME       TO WS-BDL-TRIPLE-FIELD
               MOVE TRAN-ACTION           TO WS-BDL-TRIPLE-ACTION
               MOVE TRAN-UPDATE-DATA(1:9) TO WS-BDL-TRIPLE-VALUE
               MOVE TRAN-UPDATE-CCY       TO WS-BDL-TRIPLE-CCY
               PERFORM 208-CLASSIFY-TRIPLE
               MOVE TRAN-FIELD-NAME-2     TO WS-BDL-TRIPLE-FIELD
               MOVE TRAN-ACTION-2         TO WS-BDL-TRIPLE-ACTION
               MOVE TRAN-UPDATE-DATA-2(1:9) TO WS-BDL-TRIPLE-VALUE
               MOVE TRAN-UPDATE-CCY-2     TO WS-BDL-TRIPLE-CCY
               PERFORM 208-CLASSIFY-TRIPLE
               MOVE TRAN-FIELD-NAME-3     TO WS-BDL-TRIPLE-FIELD
               MOVE TRAN-ACTION-3         TO WS-BDL-TRIPLE-ACTION
               MOVE TRAN-UPDATE-DATA-3(1:9) TO WS-BDL-TRIPLE-VALUE
               MOVE TRAN-UPDATE-CCY-3     TO WS-BDL-TRIPLE-CCY
               PERFORM 208-CLASSIFY-TRIPLE
           END-IF.
           IF WS-BDL-RECOVERY = 'Y'
               EVALUATE TRUE
                   WHEN WS-BDL-OTHER-CNT > 0
                       MOVE 'RECOVERY MAY ONLY CARRY BALANCE'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   WHEN WS-BDL-CARD-OK = 'N'
                       MOVE 'DATA IS NOT NUMERIC' TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   WHEN WS-BDL-CARD-OK = 'C'
                       MOVE 'CURRENCY DIFFERS FROM ACCOUNT'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       208-CLASSIFY-TRIPLE.
           IF WS-BDL-TRIPLE-FIELD = SPACES
               CONTINUE
           ELSE
           IF WS-BDL-TRIPLE-FIELD = 'BALANCE   '
              AND WS-BDL-TRIPLE-ACTION = 'SUBTRACT'
               MOVE 'Y' TO WS-BDL-RECOVERY
               MOVE WS-BDL-TRIPLE-VALUE TO WS-PTP-VALUE-X
               IF WS-PTP-VALUE-X(1:1) = '-' OR WS-PTP-VALUE-X(1:1) = '+'
                   MOVE '0' TO WS-PTP-VALUE-X(1:1)
               END-IF
               IF WS-PTP-VALUE NOT NUMERIC
                   MOVE 'N' TO WS-BDL-CARD-OK
               END-IF
               IF WS-BDL-TRIPLE-CCY NOT = SPACES
                   IF WS-CCY-BASE-CURRENCY = SPACES
                       MOVE 'I' TO FXS-FUNCTION
                       CALL SAM34 USING EXCHANGE-RATE-PARMS
                       MOVE FXS-BASE-CURRENCY TO WS-CCY-BASE-CURRENCY
                   END-IF
                   MOVE WS-CCY-BASE-CURRENCY TO WS-BDL-ACCT-CCY
                   IF CUST-CURRENCY > SPACES
                       MOVE CUST-CURRENCY TO WS-BDL-ACCT-CCY
                   END-IF
                   IF WS-BDL-TRIPLE-CCY NOT = WS-BDL-ACCT-CCY
                       MOVE 'C' TO WS-BDL-CARD-OK
                   END-IF
               END-IF
           ELSE
               ADD +1 TO WS-BDL-OTHER-CNT
           END-IF
           END-IF.

       209-CHECK-DUAL-CONTROL.
      *
      *        Each BALANCE or CREDITLIM triple on the card is sized
      *        against the master as read (not as changed by an
      *        earlier triple on the same card): a BALANCE change of
      *        either sign past APPROVEBAL, or a CREDITLIM increase
      *        past APPROVELIM, holds the whole card -- unless the
      *        queue already shows this very card approved, in which
      *        case it applies and the queue record is marked (219).
      *
           MOVE 'N' TO WS-APR-HOLD.
           MOVE 'N' TO WS-APR-FOUND.
           MOVE +0  TO WS-APR-CUR-BAL.
           MOVE +0  TO WS-APR-CUR-LIM.
           IF CUST-REC-TYPE = 'A'
               IF CUST-ACCT-BALANCE NUMERIC
                   MOVE CUST-ACCT-BALANCE TO WS-APR-CUR-BAL
               END-IF
               IF CUST-CREDIT-LIMIT NUMERIC
                   MOVE CUST-CREDIT-LIMIT TO WS-APR-CUR-LIM
               END-IF
           END-IF.
           PERFORM 213-MEASURE-CARD.
           IF WS-APR-HOLD = 'Y'
               PERFORM 215-FIND-APPROVAL
               IF WS-APR-FOUND = 'A'
                   MOVE 'N' TO WS-APR-HOLD
               END-IF
           END-IF.

       211-CHECK-BALANCE-DUAL.
      *
      *        The same check for a card that changes BALANCE
      *        without being an UPDATE -- ORDER, ORDREV, TRNSFR and
      *        a crediting DSPCLS, which hand SAM2 an UPDATE of
      *        their own making.  The caller loads the change as one
      *        BALANCE triple (WS-APR-TRIPLE-ACTION, WS-APR-VALUE);
      *        past APPROVEBAL the card itself is what 204 queues
      *        and what SAM44's approval brings back.
      *
           MOVE 'N' TO WS-APR-HOLD.
           MOVE 'N' TO WS-APR-FOUND.
           MOVE +0  TO WS-APR-HOLD-SIZE.
           IF WS-APPROVE-BAL > 0
               MOVE 'BALANCE   ' TO WS-APR-TRIPLE-FIELD
               PERFORM 214-MEASURE-TRIPLE
           END-IF.
           IF WS-APR-HOLD = 'Y'
               PERFORM 215-FIND-APPROVAL
               IF WS-APR-FOUND = 'A'
                   MOVE 'N' TO WS-APR-HOLD
               END-IF
           END-IF.

       213-MEASURE-CARD.
      *
      *        Shared by the nightly (209) and the fast path (330);
      *        the caller loads the current balance and limit.
      *
           MOVE 'N' TO WS-APR-HOLD.
           MOVE +0  TO WS-APR-HOLD-SIZE.
           IF WS-APPROVE-BAL > 0 OR WS-APPROVE-LIM > 0
               MOVE TRAN-FIELD-NAME         TO WS-APR-TRIPLE-FIELD
               MOVE TRAN-ACTION             TO WS-APR-TRIPLE-ACTION
               MOVE TRAN-UPDATE-DATA(1:9)   TO WS-APR-VALUE-X
               PERFORM 214-MEASURE-TRIPLE
               MOVE TRAN-FIELD-NAME-2       TO WS-APR-TRIPLE-FIELD
               MOVE TRAN-ACTION-2           TO WS-APR-TRIPLE-ACTION
               MOVE TRAN-UPDATE-DATA-2(1:9) TO WS-APR-VALUE-X
               PERFORM 214-MEASURE-TRIPLE
               MOVE TRAN-FIELD-NAME-3       TO WS-APR-TRIPLE-FIELD
               MOVE TRAN-ACTION-3           TO WS-APR-TRIPLE-ACTION
               MOVE TRAN-UPDATE-DATA-3(1:9) TO WS-APR-VALUE-X
               PERFORM 214-MEASURE-TRIPLE
           END-IF.

       214-MEASURE-TRIPLE.
           MOVE WS-APR-VALUE-X(1:1) TO WS-APR-VALUE-SIGN.
           IF WS-APR-VALUE-SIGN = '-' OR WS-APR-VALUE-SIGN = '+'
               MOVE '0' TO WS-APR-VALUE-X(1:1)
           END-IF.
           IF (WS-APR-TRIPLE-FIELD = 'BALANCE   '
               OR WS-APR-TRIPLE-FIELD = 'CREDITLIM ')
              AND WS-APR-VALUE NUMERIC
               MOVE WS-APR-VALUE TO WS-APR-CHANGE
               IF WS-APR-VALUE-SIGN = '-'
                   COMPUTE WS-APR-CHANGE = 0 - WS-APR-CHANGE
               END-IF
               EVALUATE WS-APR-TRIPLE-ACTION
                   WHEN 'ADD     '
                       CONTINUE
                   WHEN 'SUBTRACT'
                       COMPUTE WS-APR-CHANGE = 0 - WS-APR-CHANGE
                   WHEN 'REPLACE '
                       IF WS-APR-TRIPLE-FIELD = 'BALANCE   '
                           SUBTRACT WS-APR-CUR-BAL FROM WS-APR-CHANGE
                       ELSE
                           SUBTRACT WS-APR-CUR-LIM FROM WS-APR-CHANGE
                       END-IF
                   WHEN OTHER
                       MOVE +0 TO WS-APR-CHANGE
               END-EVALUATE
               IF WS-APR-TRIPLE-FIELD = 'BALANCE   '
                   IF WS-APR-CHANGE < 0
                       COMPUTE WS-APR-SIZE = 0 - WS-APR-CHANGE
                   ELSE
                       MOVE WS-APR-CHANGE TO WS-APR-SIZE
                   END-IF
                   IF WS-APPROVE-BAL > 0
                      AND WS-APR-SIZE > WS-APPROVE-BAL
                       PERFORM 216-NOTE-HOLD-TRIPLE
                   END-IF
               ELSE
                   MOVE WS-APR-CHANGE TO WS-APR-SIZE
                   IF WS-APPROVE-LIM > 0
                      AND WS-APR-SIZE > WS-APPROVE-LIM
                       PERFORM 216-NOTE-HOLD-TRIPLE
                   END-IF
               END-IF
           END-IF.

       216-NOTE-HOLD-TRIPLE.
      *
      *        The queue record names the largest triple that
      *        tripped a limit.
      *
           IF WS-APR-HOLD NOT = 'Y' OR WS-APR-SIZE > WS-APR-HOLD-SIZE
               MOVE WS-APR-TRIPLE-FIELD  TO WS-APR-HOLD-FIELD
               MOVE WS-APR-TRIPLE-ACTION TO WS-APR-HOLD-ACTION
               MOVE WS-APR-CHANGE        TO WS-APR-HOLD-AMOUNT
               MOVE WS-APR-SIZE          TO WS-APR-HOLD-SIZE
               IF WS-APR-TRIPLE-FIELD = 'BALANCE   '
                   MOVE WS-APPROVE-BAL   TO WS-APR-HOLD-THRESH
               ELSE
                   MOVE WS-APPROVE-LIM   TO WS-APR-HOLD-THRESH
               END-IF
           END-IF.
           MOVE 'Y' TO WS-APR-HOLD.

       215-FIND-APPROVAL.
      *
      *        Looks for this card -- the identical image -- among
      *        the customer's queue records: 'A' when it has been
      *        approved (or was posted earlier this same business
      *        date, for a rerun), 'P' when it is still waiting.
      *
           MOVE 'N' TO WS-APR-FOUND.
           IF WS-APR-ACTIVE = 'Y'
               MOVE TRAN-KEY   TO APR-CUST-KEY
               MOVE LOW-VALUES TO APR-HOLD-STAMP
               MOVE 'N' TO WS-APR-EOF
               START APPROVAL-FILE KEY IS NOT LESS THAN APR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-APR-EOF
               END-START
               PERFORM UNTIL WS-APR-EOF = 'Y'
                   READ APPROVAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-APR-EOF
                   END-READ
                   IF WS-APR-EOF NOT = 'Y'
                       IF APR-CUST-KEY NOT = TRAN-KEY
                           MOVE 'Y' TO WS-APR-EOF
                       ELSE
                           IF APR-TRAN-IMAGE = TRANSACTION-RECORD
                               EVALUATE TRUE
                                   WHEN APR-APPROVED
                                       MOVE 'A'     TO WS-APR-FOUND
                                       MOVE APR-KEY TO WS-APR-FOUND-KEY
                                   WHEN APR-POSTED
                                    AND APR-DONE-DATE = WS-BUS-DATE-FULL
                                       MOVE 'A'     TO WS-APR-FOUND
                                       MOVE APR-KEY TO WS-APR-FOUND-KEY
                                   WHEN APR-PENDING
                                       IF WS-APR-FOUND NOT = 'A'
                                           MOVE 'P' TO WS-APR-FOUND
                                       END-IF
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       204-HOLD-FOR-APPROVAL.
      *
      *        The card does not apply tonight.  It is queued once
      *        (a card already waiting is not queued again) and
      *        comes back through the carry-over deck when SAM44
      *        approves it.  With limits set but no queue the card
      *        rejects rather than post unapproved.
      *
           IF WS-APR-ACTIVE NOT = 'Y'
               MOVE 'OVER APPROVAL LIMIT - NO QUEUE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE 'N' TO WS-TRAN-OK
               ADD +1 TO NUM-APR-HELD
               IF WS-APR-FOUND NOT = 'P' AND WS-REPORT-ONLY NOT = 'Y'
                   ADD 1 TO WS-APR-SEQ
                   MOVE SPACES             TO APR-REC
                   MOVE TRAN-KEY           TO APR-CUST-KEY
                   MOVE WS-BUS-DATE-FULL   TO APR-HOLD-DATE
                   MOVE WS-START-TIME      TO APR-HOLD-TIME
                   MOVE WS-APR-SEQ         TO APR-HOLD-SEQ
                   MOVE 'P'                TO APR-STATUS
                   MOVE TRAN-SUBMITTER     TO APR-SUBMITTER
                   MOVE WS-APR-HOLD-FIELD  TO APR-FIELD
                   MOVE WS-APR-HOLD-ACTION TO APR-ACTION
                   MOVE WS-APR-HOLD-AMOUNT TO APR-AMOUNT
                   MOVE WS-APR-HOLD-THRESH TO APR-THRESHOLD
                   MOVE WS-TRAN-SOURCE     TO APR-SOURCE
                   MOVE 0                  TO APR-DECIDED-DATE
                                              APR-DECIDED-TIME
                                              APR-DONE-DATE
                   MOVE TRANSACTION-RECORD TO APR-TRAN-IMAGE
                   WRITE APR-REC
                       INVALID KEY
                           MOVE 'APPROVAL QUEUE WRITE FAILED'
                                          TO ERR-MSG-DATA1
                           MOVE TRAN-KEY TO ERR-MSG-DATA2
                           PERFORM 299-REPORT-BAD-TRAN
                   END-WRITE
               END-IF
               MOVE 'HELD FOR APPROVAL'  TO RPT-APR-WHAT
               MOVE TRAN-KEY             TO RPT-APR-KEY
               MOVE WS-APR-HOLD-FIELD    TO RPT-APR-FIELD
               MOVE WS-APR-HOLD-ACTION   TO RPT-APR-ACTION
               MOVE WS-APR-HOLD-AMOUNT   TO RPT-APR-AMOUNT
               MOVE TRAN-SUBMITTER       TO RPT-APR-SUBMITTER
               MOVE WS-BUS-DATE-FULL     TO RPT-APR-HELD-DATE
               MOVE SPACES               TO RPT-APR-APPROVER
               WRITE REPORT-RECORD FROM RPT-APR-LINE AFTER 2
           END-IF.

       219-MARK-APPROVAL-POSTED.
      *
      *        The approved card has been through the ordinary
      *        edits tonight, posted or rejected; either way the
      *        approval is used up.
      *
           IF WS-REPORT-ONLY NOT = 'Y'
               MOVE WS-APR-FOUND-KEY TO APR-KEY
               READ APPROVAL-FILE
                   INVALID KEY
                       DISPLAY 'APPROVAL QUEUE READ FAILED. RC:'
                               WS-APR-STATUS '/' WS-APR-STATUS-2
                               ' KEY:' WS-APR-FOUND-KEY
                   NOT INVALID KEY
                       IF APR-APPROVED
                           MOVE 'X'              TO APR-STATUS
                           MOVE WS-BUS-DATE-FULL TO APR-DONE-DATE
                           REWRITE APR-REC
                               INVALID KEY
                                   DISPLAY 'APPROVAL QUEUE REWRITE '
                                           'FAILED. RC:' WS-APR-STATUS
                                           ' KEY:' APR-KEY
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           ADD +1 TO NUM-APR-RELEASED.

       210-PROCESS-ADD-TRAN.
           ADD +1 TO NUM-ADD-REQUESTS .
           PERFORM 720-POSITION-CUST-FILE.
           IF CUST-KEY = TRAN-KEY
               MOVE 'DUPLICATE KEY:       ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE SPACES TO WS-CUST-REC
               MOVE TRAN-KEY TO WS-CUST-KEY
               IF TRAN-UPDATE-DATA(1:1) NOT = SPACE
                   MOVE TRAN-UPDATE-DATA(1:1) TO WS-CUST-REC-TYPE
               ELSE
                   MOVE 'A' TO WS-CUST-REC-TYPE
               END-IF
               MOVE +0 TO WS-CUST-ACCT-BALANCE
               MOVE +0 TO WS-CUST-ORDERS-YTD
               PERFORM TEST AFTER VARYING I FROM 1 BY 1
                 UNTIL I > 12
                   MOVE +0 TO WS-CUST-MONTH(I)
               END-PERFORM
               MOVE +0 TO WS-CUST-MONTH-AVG
               COMPUTE WS-CUST-MONTH-YEAR = 2000 + CURRENT-YEAR
               PERFORM 740-WRITE-CUSTOUT-FILE
               ADD +1 TO NUM-ADD-PROCESSED
               MOVE 'ADD   '    TO WS-JRN-ACTION
               MOVE TRAN-KEY    TO WS-JRN-KEY
               MOVE SPACES      TO WS-JRN-BEFORE
               MOVE SPACES      TO WS-JRN-AFTER
               MOVE WS-CUST-REC TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'A' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE WS-CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
           END-IF .

       230-PROCESS-CRUNCH-TRAN.
           ADD +1 TO NUM-CRUNCH-REQUESTS.
           PERFORM 720-POSITION-CUST-FILE.
           IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
               MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
      *
      *        Subroutine SAM2 will recompute the customer's
      *        monthly average as a CRUNCH transaction
      *
               CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                      WS-TRAN-OK, WS-TRAN-MSG
               IF WS-TRAN-OK NOT = 'Y'
                   MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
                   MOVE SPACES      TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   ADD +1 TO NUM-CRUNCH-PROCESSED
                   MOVE 'U' TO WS-DLT-ACTION
                   MOVE SPACES TO WS-DLT-IMAGE
                   MOVE CUST-REC TO WS-DLT-IMAGE
                   PERFORM 882-WRITE-DELTA-REC
               END-IF
           END-IF .

       231-PROCESS-WRTOFF-TRAN.
      *
      *        WRTOFF writes an account's remaining balance off as
      *        bad debt.  The balance comes off the master through
      *        SAM2 as a BALANCE SUBTRACT (233), the master is marked
      *        written off, and the customer and amount go to the
      *        bad-debt ledger as a write-off entry.  Only a master
      *        with a debit balance can be written off, and not
      *        while dispute cases are open on it -- those are
      *        settled first.  A standing write-off entry that an
      *        earlier run of this same business date wrote is this
      *        card's own rerun: the master that run marked has been
      *        discarded, so the entry is taken over for tonight's
      *        figure (and its recoveries from that run dropped)
      *        rather than a second one written.
      *
           ADD +1 TO NUM-WRTOFF-REQUESTS.
           MOVE 'N' TO WS-BDL-RERUN.
           PERFORM 232-CHECK-WRITEOFF-MASTER.
           IF WS-TRAN-OK = 'Y'
               IF CUST-WRITEOFF-FLAG = 'W'
                   MOVE 'ACCOUNT ALREADY WRITTEN OFF:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-ACCT-BALANCE NOT NUMERIC
                      OR CUST-ACCT-BALANCE NOT > 0
                       MOVE 'NO BALANCE TO WRITE OFF:' TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE TRAN-KEY TO WS-DSP-CUST-KEY
               MOVE SPACES   TO WS-DSP-SKIP-CASE
               PERFORM 734-SUM-OPEN-DISPUTES
               IF WS-DSP-OPEN-CNT > 0
                   MOVE 'OPEN DISPUTE CASES ON ACCOUNT:'
                                      TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE TRAN-KEY TO WS-BDL-CUST-KEY
               PERFORM 735-SCAN-BAD-DEBT
               IF WS-BDL-WO-NO > 0
                   MOVE WS-BDL-WO-NO TO WS-BDL-READ-NO
                   PERFORM 237-READ-BAD-DEBT
                   IF WS-BDL-FOUND = 'Y' AND BDL-STATUS = SPACE
                      AND BDL-RUN-DATE = CURRENT-DATE
                      AND BDL-RUN-TIME NOT = WS-START-TIME
                       MOVE 'Y' TO WS-BDL-RERUN
                   END-IF
               END-IF
               MOVE CUST-ACCT-BALANCE TO WS-BDL-AMOUNT
               MOVE WRITEOFF-REASON   TO WS-BDL-HOLD-REASON
               PERFORM 233-WRITE-OFF-BALANCE
           END-IF.
           IF WS-TRAN-OK = 'Y'
               IF WS-BDL-RERUN = 'Y'
                   PERFORM 736-DROP-RERUN-RECOVERIES
                   MOVE WS-BDL-WO-NO TO WS-BDL-READ-NO
                   PERFORM 237-READ-BAD-DEBT
                   MOVE WS-BDL-AMOUNT      TO BDL-AMOUNT
                   MOVE WS-BUS-DATE-FULL   TO BDL-ENTRY-DATE
                   MOVE CUST-CURRENCY      TO BDL-CURRENCY
                   MOVE CUST-NAME          TO BDL-CUST-NAME
                   MOVE WS-BDL-HOLD-REASON TO BDL-REASON
                   MOVE TRAN-SUBMITTER     TO BDL-SUBMITTER
                   MOVE CURRENT-DATE       TO BDL-RUN-DATE
                   MOVE WS-START-TIME      TO BDL-RUN-TIME
                   PERFORM 238-SAVE-BAD-DEBT
               ELSE
                   MOVE 'W' TO WS-BDL-NEW-TYPE
                   PERFORM 239-ADD-BAD-DEBT-ENTRY
               END-IF
               ADD +1 TO NUM-WRTOFF-PROCESSED
           END-IF.

       232-CHECK-WRITEOFF-MASTER.
           IF WS-BDL-ACTIVE NOT = 'Y'
               MOVE 'BAD-DEBT LEDGER UNAVAILABLE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-REC-TYPE NOT = 'A'
                       MOVE 'FIELD NOT VALID FOR CONTACT'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY  TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.

       233-WRITE-OFF-BALANCE.
      *
      *        The write-off reaches the master as a BALANCE SUBTRACT
      *        of WS-BDL-AMOUNT handed to SAM2, DSPCLS-style (267),
      *        with LAST-PAY-DATE put back afterwards -- a write-off
      *        is not a payment.  It is journaled as an UPDATE with
      *        the WRTOFF card as the image, which posts to the GL
      *        as WRTOFF and which SAM8 backs out with a WRTREV.
      *
           MOVE TRANSACTION-RECORD TO WS-BDL-HOLD-TRAN.
           MOVE TRAN-SUBMITTER     TO WS-BDL-HOLD-SUBMITTER.
           MOVE CUST-LAST-PAY-DATE TO WS-BDL-HOLD-PAY-DATE.
           MOVE SPACES             TO TRAN-PARMS.
           MOVE 'UPDATE'           TO TRAN-CODE.
           MOVE WS-BDL-CUST-KEY    TO TRAN-KEY.
           MOVE WS-BDL-HOLD-SUBMITTER TO TRAN-SUBMITTER.
           MOVE 'SUBTRACT'         TO TRAN-ACTION.
           MOVE 'BALANCE   '       TO TRAN-FIELD-NAME.
           MOVE WS-BDL-AMOUNT      TO TRAN-UPDATE-NUM.
           MOVE SPACES   TO WS-JRN-BEFORE.
           MOVE CUST-REC TO WS-JRN-BEFORE.
           CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                  WS-TRAN-OK, WS-TRAN-MSG.
           MOVE WS-BDL-HOLD-TRAN TO TRANSACTION-RECORD.
           IF WS-TRAN-OK NOT = 'Y'
               MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
               MOVE SPACES      TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE WS-BDL-HOLD-PAY-DATE TO CUST-LAST-PAY-DATE
               MOVE 'W'       TO CUST-WRITEOFF-FLAG
               MOVE 'UPDATE'  TO WS-JRN-ACTION
               MOVE TRAN-KEY  TO WS-JRN-KEY
               MOVE SPACES    TO WS-JRN-AFTER
               MOVE CUST-REC  TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'U' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
           END-IF.

       235-PROCESS-WRTREV-TRAN.
      *
      *        WRTREV reverses a write-off made in error.  The
      *        balance is reinstated net of whatever has been
      *        recovered since (the recoveries stand as payments),
      *        the written-off mark comes off, the write-off entry
      *        is marked reversed ('X') and a reversal entry taking
      *        the reinstated amount back off the ledger is written.
      *        A reversed write-off whose reversal entry an earlier
      *        run of this same business date wrote is this card's
      *        own rerun: that run's master has been discarded, so
      *        the balance is reinstated again and the reversal
      *        entry taken over.
      *
           ADD +1 TO NUM-WRTREV-REQUESTS.
           MOVE 'N' TO WS-BDL-RERUN.
           PERFORM 232-CHECK-WRITEOFF-MASTER.
           IF WS-TRAN-OK = 'Y'
               IF CUST-WRITEOFF-FLAG NOT = 'W'
                   MOVE 'ACCOUNT NOT WRITTEN OFF:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE TRAN-KEY TO WS-BDL-CUST-KEY
               PERFORM 735-SCAN-BAD-DEBT
               MOVE 'N' TO WS-BDL-FOUND
               IF WS-BDL-WO-NO > 0 AND WS-BDL-REV-NO > 0
                   MOVE WS-BDL-REV-NO TO WS-BDL-READ-NO
                   PERFORM 237-READ-BAD-DEBT
                   IF WS-BDL-FOUND = 'Y'
                      AND BDL-WO-ENTRY-NO = WS-BDL-WO-NO
                      AND BDL-RUN-DATE = CURRENT-DATE
                      AND BDL-RUN-TIME NOT = WS-START-TIME
                       MOVE 'Y' TO WS-BDL-RERUN
                   END-IF
               END-IF
               IF WS-BDL-WO-NO > 0
                   MOVE WS-BDL-WO-NO TO WS-BDL-READ-NO
                   PERFORM 237-READ-BAD-DEBT
               END-IF
               IF WS-BDL-FOUND NOT = 'Y'
                  OR (BDL-STATUS NOT = SPACE AND WS-BDL-RERUN NOT = 'Y')
                   MOVE 'NO WRITE-OFF ON LEDGER:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               COMPUTE WS-BDL-AMOUNT = BDL-AMOUNT - BDL-RECOVERED
               IF WS-BDL-AMOUNT < 0
                   MOVE +0 TO WS-BDL-AMOUNT
               END-IF
               IF CUST-ACCT-BALANCE NUMERIC
                   COMPUTE WS-BDL-NEW-BAL =
                       CUST-ACCT-BALANCE + WS-BDL-AMOUNT
               ELSE
                   MOVE WS-BDL-AMOUNT TO WS-BDL-NEW-BAL
               END-IF
               IF WS-BDL-NEW-BAL < 0
                   MOVE 'REINSTATED BALANCE NEGATIVE:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   MOVE WRITEOFF-REASON TO WS-BDL-HOLD-REASON
                   PERFORM 236-REINSTATE-BALANCE
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE WS-BDL-WO-NO TO WS-BDL-READ-NO
               PERFORM 237-READ-BAD-DEBT
               MOVE 'X'              TO BDL-STATUS
               MOVE WS-BUS-DATE-FULL TO BDL-REVERSED-DATE
               PERFORM 238-SAVE-BAD-DEBT
               COMPUTE WS-BDL-AMOUNT = 0 - WS-BDL-AMOUNT
               IF WS-BDL-RERUN = 'Y'
                   MOVE WS-BDL-REV-NO TO WS-BDL-READ-NO
                   PERFORM 237-READ-BAD-DEBT
                   MOVE WS-BDL-AMOUNT      TO BDL-AMOUNT
                   MOVE WS-BUS-DATE-FULL   TO BDL-ENTRY-DATE
                   MOVE WS-BDL-HOLD-REASON TO BDL-REASON
                   MOVE TRAN-SUBMITTER     TO BDL-SUBMITTER
                   MOVE CURRENT-DATE       TO BDL-RUN-DATE
                   MOVE WS-START-TIME      TO BDL-RUN-TIME
                   PERFORM 238-SAVE-BAD-DEBT
               ELSE
                   MOVE 'V' TO WS-BDL-NEW-TYPE
                   PERFORM 239-ADD-BAD-DEBT-ENTRY
               END-IF
               ADD +1 TO NUM-WRTREV-PROCESSED
           END-IF.

       236-REINSTATE-BALANCE.
      *
      *        The reinstated balance goes to SAM2 as a BALANCE
      *        REPLACE of WS-BDL-NEW-BAL (SAM2 refuses a BALANCE ADD
      *        on a written-off master, and a reinstatement is not
      *        new debt to hold to the credit limit).  A write-off
      *        recovered in full reinstates nothing and skips SAM2.
      *        Journaled as an UPDATE with the WRTREV card as the
      *        image, posting to the GL as WRTREV.
      *
           MOVE SPACES   TO WS-JRN-BEFORE.
           MOVE CUST-REC TO WS-JRN-BEFORE.
           IF WS-BDL-AMOUNT > 0
               MOVE TRANSACTION-RECORD TO WS-BDL-HOLD-TRAN
               MOVE TRAN-SUBMITTER     TO WS-BDL-HOLD-SUBMITTER
               MOVE SPACES             TO TRAN-PARMS
               MOVE 'UPDATE'           TO TRAN-CODE
               MOVE WS-BDL-CUST-KEY    TO TRAN-KEY
               MOVE WS-BDL-HOLD-SUBMITTER TO TRAN-SUBMITTER
               MOVE 'REPLACE '         TO TRAN-ACTION
               MOVE 'BALANCE   '       TO TRAN-FIELD-NAME
               MOVE WS-BDL-NEW-BAL     TO TRAN-UPDATE-NUM
               CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                      WS-TRAN-OK, WS-TRAN-MSG
               MOVE WS-BDL-HOLD-TRAN TO TRANSACTION-RECORD
           END-IF.
           IF WS-TRAN-OK NOT = 'Y'
               MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
               MOVE SPACES      TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE SPACE     TO CUST-WRITEOFF-FLAG
               MOVE 'UPDATE'  TO WS-JRN-ACTION
               MOVE TRAN-KEY  TO WS-JRN-KEY
               MOVE SPACES    TO WS-JRN-AFTER
               MOVE CUST-REC  TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'U' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
           END-IF.

       237-READ-BAD-DEBT.
           MOVE WS-BDL-CUST-KEY TO BDL-CUST-KEY.
           MOVE WS-BDL-READ-NO  TO BDL-ENTRY-NO.
           READ BAD-DEBT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BDL-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BDL-FOUND
           END-READ.

       238-SAVE-BAD-DEBT.
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               IF WS-BDL-FOUND = 'Y'
                   REWRITE BDL-REC
                       INVALID KEY
                           DISPLAY 'BAD-DEBT REWRITE FAILED. RC:'
                                   WS-BDL-STATUS '/' WS-BDL-STATUS-2
                                   ' KEY:' BDL-KEY
                   END-REWRITE
               ELSE
                   WRITE BDL-REC
                       INVALID KEY
                           DISPLAY 'BAD-DEBT WRITE FAILED. RC:'
                                   WS-BDL-STATUS '/' WS-BDL-STATUS-2
                                   ' KEY:' BDL-KEY
                   END-WRITE
               END-IF
           END-IF.

       239-ADD-BAD-DEBT-ENTRY.
      *
      *        A new ledger entry of type WS-BDL-NEW-TYPE for
      *        WS-BDL-AMOUNT, numbered after the customer's last
      *        (WS-BDL-LAST-NO, from 735).  Recovery and reversal
      *        entries point at write-off WS-BDL-WO-NO.
      *
           ADD 1 TO WS-BDL-LAST-NO.
           MOVE SPACES             TO BDL-REC.
           MOVE WS-BDL-CUST-KEY    TO BDL-CUST-KEY.
           MOVE WS-BDL-LAST-NO     TO BDL-ENTRY-NO.
           MOVE WS-BDL-NEW-TYPE    TO BDL-ENTRY-TYPE.
           MOVE SPACE              TO BDL-STATUS.
           MOVE WS-BUS-DATE-FULL   TO BDL-ENTRY-DATE.
           MOVE WS-BDL-AMOUNT      TO BDL-AMOUNT.
           MOVE CUST-CURRENCY      TO BDL-CURRENCY.
           MOVE CUST-NAME          TO BDL-CUST-NAME.
           MOVE WS-BDL-HOLD-REASON TO BDL-REASON.
           MOVE TRAN-SUBMITTER     TO BDL-SUBMITTER.
           MOVE CURRENT-DATE       TO BDL-RUN-DATE.
           MOVE WS-START-TIME      TO BDL-RUN-TIME.
           MOVE +0                 TO BDL-RECOVERED.
           MOVE 0                  TO BDL-RECOVERY-CNT
                                      BDL-LAST-RECOVERY-DATE
                                      BDL-REVERSED-DATE.
           IF WS-BDL-NEW-TYPE = 'W'
               MOVE 0              TO BDL-WO-ENTRY-NO
           ELSE
               MOVE WS-BDL-WO-NO   TO BDL-WO-ENTRY-NO
           END-IF.
           MOVE 'N' TO WS-BDL-FOUND.
           PERFORM 238-SAVE-BAD-DEBT.

       240-PROCESS-INQUIRE-TRAN.
           ADD +1 TO NUM-INQUIRE-REQUESTS.
           MOVE TRAN-KEY TO CSTIDX-KEY.
           READ CUSTOMER-FILE-INDEXED
               INVALID KEY
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               NOT INVALID KEY
                   MOVE CSTIDX-ID         TO RPT-CUST-KEY
                   MOVE CSTIDX-NAME       TO RPT-CUST-NAME
                   MOVE CSTIDX-ACCT-BALANCE TO RPT-CUST-BALANCE
                   MOVE CSTIDX-ORDERS-YTD TO RPT-CUST-ORDERS
                   WRITE REPORT-RECORD FROM RPT-CUST-LINE
                   ADD +1 TO NUM-INQUIRE-PROCESSED
           END-READ .

       241-PROCESS-TRNSFR-TRAN.
      *
      *        TRNSFR moves an amount of balance from one customer to
      *        another, both sides or neither.  TRAN-KEY carries the
      *        lower of the two keys, as for MERGE, so the pass has
      *        reached neither master yet: the higher-key master is
      *        fetched from the indexed copy (same generation as
      *        CUSTFILE(0), untouched tonight) and its side is tried
      *        through SAM2 on a work copy first -- credit and group
      *        limits included when it is the receiving side.  Only
      *        then is the lower-key side applied through SAM2 for
      *        real, and the higher-key side is held until 730 reads
      *        that master.  Both masters are noted with the other
      *        key and both changes are journaled as UPDATEs carrying
      *        the one TRNSFR card, which is what lets SAM8 and the
      *        dossier treat the pair as a single movement.  One
      *        pair transaction (MERGE or TRNSFR) is in flight at a
      *        time.
      *
           ADD +1 TO NUM-TRNSFR-REQUESTS.
           MOVE 'N' TO WS-XFR-CHECKED.
           IF TRANSFER-FROM-KEY = SPACES OR TRANSFER-TO-KEY = SPACES
              OR TRANSFER-FROM-KEY = TRANSFER-TO-KEY
              OR (TRAN-KEY NOT = TRANSFER-FROM-KEY
                  AND TRAN-KEY NOT = TRANSFER-TO-KEY)
              OR TRAN-KEY > TRANSFER-FROM-KEY
              OR TRAN-KEY > TRANSFER-TO-KEY
              OR TRANSFER-FROM-KEY(9:1) NOT = 'A'
              OR TRANSFER-TO-KEY(9:1) NOT = 'A'
              OR TRANSFER-AMOUNT NOT NUMERIC
               MOVE 'INVALID TRANSFER PARMS:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
             IF TRANSFER-AMOUNT = 0
               MOVE 'INVALID TRANSFER PARMS:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
             ELSE
               IF WS-XFR-PEND = 'Y'
                  OR WS-MERGE-PEND = 'Y' OR WS-MERGE-DUP-PEND = 'Y'
                 MOVE 'TRANSFER OR MERGE PENDING:' TO ERR-MSG-DATA1
                 MOVE TRAN-KEY  TO ERR-MSG-DATA2
                 PERFORM 299-REPORT-BAD-TRAN
               ELSE
                 PERFORM 242-CHECK-TRNSFR-PARTITION
               END-IF
             END-IF
           END-IF .
           IF WS-XFR-CHECKED = 'Y'
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   MOVE WS-XFR-PEER-KEY TO CSTIDX-KEY
                   READ CUSTOMER-FILE-INDEXED
                       INVALID KEY
                           MOVE 'NO MATCHING KEY:     '
                                       TO ERR-MSG-DATA1
                           MOVE CSTIDX-KEY  TO ERR-MSG-DATA2
                           PERFORM 299-REPORT-BAD-TRAN
                       NOT INVALID KEY
                           PERFORM 246-START-TRNSFR
                   END-READ
               END-IF
           END-IF .

       242-CHECK-TRNSFR-PARTITION.
      *        The far side is posted when this pass reads that
      *        master, so a partitioned run can only take a transfer
      *        whose two keys both fall in its own slice.
           IF TRAN-KEY = TRANSFER-FROM-KEY
               MOVE TRANSFER-TO-KEY   TO WS-XFR-PEER-KEY
               MOVE 'T'               TO WS-XFR-PEER-SIDE
           ELSE
               MOVE TRANSFER-FROM-KEY TO WS-XFR-PEER-KEY
               MOVE 'F'               TO WS-XFR-PEER-SIDE
           END-IF.
           IF WS-PART-RANGE = 'Y'
              AND (WS-XFR-PEER-KEY(1:8) < WS-PART-KEY-LOW
                   OR WS-XFR-PEER-KEY(1:8) > WS-PART-KEY-HIGH)
               MOVE 'TRANSFER CROSSES PARTITION:' TO ERR-MSG-DATA1
               MOVE WS-XFR-PEER-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE 'Y' TO WS-XFR-CHECKED
           END-IF.

       246-START-TRNSFR.
      *        The current record is the lower key; CSTIDX-REC holds
      *        the higher.  Neither may be written off (its balance
      *        is closed), and the amount moves between balances
      *        held in the same currency.
           IF CUST-WRITEOFF-FLAG = 'W'
               MOVE 'ACCOUNT IS WRITTEN OFF:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
           IF CSTIDX-WRITEOFF-FLAG = 'W'
               MOVE 'ACCOUNT IS WRITTEN OFF:' TO ERR-MSG-DATA1
               MOVE CSTIDX-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
           IF CSTIDX-CURRENCY NOT = CUST-CURRENCY
               MOVE 'CURRENCIES DIFFER:   ' TO ERR-MSG-DATA1
               MOVE CSTIDX-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF
           END-IF
           END-IF.
      *        an amount past APPROVEBAL holds the whole transfer
      *        for a second person, as an UPDATE of it would be
           MOVE 'N' TO WS-APR-FOUND.
           IF WS-TRAN-OK = 'Y'
               MOVE 'SUBTRACT'      TO WS-APR-TRIPLE-ACTION
               MOVE TRANSFER-AMOUNT TO WS-APR-VALUE
               PERFORM 211-CHECK-BALANCE-DUAL
               IF WS-APR-HOLD = 'Y'
                   PERFORM 204-HOLD-FOR-APPROVAL
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE TRANSACTION-RECORD TO WS-XFR-HOLD-TRAN
               MOVE TRANSFER-AMOUNT    TO WS-XFR-AMOUNT
               MOVE TRANSFER-CURRENCY  TO WS-XFR-CURRENCY
               MOVE TRAN-SUBMITTER     TO WS-XFR-SUBMITTER
      *        far side first, on the work copy
               MOVE CSTIDX-REC         TO XFRP-REC
               MOVE WS-XFR-PEER-SIDE   TO WS-XFR-SIDE
               MOVE WS-XFR-PEER-KEY    TO WS-XFR-SIDE-KEY
               PERFORM 243-BUILD-TRNSFR-CARD
               CALL SAM2 USING XFRP-REC, TRANSACTION-RECORD,
                                      WS-TRAN-OK, WS-TRAN-MSG
               MOVE WS-XFR-HOLD-TRAN TO TRANSACTION-RECORD
               IF WS-TRAN-OK NOT = 'Y'
                   MOVE WS-TRAN-MSG     TO ERR-MSG-DATA1
                   MOVE WS-XFR-PEER-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
      *        then this side, for real
               IF WS-XFR-PEER-SIDE = 'T'
                   MOVE 'F' TO WS-XFR-SIDE
               ELSE
                   MOVE 'T' TO WS-XFR-SIDE
               END-IF
               MOVE TRAN-KEY           TO WS-XFR-SIDE-KEY
               MOVE CUST-LAST-PAY-DATE TO WS-XFR-HOLD-PAY-DATE
               MOVE SPACES   TO WS-JRN-BEFORE
               MOVE CUST-REC TO WS-JRN-BEFORE
               PERFORM 243-BUILD-TRNSFR-CARD
               CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                      WS-TRAN-OK, WS-TRAN-MSG
               MOVE WS-XFR-HOLD-TRAN TO TRANSACTION-RECORD
               IF WS-TRAN-OK NOT = 'Y'
                   MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
                   MOVE TRAN-KEY    TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
                   PERFORM 249-RESTORE-TRNSFR-PEER
               ELSE
                   MOVE WS-XFR-PEER-KEY TO WS-XFR-OTHER-KEY
                   PERFORM 244-POST-TRNSFR-SIDE
                   MOVE 'Y' TO WS-XFR-PEND
                   ADD +1 TO NUM-TRNSFR-PROCESSED
               END-IF
           END-IF.
           IF WS-APR-FOUND = 'A'
               PERFORM 219-MARK-APPROVAL-POSTED
           END-IF.

       249-RESTORE-TRNSFR-PEER.
      *        The far side's trial went through SAM2, which handed
      *        its moved balance to SAM32.  With this side refused
      *        the transfer is off, so the far master's figures as
      *        they stand on file (CSTIDX-REC, untouched by the
      *        trial) go back to SAM32 -- otherwise later group
      *        checks in the run would count a balance never posted.
           MOVE 'U'        TO HRS-FUNCTION.
           MOVE CSTIDX-ID  TO HRS-ID.
           MOVE SPACES     TO HRS-PARENT-ID.
           IF CSTIDX-PARENT-ID > SPACES
               MOVE CSTIDX-PARENT-ID TO HRS-PARENT-ID
           END-IF.
           MOVE +0 TO HRS-BALANCE.
           IF CSTIDX-ACCT-BALANCE NUMERIC
               MOVE CSTIDX-ACCT-BALANCE TO HRS-BALANCE
           END-IF.
           MOVE 0 TO HRS-GROUP-LIMIT.
           IF CSTIDX-GROUP-CREDIT-LIMIT NUMERIC
               MOVE CSTIDX-GROUP-CREDIT-LIMIT TO HRS-GROUP-LIMIT
           END-IF.
           MOVE SPACES TO HRS-CURRENCY.
           IF CSTIDX-CURRENCY > SPACES
               MOVE CSTIDX-CURRENCY TO HRS-CURRENCY
           END-IF.
           CALL SAM32 USING HIERARCHY-PARMS.

       243-BUILD-TRNSFR-CARD.
      *        One side of the transfer as the BALANCE UPDATE SAM2
      *        applies: the paying side ('F') a SUBTRACT, the
      *        receiving side ('T') an ADD, which SAM2 holds to the
      *        credit and group limits.
           MOVE SPACES             TO TRAN-PARMS.
           MOVE 'UPDATE'           TO TRAN-CODE.
           MOVE WS-XFR-SIDE-KEY    TO TRAN-KEY.
           MOVE WS-XFR-SUBMITTER   TO TRAN-SUBMITTER.
           IF WS-XFR-SIDE = 'F'
               MOVE 'SUBTRACT'     TO TRAN-ACTION
           ELSE
               MOVE 'ADD     '     TO TRAN-ACTION
           END-IF.
           MOVE 'BALANCE   '       TO TRAN-FIELD-NAME.
           MOVE WS-XFR-AMOUNT      TO TRAN-UPDATE-NUM.
           MOVE WS-XFR-CURRENCY    TO TRAN-UPDATE-CCY.

       244-POST-TRNSFR-SIDE.
      *        Everything after the balance itself, for either side:
      *        LAST-PAY-DATE goes back (a transfer is not a payment),
      *        the master is noted with the other key, and the
      *        change is journaled under the TRNSFR card (which must
      *        be in TRANSACTION-RECORD) and sent to the delta.
           MOVE WS-XFR-HOLD-PAY-DATE TO CUST-LAST-PAY-DATE.
           MOVE WS-XFR-AMOUNT TO WS-XFR-AMOUNT-ED.
           PERFORM VARYING WS-XFR-AMT-POS FROM 1 BY 1
               UNTIL WS-XFR-AMT-POS > 9
                  OR WS-XFR-AMOUNT-ED(WS-XFR-AMT-POS:1) NOT = SPACE
           END-PERFORM.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF WS-XFR-SIDE = 'F'
               STRING 'TRANSFERRED ' DELIMITED BY SIZE
                      WS-XFR-AMOUNT-ED(WS-XFR-AMT-POS:)
                                     DELIMITED BY SIZE
                      ' TO '         DELIMITED BY SIZE
                      WS-XFR-OTHER-KEY(1:8) DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               END-STRING
           ELSE
               STRING 'TRANSFER OF ' DELIMITED BY SIZE
                      WS-XFR-AMOUNT-ED(WS-XFR-AMT-POS:)
                                     DELIMITED BY SIZE
                      ' FROM '       DELIMITED BY SIZE
                      WS-XFR-OTHER-KEY(1:8) DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               END-STRING
           END-IF.
           MOVE WS-XFR-SUBMITTER TO WS-NOTE-SUBMITTER.
           MOVE CUST-REC TO WS-CUST-REC.
           PERFORM 288-APPEND-NOTE-TO-WS-CUST.
           MOVE WS-CUST-REC TO CUST-REC.
           MOVE 'UPDATE'        TO WS-JRN-ACTION.
           MOVE WS-XFR-SIDE-KEY TO WS-JRN-KEY.
           MOVE SPACES          TO WS-JRN-AFTER.
           MOVE CUST-REC        TO WS-JRN-AFTER.
           PERFORM 297-WRITE-JOURNAL-REC.
           MOVE 'U' TO WS-DLT-ACTION.
           MOVE SPACES TO WS-DLT-IMAGE.
           MOVE CUST-REC TO WS-DLT-IMAGE.
           PERFORM 882-WRITE-DELTA-REC.

       245-APPLY-TRNSFR-PEER.
      *
      *        730 has just read the far master of the transfer held
      *        in WS-XFR-HOLD-TRAN.  Its side goes on through SAM2
      *        as tried when the card was processed; nothing tonight
      *        can have touched this master since, so SAM2 takes it.
      *        Should it not, the amount is posted directly all the
      *        same -- the near side is already applied, and a
      *        transfer half made is worse than a limit overstepped
      *        -- and the run reports it.  Whatever card was being
      *        processed when this master came up is put back after.
      *
           MOVE TRANSACTION-RECORD TO WS-XFR-SAVE-TRAN.
           MOVE WS-TRAN-OK         TO WS-XFR-SAVE-OK.
           MOVE WS-TRAN-MSG        TO WS-XFR-SAVE-MSG.
           MOVE WS-XFR-PEER-SIDE   TO WS-XFR-SIDE.
           MOVE WS-XFR-PEER-KEY    TO WS-XFR-SIDE-KEY.
           MOVE WS-XFR-HOLD-TRAN   TO TRANSACTION-RECORD.
           MOVE TRAN-KEY           TO WS-XFR-OTHER-KEY.
           MOVE CUST-LAST-PAY-DATE TO WS-XFR-HOLD-PAY-DATE.
           MOVE SPACES   TO WS-JRN-BEFORE.
           MOVE CUST-REC TO WS-JRN-BEFORE.
           PERFORM 243-BUILD-TRNSFR-CARD.
           CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                  WS-TRAN-OK, WS-TRAN-MSG.
           IF WS-TRAN-OK NOT = 'Y'
               IF CUST-ACCT-BALANCE NOT NUMERIC
                   MOVE +0 TO CUST-ACCT-BALANCE
               END-IF
               IF WS-XFR-SIDE = 'F'
                   SUBTRACT WS-XFR-AMOUNT FROM CUST-ACCT-BALANCE
               ELSE
                   ADD WS-XFR-AMOUNT TO CUST-ACCT-BALANCE
               END-IF
               ADD +1 TO NUM-TRNSFR-FORCED
               DISPLAY 'SAM1 TRANSFER FORCED ON ' WS-XFR-PEER-KEY
                       ': ' WS-TRAN-MSG
           END-IF.
           MOVE WS-XFR-HOLD-TRAN TO TRANSACTION-RECORD.
           PERFORM 244-POST-TRNSFR-SIDE.
           MOVE 'N' TO WS-XFR-PEND.
           MOVE WS-XFR-SAVE-TRAN TO TRANSACTION-RECORD.
           MOVE WS-XFR-SAVE-OK   TO WS-TRAN-OK.
           MOVE WS-XFR-SAVE-MSG  TO WS-TRAN-MSG.

       247-PROCESS-RETMAL-TRAN.
      *
      *        RETMAL records that mail sent to the customer came
      *        back undeliverable.  The date (the card's, or the
      *        business date when it gives none, put into the card
      *        the way ORDER defaults its date) goes onto the
      *        master's RETMAIL-DATE through SAM2 as an UPDATE
      *        RETMAIL REPLACE, so it is audited like any field
      *        change.  It is journaled as an UPDATE carrying the
      *        RETMAL card, which SAM8 reverses as a RETMAIL field
      *        change; the balance is untouched, so there is no GL
      *        movement.  Mail returned again moves the date on.
      *        SAM2 takes the mark off when the address is next
      *        changed.
      *
           ADD +1 TO NUM-RETMAL-REQUESTS.
           IF RETMAIL-DATE-X = SPACES
               MOVE CURRENT-DATE TO RETMAIL-DATE
           END-IF.
           IF RETMAIL-DATE NOT NUMERIC
              OR RETMAIL-DATE-X(3:2) < '01'
              OR RETMAIL-DATE-X(3:2) > '12'
              OR RETMAIL-DATE-X(5:2) < '01'
              OR RETMAIL-DATE-X(5:2) > '31'
               MOVE 'INVALID RETMAL PARMS:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-REC-TYPE NOT = 'A'
                       MOVE 'FIELD NOT VALID FOR CONTACT'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY  TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 248-MARK-MAIL-RETURNED
           END-IF.

       248-MARK-MAIL-RETURNED.
           MOVE TRANSACTION-RECORD TO WS-RTM-HOLD-TRAN.
           MOVE TRAN-KEY           TO WS-RTM-KEY.
           MOVE TRAN-SUBMITTER     TO WS-RTM-SUBMITTER.
           MOVE RETMAIL-DATE-X     TO WS-RTM-DATE.
           MOVE SPACES             TO TRAN-PARMS.
           MOVE 'UPDATE'           TO TRAN-CODE.
           MOVE WS-RTM-KEY         TO TRAN-KEY.
           MOVE WS-RTM-SUBMITTER   TO TRAN-SUBMITTER.
           MOVE 'REPLACE '         TO TRAN-ACTION.
           MOVE 'RETMAIL   '       TO TRAN-FIELD-NAME.
           MOVE WS-RTM-DATE        TO TRAN-UPDATE-DATA(1:6).
           MOVE SPACES   TO WS-JRN-BEFORE.
           MOVE CUST-REC TO WS-JRN-BEFORE.
           CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                  WS-TRAN-OK, WS-TRAN-MSG.
           MOVE WS-RTM-HOLD-TRAN TO TRANSACTION-RECORD.
           IF WS-TRAN-OK NOT = 'Y'
               MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
               MOVE SPACES      TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE 'UPDATE'  TO WS-JRN-ACTION
               MOVE TRAN-KEY  TO WS-JRN-KEY
               MOVE SPACES    TO WS-JRN-AFTER
               MOVE CUST-REC  TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'U' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
               ADD +1 TO NUM-RETMAL-PROCESSED
           END-IF.

       250-PROCESS-YREND-TRAN.
      *
      *        Archive the customer's 12 months of this year's figures
      *        and reset the table for the new year.
      *
           ADD +1 TO NUM-YREND-REQUESTS.
           PERFORM 720-POSITION-CUST-FILE.
           IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
               MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 270-ARCHIVE-CUSTOMER-REC
               PERFORM 278-WRITE-YEAR-HISTORY
               PERFORM TEST AFTER VARYING I FROM 1 BY 1
                 UNTIL I > 12
                   MOVE 0 TO CUST-MONTH(I)
               END-PERFORM
               MOVE 0 TO CUST-MONTH-AVG
               COMPUTE CUST-MONTH-YEAR = 2000 + CURRENT-YEAR
               ADD +1 TO NUM-YREND-PROCESSED
               MOVE 'U' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
           END-IF .

       278-WRITE-YEAR-HISTORY.
      *
      *        The closed year's figures go to the keyed history
      *        dataset before the month table is zeroed.  A rerun of
      *        the same YREND replaces the year's record rather than
      *        failing on the duplicate key.
      *
           IF WS-HIST-ACTIVE NOT = 'Y' OR WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               MOVE CUST-KEY        TO HIST-CUST-KEY
               IF CUST-MONTH-YEAR NUMERIC
                   MOVE CUST-MONTH-YEAR TO HIST-YEAR
               ELSE
                   MOVE 0 TO HIST-YEAR
               END-IF
               PERFORM TEST AFTER VARYING I FROM 1 BY 1
                 UNTIL I > 12
                   IF CUST-MONTH(I) NUMERIC
                       MOVE CUST-MONTH(I) TO HIST-MONTH(I)
                   ELSE
                       MOVE +0 TO HIST-MONTH(I)
                   END-IF
               END-PERFORM
               IF CUST-MONTH-AVG NUMERIC
                   MOVE CUST-MONTH-AVG TO HIST-MONTH-AVG
               ELSE
                   MOVE +0 TO HIST-MONTH-AVG
               END-IF
               WRITE HIST-REC
                   INVALID KEY
                       REWRITE HIST-REC
               END-WRITE
           END-IF .

       260-PROCESS-RPTALL-TRAN.
      *
      *        Full customer directory dump -- scans the indexed
      *        customer file (kept in step with CUSTOMER-FILE-OUT)
      *        independently of the main sequential merge cursor.
      *
           ADD +1 TO NUM-RPTALL-REQUESTS.
           WRITE REPORT-RECORD FROM RPT-CUST-LINE-HDR AFTER 2.
           MOVE 'N' TO WS-CUSTIDX-EOF.
           MOVE LOW-VALUES TO CSTIDX-KEY.
           START CUSTOMER-FILE-INDEXED KEY IS NOT LESS THAN CSTIDX-KEY
               INVALID KEY MOVE 'Y' TO WS-CUSTIDX-EOF
           END-START.
           PERFORM UNTIL WS-CUSTIDX-EOF = 'Y'
               READ CUSTOMER-FILE-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTIDX-EOF
                   NOT AT END
                       IF CSTIDX-KEY = ALL '9'
                           CONTINUE
                       ELSE
                       MOVE CSTIDX-ID           TO RPT-CUST-KEY
                       MOVE CSTIDX-NAME         TO RPT-CUST-NAME
                       MOVE CSTIDX-ACCT-BALANCE TO RPT-CUST-BALANCE
                       MOVE CSTIDX-ORDERS-YTD   TO RPT-CUST-ORDERS
                       WRITE REPORT-RECORD FROM RPT-CUST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           ADD +1 TO NUM-RPTALL-PROCESSED.

       220-PROCESS-DELETE-TRAN.
           ADD +1 TO NUM-DELETE-REQUESTS.
           PERFORM 720-POSITION-CUST-FILE.
           IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
               MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 225-CHECK-GROUP-HEAD
           END-IF .
           IF CUST-KEY = TRAN-KEY AND WS-CUST-FILE-EOF NOT = 'Y'
              AND HRS-MEMBER-COUNT = 0
               ADD +1 TO NUM-DELETE-PROCESSED
               IF CUST-REC-TYPE = 'A'
                   PERFORM 226-REMOVE-FROM-GROUP
               END-IF
               PERFORM 270-ARCHIVE-CUSTOMER-REC
               IF WS-CASCADE-DELETE = 'Y'
                   MOVE TRAN-KEY(1:8) TO WS-CASCADE-ID
               END-IF
               MOVE 'DELETE'  TO WS-JRN-ACTION
               MOVE TRAN-KEY  TO WS-JRN-KEY
               MOVE SPACES    TO WS-JRN-BEFORE
               MOVE CUST-REC  TO WS-JRN-BEFORE
               MOVE SPACES    TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'D' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
               PERFORM 730-READ-CUSTOMER-FILE
           END-IF .

       225-CHECK-GROUP-HEAD.
      *
      *        An account other accounts still name as their parent
      *        cannot be deleted or merged away -- its members would
      *        be left pointing at nothing.  They are re-parented (or
      *        unlinked) first.  HRS-MEMBER-COUNT > 0 on return means
      *        the transaction was rejected here.
      *
           MOVE 0 TO HRS-MEMBER-COUNT.
           IF TRAN-KEY(9:1) = 'A'
               MOVE 'K'           TO HRS-FUNCTION
               MOVE TRAN-KEY(1:8) TO HRS-ID
               CALL SAM32 USING HIERARCHY-PARMS
               IF HRS-RETURN NOT = '00'
                   MOVE 0 TO HRS-MEMBER-COUNT
               END-IF
               IF HRS-MEMBER-COUNT > 0
                   MOVE 'ACCOUNT HEADS A GROUP: ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF .

       226-REMOVE-FROM-GROUP.
      *        The account is gone from tonight's master; later
      *        group checks in the run stop counting its balance.
           MOVE 'R'           TO HRS-FUNCTION.
           MOVE TRAN-KEY(1:8) TO HRS-ID.
           CALL SAM32 USING HIERARCHY-PARMS.

       270-ARCHIVE-CUSTOMER-REC.
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               MOVE CUST-KEY TO ARCK-CUST-KEY
               MOVE CUST-REC TO ARCK-IMAGE
               IF CUST-REC-TYPE = 'A'
                   COMPUTE WS-ARCK-LEN = LENGTH OF ARCK-KEY
                                       + LENGTH OF CUST-REC
               ELSE
                   COMPUTE WS-ARCK-LEN = LENGTH OF ARCK-KEY
                                       + LENGTH OF CUST-CONTACT-REC
               END-IF
               PERFORM 272-WRITE-ARCHIVE-REC
           END-IF .

       272-WRITE-ARCHIVE-REC.
      *
      *        Stamps the image built in ARCK-REC with tonight's
      *        business date, the run's start time and the next
      *        sequence number, and files it: straight into the
      *        keyed archive, or to the partition's work file for
      *        the driver job to load.
      *
           ADD +1 TO WS-ARCK-SEQ.
           MOVE WS-BUS-DATE-FULL TO ARCK-ARCH-DATE.
           MOVE WS-START-TIME    TO ARCK-ARCH-TIME.
           MOVE WS-ARCK-SEQ      TO ARCK-ARCH-SEQ.
           IF WS-PART-RANGE = 'Y'
               WRITE ARCW-REC FROM ARCK-REC
               IF WS-ARCHWORK-STATUS NOT = '00'
                   DISPLAY 'ARCHIVE WORK WRITE FAILED. RC:'
                           WS-ARCHWORK-STATUS '/'
                           WS-ARCHWORK-STATUS-2 ' KEY:' ARCK-KEY
               END-IF
           ELSE
               WRITE ARCK-REC
                   INVALID KEY
                       DISPLAY 'ARCHIVE WRITE FAILED. RC:'
                               WS-ARCHIVE-STATUS '/'
                               WS-ARCHIVE-STATUS-2 ' KEY:' ARCK-KEY
               END-WRITE
           END-IF .

       275-PROCESS-RESTORE-TRAN.
      *
      *        Reinstates a soft-deleted customer from the archive:
      *        the most recent archived copy of the key (the last
      *        of its images in archive-stamp order) is inserted
      *        into the CUSTOUT merge stream at its key position,
      *        with the reinstatement noted in the audit trail.
      *        Rejects when the key is active again or was never
      *        archived.  Archived contact records are not brought
      *        back -- only the customer record itself.
      *
           ADD +1 TO NUM-RESTORE-REQUESTS.
           PERFORM 720-POSITION-CUST-FILE.
           IF CUST-KEY = TRAN-KEY AND WS-CUST-FILE-EOF NOT = 'Y'
               MOVE 'KEY IS STILL ACTIVE: ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 276-SCAN-ARCHIVE-FOR-KEY
               IF WS-RESTORE-FOUND NOT = 'Y'
                   MOVE 'NOT IN ARCHIVE:      ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   MOVE WS-RESTORE-HOLD TO WS-CUST-REC
                   MOVE SPACES TO WS-NOTE-TEXT
                   MOVE 'RESTORED FROM ARCHIVE' TO WS-NOTE-TEXT
                   MOVE TRAN-SUBMITTER TO WS-NOTE-SUBMITTER
                   PERFORM 288-APPEND-NOTE-TO-WS-CUST
                   PERFORM 740-WRITE-CUSTOUT-FILE
                   ADD +1 TO NUM-RESTORE-PROCESSED
                   MOVE 'RESTOR'    TO WS-JRN-ACTION
                   MOVE TRAN-KEY    TO WS-JRN-KEY
                   MOVE SPACES      TO WS-JRN-BEFORE
                   MOVE SPACES      TO WS-JRN-AFTER
                   MOVE WS-CUST-REC TO WS-JRN-AFTER
                   PERFORM 297-WRITE-JOURNAL-REC
                   MOVE 'A' TO WS-DLT-ACTION
                   MOVE SPACES TO WS-DLT-IMAGE
                   MOVE WS-CUST-REC TO WS-DLT-IMAGE
                   PERFORM 882-WRITE-DELTA-REC
               END-IF
           END-IF .

       276-SCAN-ARCHIVE-FOR-KEY.
      *
      *        Keyed browse of the key's own images only: position
      *        at the first of them and read forward until the key
      *        changes, keeping the last one that an earlier run
      *        archived.
      *
           MOVE 'N' TO WS-RESTORE-FOUND.
           MOVE 'N' TO WS-ARCHIN-EOF.
           MOVE TRAN-KEY   TO ARCK-CUST-KEY.
           MOVE LOW-VALUES TO ARCK-ARCH-STAMP.
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARCK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIN-EOF
           END-START.
           PERFORM 277-READ-ARCHIVE-REC
                   UNTIL WS-ARCHIN-EOF = 'Y'.

       277-READ-ARCHIVE-REC.
           READ ARCHIVE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-ARCHIN-EOF
           END-READ.
           EVALUATE WS-ARCHIVE-STATUS
              WHEN '00'
              WHEN '04'
                  IF ARCK-CUST-KEY NOT = TRAN-KEY
                      MOVE 'Y' TO WS-ARCHIN-EOF
                  ELSE
                      IF ARCK-ARCH-DATE = WS-BUS-DATE-FULL
                         AND ARCK-ARCH-TIME = WS-START-TIME
                          CONTINUE
                      ELSE
                          MOVE 'Y' TO WS-RESTORE-FOUND
                          MOVE ARCK-IMAGE TO WS-RESTORE-HOLD
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-ARCHIN-EOF
              WHEN OTHER
                  DISPLAY 'ARCHIVE READ ERROR. RC:'
                          WS-ARCHIVE-STATUS '/' WS-ARCHIVE-STATUS-2
                  MOVE 'Y' TO WS-ARCHIN-EOF
           END-EVALUATE.

       280-PROCESS-GEN-TRAN.
      *
      *        Generate GEN-COUNT synthetic customer records straight
      *        into CUSTOMER-FILE-OUT, starting at the numeric id in
      *        GEN-KEY, for test-data setup.
      *
           ADD +1 TO NUM-GEN-REQUESTS.
           IF GEN-COUNT = 0 OR GEN-KEY(1:8) NOT NUMERIC
               MOVE 'INVALID GEN PARMS:   ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 720-POSITION-CUST-FILE
               MOVE GEN-KEY(1:8) TO WS-GEN-START-NUM
               PERFORM TEST AFTER VARYING I FROM 1 BY 1
                 UNTIL I > GEN-COUNT
                   COMPUTE WS-GEN-CUR-ID = WS-GEN-START-NUM + I - 1
                   MOVE SPACES TO WS-CUST-REC
                   MOVE WS-GEN-CUR-ID TO WS-CUST-ID
                   MOVE 'A' TO WS-CUST-REC-TYPE
                   MOVE 'TEST CUSTOMER' TO WS-CUST-NAME
                   MOVE 'GENERATED ADDR' TO WS-CUST-ADDR
                   MOVE 'TESTVILLE' TO WS-CUST-CITY
                   MOVE 'ZZ' TO WS-CUST-STATE
                   MOVE 'TESTLAND' TO WS-CUST-COUNTRY
                   MOVE +0 TO WS-CUST-ACCT-BALANCE
                   MOVE +0 TO WS-CUST-ORDERS-YTD
                   COMPUTE WS-CUST-MONTH-YEAR = 2000 + CURRENT-YEAR
                   PERFORM TEST AFTER VARYING J FROM 1 BY 1
                     UNTIL J > 12
                       MOVE +0 TO WS-CUST-MONTH(J)
                   END-PERFORM
                   MOVE +0 TO WS-CUST-MONTH-AVG
                   PERFORM 740-WRITE-CUSTOUT-FILE
                   ADD +1 TO NUM-GEN-RECS-CREATED
                   MOVE 'A' TO WS-DLT-ACTION
                   MOVE SPACES TO WS-DLT-IMAGE
                   MOVE WS-CUST-REC TO WS-DLT-IMAGE
                   PERFORM 882-WRITE-DELTA-REC
               END-PERFORM
               ADD +1 TO NUM-GEN-PROCESSED
      *        one journal record per GEN transaction (not per
      *        generated customer): enough for the audit trail to
      *        show who ran it and where; a GEN is not replayable
      *        from the journal and is flagged by the forward
      *        recovery instead
               MOVE 'GEN   '    TO WS-JRN-ACTION
               MOVE GEN-KEY     TO WS-JRN-KEY
               MOVE SPACES      TO WS-JRN-BEFORE
               MOVE SPACES      TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
           END-IF .

       281-PROCESS-ORDREV-TRAN.
      *
      *        ORDREV reverses a posted order, normally as SAM8's
      *        backout of an ORDER.  The order line is the record
      *        of what was posted, so the card's amount must agree
      *        with it, and the line's amount and date are what
      *        come off the master: BALANCE always, ORDERS-YTD and
      *        the MONTH bucket only while the order's year is
      *        still CUST-MONTH-YEAR (a year-end since has cleared
      *        them already).  It goes through 291 as an ORDER
      *        does, SUBTRACT for ADD, and the line stays on file
      *        marked 'R', freeing its order number.  A line
      *        already reversed rejects -- unless an earlier run of
      *        this same business date reversed it, which is this
      *        card's own rerun.
      *
           ADD +1 TO NUM-ORDREV-REQUESTS.
           IF ORDER-NUMBER = SPACES
              OR ORDER-AMOUNT NOT NUMERIC
               MOVE 'INVALID ORDREV PARMS: ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y' AND WS-ORD-ACTIVE NOT = 'Y'
               MOVE 'ORDER FILE UNAVAILABLE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-REC-TYPE NOT = 'A'
                       MOVE 'FIELD NOT VALID FOR CONTACT'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY  TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-ORD-ON-FILE.
           IF WS-TRAN-OK = 'Y'
               MOVE TRAN-KEY     TO ORD-CUST-KEY
               MOVE ORDER-NUMBER TO ORD-NUMBER
               READ ORDER-FILE
                   INVALID KEY
                       MOVE 'ORDER NOT ON FILE:     ' TO ERR-MSG-DATA1
                       MOVE ORDER-NUMBER TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ORD-ON-FILE
                       EVALUATE TRUE
                           WHEN ORD-STATUS = 'P'
                               CONTINUE
                           WHEN ORD-STATUS = 'R'
                            AND ORD-POST-DATE = CURRENT-DATE
                            AND ORD-RUN-TIME NOT = WS-START-TIME
                               CONTINUE
                           WHEN OTHER
                               MOVE 'ORDER ALREADY REVERSED:'
                                          TO ERR-MSG-DATA1
                               MOVE ORDER-NUMBER TO ERR-MSG-DATA2
                               PERFORM 299-REPORT-BAD-TRAN
                       END-EVALUATE
               END-READ
           END-IF.
      *        the card takes the line's order date, so that the
      *        image journaled (and any SAM8 backout of it, which
      *        posts the ORDER again) carries the month it undid
           IF WS-TRAN-OK = 'Y'
               IF ORD-AMOUNT NOT = ORDER-AMOUNT
                   MOVE 'ORDREV AMOUNT DIFFERS:' TO ERR-MSG-DATA1
                   MOVE ORDER-NUMBER TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   MOVE ORD-DATE TO ORDER-DATE
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE 'Y' TO WS-ORD-IN-YEAR
               IF CUST-MONTH-YEAR NUMERIC AND CUST-MONTH-YEAR > 0
                   MOVE 'A' TO BDS-FUNCTION
                   MOVE ORD-DATE TO BDS-DATE-IN
                   MOVE 0 TO BDS-ADD-DAYS
                   MOVE 0 TO BDS-ADD-MONTHS
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   IF BDS-RETURN NOT = '00'
                      OR CUST-MONTH-YEAR NOT = BDS-DATE-OUT(1:4)
                       MOVE 'N' TO WS-ORD-IN-YEAR
                   END-IF
               END-IF
               MOVE ORD-NUMBER         TO WS-ORD-HOLD-NUMBER
               MOVE ORD-DATE           TO WS-ORD-HOLD-DATE
               MOVE ORD-AMOUNT         TO WS-ORD-HOLD-AMOUNT
               MOVE TRAN-SUBMITTER     TO WS-ORD-HOLD-SUBMITTER
               MOVE ORDER-CURRENCY     TO WS-ORD-HOLD-CURRENCY
               MOVE 'SUBTRACT'         TO WS-ORD-POST-ACTION
               MOVE 'R'                TO WS-ORD-NEW-STATUS
               MOVE WS-ORD-POST-ACTION TO WS-APR-TRIPLE-ACTION
               MOVE WS-ORD-HOLD-AMOUNT TO WS-APR-VALUE
               PERFORM 211-CHECK-BALANCE-DUAL
               IF WS-APR-HOLD = 'Y'
                   PERFORM 204-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 291-POST-ORDER-TO-MASTER
                   IF WS-APR-FOUND = 'A'
                       PERFORM 219-MARK-APPROVAL-POSTED
                   END-IF
               END-IF
           END-IF.

       285-PROCESS-MERGE-TRAN.
      *
      *        Consolidates the duplicate named in MERGE-DUP-KEY onto
      *        the survivor in MERGE-SURV-KEY.  TRAN-KEY carries the
      *        lower of the two keys, so positioning stops before
      *        either record has been copied; the record at the
      *        higher key is fetched from the indexed copy (same
      *        generation as CUSTFILE(0) -- nothing tonight can have
      *        touched it yet, since its key is still ahead of the
      *        merge cursor).  The absorbed record is archived with a
      *        note, its amounts are held for the survivor, and its
      *        master image is dropped from (or never written to)
      *        the output stream.
      *
           ADD +1 TO NUM-MERGE-REQUESTS.
           MOVE 'N' TO WS-MERGE-DUP-CHECKED.
           IF MERGE-SURV-KEY = SPACES OR MERGE-DUP-KEY = SPACES
              OR MERGE-SURV-KEY = MERGE-DUP-KEY
              OR (TRAN-KEY NOT = MERGE-SURV-KEY
                  AND TRAN-KEY NOT = MERGE-DUP-KEY)
              OR TRAN-KEY > MERGE-SURV-KEY
              OR TRAN-KEY > MERGE-DUP-KEY
               MOVE 'INVALID MERGE PARMS:  ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
             IF WS-MERGE-PEND = 'Y' OR WS-MERGE-DUP-PEND = 'Y'
               MOVE 'MERGE ALREADY PENDING ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
             ELSE
               IF WS-XFR-PEND = 'Y'
                 MOVE 'TRANSFER PENDING:     ' TO ERR-MSG-DATA1
                 MOVE WS-XFR-PEER-KEY TO ERR-MSG-DATA2
                 PERFORM 299-REPORT-BAD-TRAN
               ELSE
                 PERFORM 287-CHECK-MERGE-DUP-GROUP
               END-IF
             END-IF
           END-IF .
           IF WS-MERGE-DUP-CHECKED = 'Y'
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF TRAN-KEY = MERGE-SURV-KEY
                       MOVE MERGE-DUP-KEY  TO CSTIDX-KEY
                   ELSE
                       MOVE MERGE-SURV-KEY TO CSTIDX-KEY
                   END-IF
                   READ CUSTOMER-FILE-INDEXED
                       INVALID KEY
                           MOVE 'NO MATCHING KEY:     '
                                       TO ERR-MSG-DATA1
                           MOVE CSTIDX-KEY  TO ERR-MSG-DATA2
                           PERFORM 299-REPORT-BAD-TRAN
                       NOT INVALID KEY
      *                    the held amounts are added straight into
      *                    the survivor, so both must be held in
      *                    the same currency
                           IF CSTIDX-CURRENCY NOT = CUST-CURRENCY
                               MOVE 'CURRENCIES DIFFER:   '
                                           TO ERR-MSG-DATA1
                               MOVE CSTIDX-KEY  TO ERR-MSG-DATA2
                               PERFORM 299-REPORT-BAD-TRAN
                           ELSE
                               PERFORM 286-START-MERGE
                           END-IF
                   END-READ
               END-IF
           END-IF .

       287-CHECK-MERGE-DUP-GROUP.
      *        The absorbed duplicate goes the way of a delete, so
      *        the same group-head check applies to it.
           MOVE 0 TO HRS-MEMBER-COUNT.
           IF MERGE-DUP-KEY(9:1) = 'A'
               MOVE 'K'                TO HRS-FUNCTION
               MOVE MERGE-DUP-KEY(1:8) TO HRS-ID
               CALL SAM32 USING HIERARCHY-PARMS
               IF HRS-RETURN NOT = '00'
                   MOVE 0 TO HRS-MEMBER-COUNT
               END-IF
           END-IF.
           IF HRS-MEMBER-COUNT > 0
               MOVE 'ACCOUNT HEADS A GROUP: ' TO ERR-MSG-DATA1
               MOVE MERGE-DUP-KEY  TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE 'Y' TO WS-MERGE-DUP-CHECKED
           END-IF.

       286-START-MERGE.
           MOVE MERGE-DUP-KEY(1:8)  TO WS-MERGE-DUP-ID.
           MOVE MERGE-SURV-KEY(1:8) TO WS-MERGE-SURV-ID.
           MOVE MERGE-SURV-KEY      TO WS-MERGE-SURV-KEY.
           MOVE TRAN-SUBMITTER      TO WS-MERGE-SUBMITTER.
           MOVE +0 TO WS-MERGE-BAL WS-MERGE-ORD.
           PERFORM TEST AFTER VARYING I FROM 1 BY 1
             UNTIL I > 12
               MOVE +0 TO WS-MERGE-MON(I)
           END-PERFORM.
           IF TRAN-KEY = MERGE-SURV-KEY
      *
      *        Survivor is the current record; the duplicate (the
      *        higher key) was just fetched into CSTIDX-REC.  Hold
      *        its amounts, archive it noted, and leave the dup-skip
      *        state set so its stream image is dropped and its
      *        contacts re-point when the copy loop reaches them.
      *
               IF CSTIDX-ACCT-BALANCE NUMERIC
                   ADD CSTIDX-ACCT-BALANCE TO WS-MERGE-BAL
               END-IF
               IF CSTIDX-ORDERS-YTD NUMERIC
                   ADD CSTIDX-ORDERS-YTD TO WS-MERGE-ORD
               END-IF
               PERFORM TEST AFTER VARYING I FROM 1 BY 1
                 UNTIL I > 12
                   IF CSTIDX-MONTH(I) NUMERIC
                       ADD CSTIDX-MONTH(I) TO WS-MERGE-MON(I)
                   END-IF
               END-PERFORM
               MOVE CSTIDX-REC TO WS-CUST-REC
           ELSE
      *
      *        Duplicate is the current record; hold its amounts,
      *        archive it noted, and drop it from the stream now.
      *        The survivor sits at the higher key and picks the
      *        held amounts up in 740-WRITE-CUSTOUT-FILE.
      *
               IF CUST-ACCT-BALANCE NUMERIC
                   ADD CUST-ACCT-BALANCE TO WS-MERGE-BAL
               END-IF
               IF CUST-ORDERS-YTD NUMERIC
                   ADD CUST-ORDERS-YTD TO WS-MERGE-ORD
               END-IF
               PERFORM TEST AFTER VARYING I FROM 1 BY 1
                 UNTIL I > 12
                   IF CUST-MONTH(I) NUMERIC
                       ADD CUST-MONTH(I) TO WS-MERGE-MON(I)
                   END-IF
               END-PERFORM
               MOVE CUST-REC TO WS-CUST-REC
           END-IF.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING 'MERGED INTO ' DELIMITED BY SIZE
                  WS-MERGE-SURV-ID DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           END-STRING.
           MOVE WS-MERGE-SUBMITTER TO WS-NOTE-SUBMITTER.
           PERFORM 288-APPEND-NOTE-TO-WS-CUST.
           PERFORM 271-ARCHIVE-WS-CUST-REC.
           MOVE 'D' TO WS-DLT-ACTION.
           MOVE SPACES TO WS-DLT-IMAGE.
           MOVE WS-CUST-REC TO WS-DLT-IMAGE.
           PERFORM 882-WRITE-DELTA-REC.
      *    the absorbed record's disappearance is journaled like
      *    a delete, under the MERGE action, so the audit trail
      *    and the roll-forward both see it
           MOVE 'MERGE '        TO WS-JRN-ACTION.
           MOVE MERGE-DUP-KEY   TO WS-JRN-KEY.
           MOVE SPACES          TO WS-JRN-BEFORE.
           MOVE WS-CUST-REC     TO WS-JRN-BEFORE.
           MOVE SPACES          TO WS-JRN-AFTER.
           PERFORM 297-WRITE-JOURNAL-REC.
           MOVE 'Y' TO WS-MERGE-DUP-PEND.
           MOVE 'Y' TO WS-MERGE-PEND.
           MOVE 'R'                TO HRS-FUNCTION.
           MOVE MERGE-DUP-KEY(1:8) TO HRS-ID.
           CALL SAM32 USING HIERARCHY-PARMS.
           IF TRAN-KEY = MERGE-DUP-KEY
               ADD +1 TO NUM-MERGE-ABSORBED
               PERFORM 730-READ-CUSTOMER-FILE
           END-IF.
           ADD +1 TO NUM-MERGE-PROCESSED.

       288-APPEND-NOTE-TO-WS-CUST.
      *    Dates WS-NOTE-TEXT and tacks it onto the end of
      *    WS-CUST-NOTES, the same way SAM2's 290-APPEND-AUDIT-ENTRY
      *    maintains the audit trail.  Silently stops once the notes
      *    area is full.
           PERFORM VARYING WS-NOTE-LEN FROM 50 BY -1
               UNTIL WS-NOTE-LEN = 0
                  OR WS-NOTE-TEXT(WS-NOTE-LEN:1) NOT = SPACE
           END-PERFORM.
           PERFORM VARYING WS-NOTE-POS FROM 120 BY -1
               UNTIL WS-NOTE-POS = 0
                  OR WS-CUST-NOTES(WS-NOTE-POS:1) NOT = SPACE
           END-PERFORM.
           IF WS-NOTE-POS > 0
               ADD 2 TO WS-NOTE-POS
           ELSE
               MOVE 1 TO WS-NOTE-POS
           END-IF.
      *    The submitter id rides in the note when the caller set
      *    one in WS-NOTE-SUBMITTER, so audit can answer who drove
      *    the change.
           IF WS-NOTE-SUBMITTER NOT = SPACES
               IF WS-NOTE-LEN > 0
                  AND WS-NOTE-POS + 6 + 1 + 8 + 1 + WS-NOTE-LEN <= 121
                   STRING CURRENT-MONTH  DELIMITED BY SIZE
                          CURRENT-DAY    DELIMITED BY SIZE
                          CURRENT-YEAR   DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          WS-NOTE-SUBMITTER
                                         DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          WS-NOTE-TEXT(1:WS-NOTE-LEN)
                                         DELIMITED BY SIZE
                       INTO WS-CUST-NOTES
                       WITH POINTER WS-NOTE-POS
                   END-STRING
               END-IF
           ELSE
               IF WS-NOTE-LEN > 0
                  AND WS-NOTE-POS + 6 + 1 + WS-NOTE-LEN <= 121
                   STRING CURRENT-MONTH  DELIMITED BY SIZE
                          CURRENT-DAY    DELIMITED BY SIZE
                          CURRENT-YEAR   DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          WS-NOTE-TEXT(1:WS-NOTE-LEN)
                                         DELIMITED BY SIZE
                       INTO WS-CUST-NOTES
                       WITH POINTER WS-NOTE-POS
                   END-STRING
               END-IF
           END-IF.

       271-ARCHIVE-WS-CUST-REC.
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               MOVE WS-CUST-KEY TO ARCK-CUST-KEY
               MOVE WS-CUST-REC TO ARCK-IMAGE
               IF WS-CUST-REC-TYPE = 'A'
                   COMPUTE WS-ARCK-LEN = LENGTH OF ARCK-KEY
                                       + LENGTH OF CUST-REC
               ELSE
                   COMPUTE WS-ARCK-LEN = LENGTH OF ARCK-KEY
                                       + LENGTH OF CUST-CONTACT-REC
               END-IF
               PERFORM 272-WRITE-ARCHIVE-REC
           END-IF .

       290-PROCESS-ORDER-TRAN.
      *
      *        ORDER posts one customer order.  The order line goes
      *        to the keyed order-detail file and, in the same step,
      *        the amount is added to ACCT-BALANCE and to the MONTH
      *        bucket of the order date and ORDERS-YTD goes up by
      *        one -- so the three can no longer drift apart the way
      *        separately keyed UPDATEs did.  The master is changed
      *        by handing SAM2 a three-triple UPDATE built from the
      *        order, so the credit-limit and currency checks and
      *        the audit notes behave exactly as for a keyed UPDATE;
      *        the ORDER card itself is what is journaled and
      *        rejected.  A blank order date defaults to the run
      *        date.  An order number already on file rejects as a
      *        duplicate unless its line was reversed (ORDREV), or
      *        was written by an earlier run of this same business
      *        date -- which is this card's own rerun, posted again
      *        over the line it left.
      *
           ADD +1 TO NUM-ORDER-REQUESTS.
           IF ORDER-DATE-X = SPACES
               MOVE CURRENT-DATE TO ORDER-DATE
           END-IF.
           IF ORDER-NUMBER = SPACES
              OR ORDER-AMOUNT NOT NUMERIC
              OR ORDER-DATE NOT NUMERIC
               MOVE 'INVALID ORDER PARMS:  ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF ORDER-AMOUNT = 0
                  OR ORDER-DATE-MM < 1 OR ORDER-DATE-MM > 12
                  OR ORDER-DATE-DD < 1 OR ORDER-DATE-DD > 31
                   MOVE 'INVALID ORDER PARMS:  ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y' AND WS-ORD-ACTIVE NOT = 'Y'
               MOVE 'ORDER FILE UNAVAILABLE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-REC-TYPE NOT = 'A'
                       MOVE 'FIELD NOT VALID FOR CONTACT'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY  TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
      *        The month buckets belong to CUST-MONTH-YEAR; an order
      *        dated in another year has no bucket to land in.  The
      *        order date is windowed to its century by the date
      *        service.
           IF WS-TRAN-OK = 'Y'
               MOVE 'A' TO BDS-FUNCTION
               MOVE ORDER-DATE TO BDS-DATE-IN
               MOVE 0 TO BDS-ADD-DAYS
               MOVE 0 TO BDS-ADD-MONTHS
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '08'
                   MOVE 'INVALID ORDER PARMS:  ' TO ERR-MSG-DATA1
                   MOVE ORDER-DATE-X TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-MONTH-YEAR NUMERIC AND CUST-MONTH-YEAR > 0
                      AND CUST-MONTH-YEAR NOT = BDS-DATE-OUT(1:4)
                       MOVE 'ORDER DATE OUTSIDE MONTH YEAR'
                                          TO ERR-MSG-DATA1
                       MOVE ORDER-DATE-X TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-ORD-ON-FILE.
           IF WS-TRAN-OK = 'Y'
               MOVE TRAN-KEY     TO ORD-CUST-KEY
               MOVE ORDER-NUMBER TO ORD-NUMBER
               READ ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ORD-ON-FILE
                       EVALUATE TRUE
                           WHEN ORD-STATUS = 'R'
                               CONTINUE
                           WHEN ORD-POST-DATE = CURRENT-DATE
                            AND ORD-RUN-TIME NOT = WS-START-TIME
                               CONTINUE
                           WHEN OTHER
                               MOVE 'DUPLICATE ORDER NUMBER:'
                                          TO ERR-MSG-DATA1
                               MOVE ORDER-NUMBER TO ERR-MSG-DATA2
                               PERFORM 299-REPORT-BAD-TRAN
                       END-EVALUATE
               END-READ
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE ORDER-NUMBER       TO WS-ORD-HOLD-NUMBER
               MOVE ORDER-DATE         TO WS-ORD-HOLD-DATE
               MOVE ORDER-AMOUNT       TO WS-ORD-HOLD-AMOUNT
               MOVE TRAN-SUBMITTER     TO WS-ORD-HOLD-SUBMITTER
               MOVE ORDER-CURRENCY     TO WS-ORD-HOLD-CURRENCY
               MOVE 'ADD     '         TO WS-ORD-POST-ACTION
               MOVE 'P'                TO WS-ORD-NEW-STATUS
               MOVE 'Y'                TO WS-ORD-IN-YEAR
               MOVE WS-ORD-POST-ACTION TO WS-APR-TRIPLE-ACTION
               MOVE WS-ORD-HOLD-AMOUNT TO WS-APR-VALUE
               PERFORM 211-CHECK-BALANCE-DUAL
               IF WS-APR-HOLD = 'Y'
                   PERFORM 204-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 291-POST-ORDER-TO-MASTER
                   IF WS-APR-FOUND = 'A'
                       PERFORM 219-MARK-APPROVAL-POSTED
                   END-IF
               END-IF
           END-IF.

       291-POST-ORDER-TO-MASTER.
      *
      *        Applies the order held in WS-ORD-HOLD-xxx to the
      *        master -- ADD for an ORDER, SUBTRACT for its
      *        reversal -- and writes the order line, or rewrites
      *        it when it is already on file.  The line carries
      *        the run stamp, so a rerun knows its own.  SAM2
      *        takes every BALANCE SUBTRACT for a payment and stamps
      *        LAST-PAY-DATE; a reversal is not one, so the date is
      *        put back.
      *
           MOVE TRANSACTION-RECORD TO WS-ORD-HOLD-TRAN.
           MOVE CUST-LAST-PAY-DATE TO WS-ORD-HOLD-PAY-DATE.
           MOVE SPACES             TO TRAN-PARMS.
           MOVE 'UPDATE'           TO TRAN-CODE.
           MOVE ORD-CUST-KEY       TO TRAN-KEY.
           MOVE WS-ORD-HOLD-SUBMITTER TO TRAN-SUBMITTER.
           MOVE WS-ORD-POST-ACTION TO TRAN-ACTION.
           MOVE 'BALANCE   '       TO TRAN-FIELD-NAME.
           MOVE WS-ORD-HOLD-AMOUNT TO TRAN-UPDATE-NUM.
           MOVE WS-ORD-HOLD-CURRENCY TO TRAN-UPDATE-CCY.
           IF WS-ORD-IN-YEAR = 'Y'
               MOVE WS-ORD-POST-ACTION TO TRAN-ACTION-2
               MOVE 'ORDERS    '       TO TRAN-FIELD-NAME-2
               MOVE 1                  TO TRAN-UPDATE-NUM-2
               MOVE WS-ORD-POST-ACTION TO TRAN-ACTION-3
               MOVE 'MONTH     '       TO TRAN-FIELD-NAME-3
               MOVE WS-ORD-HOLD-DATE(3:2) TO TRAN-FIELD-SS-3
               MOVE WS-ORD-HOLD-AMOUNT TO TRAN-UPDATE-NUM-3
           END-IF.
           MOVE SPACES   TO WS-JRN-BEFORE.
           MOVE CUST-REC TO WS-JRN-BEFORE.
           CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                  WS-TRAN-OK, WS-TRAN-MSG.
           MOVE WS-ORD-HOLD-TRAN TO TRANSACTION-RECORD.
           IF WS-TRAN-OK NOT = 'Y'
               MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
               MOVE SPACES      TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE WS-ORD-HOLD-PAY-DATE TO CUST-LAST-PAY-DATE
               IF WS-REPORT-ONLY = 'Y'
                   CONTINUE
               ELSE
                   MOVE SPACES                TO ORD-REC
                   MOVE TRAN-KEY              TO ORD-CUST-KEY
                   MOVE WS-ORD-HOLD-NUMBER    TO ORD-NUMBER
                   MOVE WS-ORD-HOLD-DATE      TO ORD-DATE
                   MOVE WS-ORD-HOLD-AMOUNT    TO ORD-AMOUNT
                   MOVE CURRENT-DATE          TO ORD-POST-DATE
                   MOVE WS-START-TIME         TO ORD-RUN-TIME
                   MOVE WS-ORD-HOLD-SUBMITTER TO ORD-SUBMITTER
                   MOVE WS-ORD-NEW-STATUS     TO ORD-STATUS
                   IF WS-ORD-ON-FILE = 'Y'
                       REWRITE ORD-REC
                           INVALID KEY
                               DISPLAY 'ORDER-DETAIL REWRITE FAILED. '
                                       'RC:' WS-ORD-STATUS '/'
                                       WS-ORD-STATUS-2 ' KEY:' ORD-KEY
                       END-REWRITE
                   ELSE
                       WRITE ORD-REC
                           INVALID KEY
                               DISPLAY 'ORDER-DETAIL WRITE FAILED. RC:'
                                       WS-ORD-STATUS '/'
                                       WS-ORD-STATUS-2 ' KEY:' ORD-KEY
                       END-WRITE
                   END-IF
               END-IF
               IF TRAN-CODE = 'ORDREV'
                   ADD +1 TO NUM-ORDREV-PROCESSED
               ELSE
                   ADD +1 TO NUM-ORDER-PROCESSED
               END-IF
      *        journaled as an UPDATE (before/after images of the
      *        master) so SAM14 roll-forward treats it like any
      *        other field change; the ORDER (or ORDREV) card rides
      *        as the transaction image, which is how SAM8 knows to
      *        back it out as a whole
               MOVE 'UPDATE'  TO WS-JRN-ACTION
               MOVE TRAN-KEY  TO WS-JRN-KEY
               MOVE SPACES    TO WS-JRN-AFTER
               MOVE CUST-REC  TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'U' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
           END-IF.

       292-PROCESS-PTP-TRAN.
      *
      *        PTP records the payment arrangement collections has
      *        agreed with the customer: COUNT installments of
      *        AMOUNT, weekly, every two weeks or monthly from
      *        FIRST-DUE, which may not lie before the business
      *        date.  Every due date is worked out here, once,
      *        through the date service, so the SAM35 monitor, the
      *        inquiry screen and the broken-promise report all see
      *        the same schedule.  A customer holds one arrangement
      *        at a time: an open one must be cancelled (PTPCAN)
      *        before another is taken -- except one an earlier run
      *        of this same business date created, which is this
      *        card's own rerun and is simply replaced.  The master
      *        is not changed, so nothing is journaled.
      *
           ADD +1 TO NUM-PTP-REQUESTS.
           IF PTP-FIRST-DUE-X = SPACES
               MOVE CURRENT-DATE TO PTP-FIRST-DUE
           END-IF.
           IF PTP-AMOUNT NOT NUMERIC
              OR PTP-COUNT NOT NUMERIC
              OR PTP-FIRST-DUE NOT NUMERIC
               MOVE 'INVALID PTP PARMS:    ' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF PTP-AMOUNT = 0
                  OR PTP-COUNT < 1 OR PTP-COUNT > 24
                  OR (PTP-FREQ NOT = 'W'
                      AND PTP-FREQ NOT = 'B'
                      AND PTP-FREQ NOT = 'M')
                   MOVE 'INVALID PTP PARMS:    ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE 'A' TO BDS-FUNCTION
               MOVE PTP-FIRST-DUE TO BDS-DATE-IN
               MOVE 0 TO BDS-ADD-DAYS
               MOVE 0 TO BDS-ADD-MONTHS
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '08'
                   MOVE 'INVALID PTP START DATE:' TO ERR-MSG-DATA1
                   MOVE PTP-FIRST-DUE-X TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF BDS-DATE-OUT < WS-BUS-DATE-FULL
                       MOVE 'PTP START DATE IN THE PAST:'
                                          TO ERR-MSG-DATA1
                       MOVE PTP-FIRST-DUE-X TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   ELSE
                       MOVE BDS-DATE-OUT TO WS-PTP-START
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y' AND WS-PTP-ACTIVE NOT = 'Y'
               MOVE 'PROMISE FILE UNAVAILABLE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-REC-TYPE NOT = 'A'
                       MOVE 'FIELD NOT VALID FOR CONTACT'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY  TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 296-READ-PROMISE
               IF WS-PTP-FOUND = 'Y' AND PTP-ENDED-DATE = 0
                   IF PTP-CREATED-RUN-DATE = CURRENT-DATE
                      AND PTP-CREATED-RUN-TIME NOT = WS-START-TIME
                       CONTINUE
                   ELSE
                       MOVE 'PROMISE ALREADY OPEN:  ' TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 293-WRITE-PROMISE
           END-IF.

       293-WRITE-PROMISE.
           MOVE SPACES            TO PTP-REC.
           MOVE TRAN-KEY          TO PTP-CUST-KEY.
           MOVE 'A'               TO PTP-STATUS.
           MOVE PTP-AMOUNT        TO PTP-INST-AMOUNT.
           MOVE PTP-FREQ          TO PTP-FREQUENCY.
           MOVE PTP-COUNT         TO PTP-INST-COUNT.
           MOVE WS-PTP-START      TO PTP-START-DATE.
           MOVE CUST-CURRENCY     TO PTP-CURRENCY.
           MOVE WS-BUS-DATE-FULL  TO PTP-CREATED-DATE.
           MOVE TRAN-SUBMITTER    TO PTP-CREATED-BY.
           MOVE CURRENT-DATE      TO PTP-CREATED-RUN-DATE.
           MOVE WS-START-TIME     TO PTP-CREATED-RUN-TIME.
           MOVE 0                 TO PTP-ENDED-DATE.
           MOVE 0                 TO PTP-ENDED-RUN-DATE.
           MOVE 0                 TO PTP-ENDED-RUN-TIME.
           MOVE +0                TO PTP-PAID-PRIOR.
           MOVE 0                 TO PTP-POST-RUN-DATE.
           MOVE 0                 TO PTP-POST-RUN-TIME.
           MOVE +0                TO PTP-POST-AMOUNT.
           MOVE 0                 TO PTP-LAST-PAY-DATE.
           MOVE 0                 TO PTP-KEPT-COUNT.
           MOVE 0                 TO PTP-BROKEN-COUNT.
           MOVE 0                 TO PTP-CHECKED-DATE.
      *        each due date is stepped from the start date itself,
      *        so a month-end start is not dragged back for good by
      *        one short month
           PERFORM VARYING WS-PTP-IX FROM 1 BY 1
             UNTIL WS-PTP-IX > 24
               MOVE 0     TO PTP-DUE-DATE(WS-PTP-IX)
               MOVE SPACE TO PTP-INST-STATUS(WS-PTP-IX)
               MOVE +0    TO PTP-INST-PAID(WS-PTP-IX)
               MOVE +0    TO PTP-INST-SHORT(WS-PTP-IX)
               IF WS-PTP-IX NOT > PTP-INST-COUNT
                   MOVE 'A'          TO BDS-FUNCTION
                   MOVE WS-PTP-START TO BDS-DATE-IN
                   MOVE 0 TO BDS-ADD-DAYS
                   MOVE 0 TO BDS-ADD-MONTHS
                   EVALUATE PTP-FREQUENCY
                       WHEN 'W'
                           COMPUTE BDS-ADD-DAYS = (WS-PTP-IX - 1) * 7
                       WHEN 'B'
                           COMPUTE BDS-ADD-DAYS = (WS-PTP-IX - 1) * 14
                       WHEN OTHER
                           COMPUTE BDS-ADD-MONTHS = WS-PTP-IX - 1
                   END-EVALUATE
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   MOVE BDS-DATE-OUT TO PTP-DUE-DATE(WS-PTP-IX)
               END-IF
           END-PERFORM.
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               IF WS-PTP-FOUND = 'Y'
                   REWRITE PTP-REC
                       INVALID KEY
                           DISPLAY 'PROMISE REWRITE FAILED. RC:'
                                   WS-PTP-STATUS '/' WS-PTP-STATUS-2
                                   ' KEY:' PTP-CUST-KEY
                   END-REWRITE
               ELSE
                   WRITE PTP-REC
                       INVALID KEY
                           DISPLAY 'PROMISE WRITE FAILED. RC:'
                                   WS-PTP-STATUS '/' WS-PTP-STATUS-2
                                   ' KEY:' PTP-CUST-KEY
                   END-WRITE
               END-IF
           END-IF.
           ADD +1 TO NUM-PTP-PROCESSED.

       295-PROCESS-PTPCAN-TRAN.
      *
      *        PTPCAN ends the customer's open arrangement as
      *        cancelled; from the next sweep on the account is
      *        dunned and charged like any other.  An arrangement
      *        an earlier run of this same business date already
      *        cancelled is this card's own rerun and is accepted
      *        as it stands.
      *
           ADD +1 TO NUM-PTPCAN-REQUESTS.
           IF WS-PTP-ACTIVE NOT = 'Y'
               MOVE 'PROMISE FILE UNAVAILABLE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 296-READ-PROMISE
               IF WS-PTP-FOUND NOT = 'Y'
                   MOVE 'NO OPEN PROMISE TO CANCEL:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF PTP-ENDED-DATE = 0
                       PERFORM 289-CANCEL-PROMISE
                   ELSE
                       IF PTP-STATUS = 'C'
                          AND PTP-ENDED-RUN-DATE = CURRENT-DATE
                          AND PTP-ENDED-RUN-TIME NOT = WS-START-TIME
                           ADD +1 TO NUM-PTPCAN-PROCESSED
                       ELSE
                           MOVE 'NO OPEN PROMISE TO CANCEL:'
                                          TO ERR-MSG-DATA1
                           MOVE TRAN-KEY TO ERR-MSG-DATA2
                           PERFORM 299-REPORT-BAD-TRAN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       289-CANCEL-PROMISE.
           MOVE 'C'               TO PTP-STATUS.
           MOVE WS-BUS-DATE-FULL  TO PTP-ENDED-DATE.
           MOVE TRAN-SUBMITTER    TO PTP-ENDED-BY.
           MOVE CURRENT-DATE      TO PTP-ENDED-RUN-DATE.
           MOVE WS-START-TIME     TO PTP-ENDED-RUN-TIME.
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               REWRITE PTP-REC
                   INVALID KEY
                       DISPLAY 'PROMISE REWRITE FAILED. RC:'
                               WS-PTP-STATUS '/' WS-PTP-STATUS-2
                               ' KEY:' PTP-CUST-KEY
               END-REWRITE
           END-IF.
           ADD +1 TO NUM-PTPCAN-PROCESSED.

       296-READ-PROMISE.
           MOVE TRAN-KEY TO PTP-CUST-KEY.
           READ PROMISE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PTP-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PTP-FOUND
           END-READ.

       262-PROCESS-DSPOPN-TRAN.
      *
      *        DSPOPN opens a dispute case against the customer's
      *        balance.  The amount is held out of the balance the
      *        charge sweep and the receivables aging work on until
      *        the case is closed, so the open cases together may
      *        never come to more than the balance itself.  A case
      *        number already on file is refused -- unless an
      *        earlier run of this same business date opened it,
      *        which makes this card that run's rerun, and the case
      *        is simply opened afresh.
      *
           ADD +1 TO NUM-DSPOPN-REQUESTS.
           IF DISPUTE-CASE = SPACES
              OR DISPUTE-AMOUNT NOT NUMERIC
              OR DISPUTE-REASON = SPACES
               MOVE 'INVALID DISPUTE PARMS:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF DISPUTE-AMOUNT = 0
                   MOVE 'INVALID DISPUTE PARMS:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 263-CHECK-DISPUTE-MASTER
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 268-READ-DISPUTE
               IF WS-DSP-FOUND = 'Y'
                   IF DSP-OPENED-RUN-DATE = CURRENT-DATE
                      AND DSP-OPENED-RUN-TIME NOT = WS-START-TIME
                       CONTINUE
                   ELSE
                       MOVE 'DUPLICATE DISPUTE CASE:' TO ERR-MSG-DATA1
                       MOVE DISPUTE-CASE TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE DISPUTE-AMOUNT TO WS-DSP-NEW-AMT
               PERFORM 265-CHECK-DISPUTE-LIMIT
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE SPACES            TO DSP-REC
               MOVE TRAN-KEY          TO DSP-CUST-KEY
               MOVE DISPUTE-CASE      TO DSP-CASE-NO
               MOVE 'O'               TO DSP-STATUS
               MOVE DISPUTE-AMOUNT    TO DSP-AMOUNT
               MOVE DISPUTE-AMOUNT    TO DSP-ORIG-AMOUNT
               MOVE +0                TO DSP-CREDIT-AMOUNT
               MOVE CUST-CURRENCY     TO DSP-CURRENCY
               MOVE DISPUTE-REASON    TO DSP-REASON
               MOVE WS-BUS-DATE-FULL  TO DSP-OPENED-DATE
               MOVE TRAN-SUBMITTER    TO DSP-OPENED-BY
               MOVE CURRENT-DATE      TO DSP-OPENED-RUN-DATE
               MOVE WS-START-TIME     TO DSP-OPENED-RUN-TIME
               MOVE 0                 TO DSP-ADJ-COUNT
               MOVE 0                 TO DSP-LAST-ADJ-DATE
               MOVE 0                 TO DSP-CLOSED-DATE
               MOVE 0                 TO DSP-CLOSED-RUN-DATE
               MOVE 0                 TO DSP-CLOSED-RUN-TIME
               PERFORM 269-SAVE-DISPUTE
               ADD +1 TO NUM-DSPOPN-PROCESSED
           END-IF.

       264-PROCESS-DSPADJ-TRAN.
      *
      *        DSPADJ sets an open case to a new amount -- the
      *        amount now in dispute, not a difference, so a rerun
      *        leaves it where the first run did -- and replaces the
      *        reason when the card carries one.  The same ceiling
      *        as DSPOPN applies.
      *
           ADD +1 TO NUM-DSPADJ-REQUESTS.
           IF DISPUTE-CASE = SPACES
              OR DISPUTE-AMOUNT NOT NUMERIC
               MOVE 'INVALID DISPUTE PARMS:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF DISPUTE-AMOUNT = 0
                   MOVE 'INVALID DISPUTE PARMS:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 263-CHECK-DISPUTE-MASTER
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 268-READ-DISPUTE
               IF WS-DSP-FOUND NOT = 'Y' OR DSP-STATUS NOT = 'O'
                   MOVE 'NO OPEN DISPUTE CASE:' TO ERR-MSG-DATA1
                   MOVE DISPUTE-CASE TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE DISPUTE-AMOUNT TO WS-DSP-NEW-AMT
               PERFORM 265-CHECK-DISPUTE-LIMIT
           END-IF.
      *        the ceiling check browsed the file, so the case is
      *        read again before it is changed
           IF WS-TRAN-OK = 'Y'
               PERFORM 268-READ-DISPUTE
               MOVE DISPUTE-AMOUNT    TO DSP-AMOUNT
               IF DISPUTE-REASON NOT = SPACES
                   MOVE DISPUTE-REASON TO DSP-REASON
               END-IF
               IF DSP-ADJ-COUNT < 99
                   ADD 1 TO DSP-ADJ-COUNT
               END-IF
               MOVE WS-BUS-DATE-FULL  TO DSP-LAST-ADJ-DATE
               MOVE TRAN-SUBMITTER    TO DSP-LAST-ADJ-BY
               PERFORM 269-SAVE-DISPUTE
               ADD +1 TO NUM-DSPADJ-PROCESSED
           END-IF.

       266-PROCESS-DSPCLS-TRAN.
      *
      *        DSPCLS closes an open case.  Resolution 'C' finds
      *        for the customer: the amount on the card (blank =
      *        everything still in dispute) comes off the balance
      *        as a BALANCE SUBTRACT.  Resolution 'R' finds against
      *        the customer: the amount is simply reinstated -- it
      *        never left the balance, it only stops being held out
      *        of charges and aging.  A case an earlier run of this
      *        same business date already closed is this card's own
      *        rerun: the master that run credited has been
      *        discarded, so its credit is applied again and the
      *        case is left as it stands.
      *
           ADD +1 TO NUM-DSPCLS-REQUESTS.
           MOVE 'N' TO WS-DSP-RERUN.
           MOVE +0  TO WS-DSP-CREDIT.
           IF DISPUTE-CASE = SPACES
              OR (DISPUTE-RESOLUTION NOT = 'C'
                  AND DISPUTE-RESOLUTION NOT = 'R')
               MOVE 'INVALID DISPUTE PARMS:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF DISPUTE-AMOUNT-X NOT = SPACES
                  AND DISPUTE-AMOUNT NOT NUMERIC
                   MOVE 'INVALID DISPUTE PARMS:' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 263-CHECK-DISPUTE-MASTER
           END-IF.
           IF WS-TRAN-OK = 'Y'
               PERFORM 268-READ-DISPUTE
               IF WS-DSP-FOUND NOT = 'Y'
                   MOVE 'NO OPEN DISPUTE CASE:' TO ERR-MSG-DATA1
                   MOVE DISPUTE-CASE TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF DSP-STATUS = 'O'
                       PERFORM 261-PRICE-DISPUTE-CREDIT
                   ELSE
                       IF DSP-CLOSED-RUN-DATE = CURRENT-DATE
                          AND DSP-CLOSED-RUN-TIME NOT = WS-START-TIME
                           MOVE 'Y' TO WS-DSP-RERUN
                           MOVE DSP-CREDIT-AMOUNT TO WS-DSP-CREDIT
                       ELSE
                           MOVE 'NO OPEN DISPUTE CASE:'
                                          TO ERR-MSG-DATA1
                           MOVE DISPUTE-CASE TO ERR-MSG-DATA2
                           PERFORM 299-REPORT-BAD-TRAN
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *        a credit past APPROVEBAL waits for a second person,
      *        the case left open until the approved card returns
           IF WS-TRAN-OK = 'Y' AND WS-DSP-CREDIT > 0
               MOVE 'SUBTRACT'    TO WS-APR-TRIPLE-ACTION
               MOVE WS-DSP-CREDIT TO WS-APR-VALUE
               PERFORM 211-CHECK-BALANCE-DUAL
               IF WS-APR-HOLD = 'Y'
                   PERFORM 204-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 267-CREDIT-DISPUTE
                   IF WS-APR-FOUND = 'A'
                       PERFORM 219-MARK-APPROVAL-POSTED
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = 'Y'
               IF WS-DSP-RERUN NOT = 'Y'
                   IF DISPUTE-RESOLUTION = 'C'
                       MOVE 'F'       TO DSP-STATUS
                   ELSE
                       MOVE 'R'       TO DSP-STATUS
                   END-IF
                   MOVE WS-DSP-CREDIT     TO DSP-CREDIT-AMOUNT
                   MOVE WS-BUS-DATE-FULL  TO DSP-CLOSED-DATE
                   MOVE TRAN-SUBMITTER    TO DSP-CLOSED-BY
                   MOVE CURRENT-DATE      TO DSP-CLOSED-RUN-DATE
                   MOVE WS-START-TIME     TO DSP-CLOSED-RUN-TIME
                   PERFORM 269-SAVE-DISPUTE
               END-IF
               ADD +1 TO NUM-DSPCLS-PROCESSED
           END-IF.

       261-PRICE-DISPUTE-CREDIT.
           IF DISPUTE-RESOLUTION = 'R'
               MOVE +0 TO WS-DSP-CREDIT
           ELSE
               IF DISPUTE-AMOUNT-X = SPACES
                   MOVE DSP-AMOUNT TO WS-DSP-CREDIT
               ELSE
                   MOVE DISPUTE-AMOUNT TO WS-DSP-CREDIT
                   IF WS-DSP-CREDIT = 0
                      OR WS-DSP-CREDIT > DSP-AMOUNT
                       MOVE 'CREDIT NOT WITHIN DISPUTED AMT:'
                                          TO ERR-MSG-DATA1
                       MOVE DISPUTE-CASE TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.

       263-CHECK-DISPUTE-MASTER.
           IF WS-DSP-ACTIVE NOT = 'Y'
               MOVE 'DISPUTE FILE UNAVAILABLE' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               PERFORM 720-POSITION-CUST-FILE
               IF CUST-KEY NOT = TRAN-KEY OR WS-CUST-FILE-EOF = 'Y'
                   MOVE 'NO MATCHING KEY:     ' TO ERR-MSG-DATA1
                   MOVE TRAN-KEY  TO ERR-MSG-DATA2
                   PERFORM 299-REPORT-BAD-TRAN
               ELSE
                   IF CUST-REC-TYPE NOT = 'A'
                       MOVE 'FIELD NOT VALID FOR CONTACT'
                                          TO ERR-MSG-DATA1
                       MOVE TRAN-KEY  TO ERR-MSG-DATA2
                       PERFORM 299-REPORT-BAD-TRAN
                   END-IF
               END-IF
           END-IF.

       265-CHECK-DISPUTE-LIMIT.
      *        the customer's other open cases plus WS-DSP-NEW-AMT
      *        for this one may not pass the balance
           MOVE TRAN-KEY     TO WS-DSP-CUST-KEY.
           MOVE DISPUTE-CASE TO WS-DSP-SKIP-CASE.
           PERFORM 734-SUM-OPEN-DISPUTES.
           IF CUST-ACCT-BALANCE NOT NUMERIC
              OR WS-DSP-OPEN-AMT + WS-DSP-NEW-AMT > CUST-ACCT-BALANCE
               MOVE 'DISPUTED AMOUNT EXCEEDS BALANCE' TO ERR-MSG-DATA1
               MOVE DISPUTE-CASE TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF.

       267-CREDIT-DISPUTE.
      *
      *        The credit reaches the master as a BALANCE SUBTRACT
      *        built from the case and handed to SAM2, ORDER-style,
      *        so the audit note and the journal images are those
      *        of any balance change.  SAM2 takes every BALANCE
      *        SUBTRACT for a payment and stamps LAST-PAY-DATE; a
      *        dispute credit is not one, so the date is put back.
      *        It is journaled as an UPDATE with the DSPCLS card as
      *        the image, which posts to the GL as DSPCR.
      *
           MOVE TRANSACTION-RECORD TO WS-DSP-HOLD-TRAN.
           MOVE TRAN-SUBMITTER     TO WS-DSP-HOLD-SUBMITTER.
           MOVE CUST-LAST-PAY-DATE TO WS-DSP-HOLD-PAY-DATE.
           MOVE SPACES             TO TRAN-PARMS.
           MOVE 'UPDATE'           TO TRAN-CODE.
           MOVE DSP-CUST-KEY       TO TRAN-KEY.
           MOVE WS-DSP-HOLD-SUBMITTER TO TRAN-SUBMITTER.
           MOVE 'SUBTRACT'         TO TRAN-ACTION.
           MOVE 'BALANCE   '       TO TRAN-FIELD-NAME.
           MOVE WS-DSP-CREDIT      TO TRAN-UPDATE-NUM.
           MOVE DSP-CURRENCY       TO TRAN-UPDATE-CCY.
           MOVE SPACES   TO WS-JRN-BEFORE.
           MOVE CUST-REC TO WS-JRN-BEFORE.
           CALL SAM2 USING CUST-REC, TRANSACTION-RECORD,
                                  WS-TRAN-OK, WS-TRAN-MSG.
           MOVE WS-DSP-HOLD-TRAN TO TRANSACTION-RECORD.
           IF WS-TRAN-OK NOT = 'Y'
               MOVE WS-TRAN-MSG TO ERR-MSG-DATA1
               MOVE SPACES      TO ERR-MSG-DATA2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               MOVE WS-DSP-HOLD-PAY-DATE TO CUST-LAST-PAY-DATE
               MOVE 'UPDATE'  TO WS-JRN-ACTION
               MOVE TRAN-KEY  TO WS-JRN-KEY
               MOVE SPACES    TO WS-JRN-AFTER
               MOVE CUST-REC  TO WS-JRN-AFTER
               PERFORM 297-WRITE-JOURNAL-REC
               MOVE 'U' TO WS-DLT-ACTION
               MOVE SPACES TO WS-DLT-IMAGE
               MOVE CUST-REC TO WS-DLT-IMAGE
               PERFORM 882-WRITE-DELTA-REC
           END-IF.

       268-READ-DISPUTE.
           MOVE TRAN-KEY     TO DSP-CUST-KEY.
           MOVE DISPUTE-CASE TO DSP-CASE-NO.
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DSP-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DSP-FOUND
           END-READ.

       269-SAVE-DISPUTE.
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               IF WS-DSP-FOUND = 'Y'
                   REWRITE DSP-REC
                       INVALID KEY
                           DISPLAY 'DISPUTE REWRITE FAILED. RC:'
                                   WS-DSP-STATUS '/' WS-DSP-STATUS-2
                                   ' KEY:' DSP-KEY
                   END-REWRITE
               ELSE
                   WRITE DSP-REC
                       INVALID KEY
                           DISPLAY 'DISPUTE WRITE FAILED. RC:'
                                   WS-DSP-STATUS '/' WS-DSP-STATUS-2
                                   ' KEY:' DSP-KEY
                   END-WRITE
               END-IF
           END-IF.

       297-WRITE-JOURNAL-REC.
      *
      *        MERGE journals the absorbed key, not the
      *        positioning key).  Nothing is journaled in a
      *        report-only trial run -- there is nothing to back
      *        out.  The same before/after images feed the GL
      *        movement summary.
      *
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
               MOVE WS-JRN-BEFORE      TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER       TO JRN-AFTER-IMAGE
               WRITE JOURNAL-RECORD
               PERFORM 298-NOTE-JOURNAL-MOVEMENT
           END-IF .

       298-NOTE-JOURNAL-MOVEMENT.
      *
      *        The GL side of a journaled change: the balance
      *        movement is the difference between the master images
      *        either side of it.  A missing image (ADD and RESTOR
      *        have no before, DELETE and MERGE no after) counts as
      *        a zero balance.  Contact images carry no balance and
      *        pass through as zero, as does GEN, which only ever
      *        creates zero-balance masters.  An ORDER rides through
      *        SAM2 as an UPDATE but keeps its own movement type, so
      *        finance can post it to sales rather than adjustments;
      *        its reversal (ORDREV) nets against it there.
      *        A dispute credit (DSPCLS) likewise posts as DSPCR,
      *        and a write-off and its reversal as WRTOFF and WRTREV
      *        (to bad debt rather than receivables adjustments).
      *        The two sides of a TRNSFR are not movements at all:
      *        they cancel within the currency in the same run.
      *        The movement is in the account's currency, taken from
      *        the after image or, with none, the before image (a
      *        balance is never changed together with its currency,
      *        so the two agree whenever both carry a balance).
      *
           MOVE +0 TO WS-GLA-BEFORE-BAL WS-GLA-AFTER-BAL.
           IF WS-JRN-AFTER(9:1) = 'A'
               MOVE WS-JRN-AFTER(387:3)  TO WS-GLA-CURRENCY
           ELSE
               MOVE WS-JRN-BEFORE(387:3) TO WS-GLA-CURRENCY
           END-IF.
           IF WS-JRN-BEFORE(9:1) = 'A'
               MOVE WS-JRN-BEFORE(27:5) TO WS-GLA-IMAGE-BAL-X
               IF WS-GLA-IMAGE-BAL NUMERIC
                   MOVE WS-GLA-IMAGE-BAL TO WS-GLA-BEFORE-BAL
               END-IF
           END-IF.
           IF WS-JRN-AFTER(9:1) = 'A'
               MOVE WS-JRN-AFTER(27:5) TO WS-GLA-IMAGE-BAL-X
               IF WS-GLA-IMAGE-BAL NUMERIC
                   MOVE WS-GLA-IMAGE-BAL TO WS-GLA-AFTER-BAL
               END-IF
           END-IF.
           COMPUTE WS-GLA-AMOUNT = WS-GLA-AFTER-BAL
                                 - WS-GLA-BEFORE-BAL.
           MOVE SPACES TO WS-GLA-CHARGE-CODE.
           EVALUATE WS-JRN-ACTION
               WHEN 'UPDATE'
                   EVALUATE TRUE
                       WHEN TRAN-CODE = 'ORDER '
                          OR TRAN-CODE = 'ORDREV'
                           MOVE 'ORDER ' TO WS-GLA-MOVE-TYPE
                       WHEN TRAN-CODE = 'DSPCLS'
                           MOVE 'DSPCR ' TO WS-GLA-MOVE-TYPE
                       WHEN TRAN-CODE = 'WRTOFF'
                           MOVE 'WRTOFF' TO WS-GLA-MOVE-TYPE
                       WHEN TRAN-CODE = 'WRTREV'
                           MOVE 'WRTREV' TO WS-GLA-MOVE-TYPE
                       WHEN TRAN-CODE = 'TRNSFR'
                           MOVE SPACES   TO WS-GLA-MOVE-TYPE
                       WHEN WS-GLA-AMOUNT > 0
                           MOVE 'BALADD' TO WS-GLA-MOVE-TYPE
                       WHEN OTHER
                           MOVE 'BALSUB' TO WS-GLA-MOVE-TYPE
                   END-EVALUATE
               WHEN 'ADD   '
                   MOVE 'ADD   ' TO WS-GLA-MOVE-TYPE
               WHEN 'DELETE'
                   MOVE 'DELETE' TO WS-GLA-MOVE-TYPE
               WHEN 'RESTOR'
                   MOVE 'RESTOR' TO WS-GLA-MOVE-TYPE
               WHEN 'MERGE '
                   MOVE 'MRGOUT' TO WS-GLA-MOVE-TYPE
               WHEN OTHER
                   MOVE SPACES   TO WS-GLA-MOVE-TYPE
           END-EVALUATE.
           IF WS-GLA-MOVE-TYPE NOT = SPACES AND WS-GLA-AMOUNT NOT = 0
               PERFORM 294-NOTE-GL-MOVEMENT
           END-IF.

       294-NOTE-GL-MOVEMENT.
      *
      *        Adds one movement (WS-GLA-MOVE-TYPE, -CHARGE-CODE,
      *        -CURRENCY and -AMOUNT) into the run's GL summary.
      *        The amount is in the account's own currency; SAM28
      *        converts it to the base currency when it posts.
      *        Nothing is kept when no movement file is open: the
      *        fast path never opens one, and a job without GLMOVE
      *        allocated has no interface to feed.
      *
           IF WS-GLM-ACTIVE NOT = 'Y'
               CONTINUE
           ELSE
               MOVE 0 TO WS-GLA-FOUND
               PERFORM VARYING WS-GLA-IX FROM 1 BY 1
                 UNTIL WS-GLA-IX > WS-GLA-CNT OR WS-GLA-FOUND > 0
                   IF GLA-MOVE-TYPE(WS-GLA-IX) = WS-GLA-MOVE-TYPE
                      AND GLA-CHARGE-CODE(WS-GLA-IX)
                                               = WS-GLA-CHARGE-CODE
                      AND GLA-CURRENCY(WS-GLA-IX) = WS-GLA-CURRENCY
                       MOVE WS-GLA-IX TO WS-GLA-FOUND
                   END-IF
               END-PERFORM
               IF WS-GLA-FOUND = 0
                   IF WS-GLA-CNT < 120
                       ADD +1 TO WS-GLA-CNT
                       MOVE WS-GLA-CNT TO WS-GLA-FOUND
                       MOVE WS-GLA-MOVE-TYPE
                                   TO GLA-MOVE-TYPE(WS-GLA-FOUND)
                       MOVE WS-GLA-CHARGE-CODE
                                   TO GLA-CHARGE-CODE(WS-GLA-FOUND)
                       MOVE WS-GLA-CURRENCY
                                   TO GLA-CURRENCY(WS-GLA-FOUND)
                       MOVE +0 TO GLA-COUNT(WS-GLA-FOUND)
                       MOVE +0 TO GLA-AMOUNT(WS-GLA-FOUND)
                   ELSE
                       ADD +1 TO WS-GLA-LOST
                   END-IF
               END-IF
               IF WS-GLA-FOUND > 0
                   ADD +1 TO GLA-COUNT(WS-GLA-FOUND)
                   ADD WS-GLA-AMOUNT TO GLA-AMOUNT(WS-GLA-FOUND)
               END-IF
           END-IF .

       299-REPORT-BAD-TRAN.
                OUTPUT   CUSTOMER-FILE-OUT
                         REPORT-FILE
                         REJECT-FILE
                         EXTRACT-FILE
                         CUSTOMER-CONTACT-OUT
                         QUARANTINE-FILE
                         MKT-EXTRACT-FILE
                         DELTA-FILE .
           OPEN INPUT    CUSTOMER-FILE-INDEXED .
           IF WS-PART-RANGE = 'Y'
               OPEN INPUT    ARCHIVE-FILE
               OPEN OUTPUT   ARCHIVE-WORK-FILE
           ELSE
               OPEN I-O      ARCHIVE-FILE
               MOVE '00' TO WS-ARCHWORK-STATUS
           END-IF .
           OPEN I-O      HISTORY-FILE .
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '97'
               MOVE 'Y' TO WS-HIST-ACTIVE
                       'HISTORY NOT RECORDED. RC:' WS-HIST-STATUS
                       '/' WS-HIST-STATUS-2
           END-IF .
           OPEN I-O      ORDER-FILE .
           IF WS-ORD-STATUS = '00' OR WS-ORD-STATUS = '97'
               MOVE 'Y' TO WS-ORD-ACTIVE
           ELSE
               MOVE 'N' TO WS-ORD-ACTIVE
               DISPLAY 'ORDER-DETAIL FILE UNAVAILABLE - ORDER '
                       'TRANSACTIONS WILL REJECT. RC:' WS-ORD-STATUS
                       '/' WS-ORD-STATUS-2
           END-IF .
           OPEN I-O      PROMISE-FILE .
           IF WS-PTP-STATUS = '00' OR WS-PTP-STATUS = '97'
               MOVE 'Y' TO WS-PTP-ACTIVE
           ELSE
               MOVE 'N' TO WS-PTP-ACTIVE
               DISPLAY 'PROMISE FILE UNAVAILABLE - PTP/PTPCAN '
                       'REJECT, PAYMENTS NOT CREDITED. RC:'
                       WS-PTP-STATUS '/' WS-PTP-STATUS-2
           END-IF .
           OPEN I-O      DISPUTE-FILE .
           IF WS-DSP-STATUS = '00' OR WS-DSP-STATUS = '97'
               MOVE 'Y' TO WS-DSP-ACTIVE
           ELSE
               MOVE 'N' TO WS-DSP-ACTIVE
               DISPLAY 'DISPUTE FILE UNAVAILABLE - DSPOPN/DSPADJ/'
                       'DSPCLS REJECT, CHARGES ON FULL BALANCE. RC:'
                       WS-DSP-STATUS '/' WS-DSP-STATUS-2
           END-IF .
           OPEN I-O      BAD-DEBT-FILE .
           IF WS-BDL-STATUS = '00' OR WS-BDL-STATUS = '97'
               MOVE 'Y' TO WS-BDL-ACTIVE
           ELSE
               MOVE 'N' TO WS-BDL-ACTIVE
               DISPLAY 'BAD-DEBT LEDGER UNAVAILABLE - WRTOFF/WRTREV '
                       'AND RECOVERIES REJECT. RC:'
                       WS-BDL-STATUS '/' WS-BDL-STATUS-2
           END-IF .
      *        The approval queue is swept every night, thresholds
      *        or not, so items already held still get decided and
      *        reported after the thresholds come off the card.
           OPEN I-O      APPROVAL-FILE .
           IF WS-APR-STATUS = '00' OR WS-APR-STATUS = '97'
               MOVE 'Y' TO WS-APR-ACTIVE
           ELSE
               MOVE 'N' TO WS-APR-ACTIVE
               IF WS-APPROVE-BAL > 0 OR WS-APPROVE-LIM > 0
                   DISPLAY 'APPROVAL QUEUE UNAVAILABLE - UPDATES OVER '
                           'THE APPROVAL LIMITS REJECT. RC:'
                           WS-APR-STATUS '/' WS-APR-STATUS-2
               END-IF
           END-IF .
           OPEN INPUT    TRANSACTION-FILE-2 .
           IF WS-TRANFILE2-STATUS = '00'
               MOVE 'Y' TO WS-TRAN2-ACTIVE
                   MOVE 'N' TO WS-REFUND
               END-IF
           END-IF .
      *        Fraud alerts are only read by the refund sweep; a job
      *        without FRDALERT allocated pays refunds unchecked.
           IF WS-REFUND = 'Y'
               OPEN INPUT FRAUD-ALERT-FILE
               IF WS-FRA-STATUS = '00' OR WS-FRA-STATUS = '97'
                   MOVE 'Y' TO WS-FRA-ACTIVE
               ELSE
                   MOVE 'N' TO WS-FRA-ACTIVE
                   DISPLAY 'NO FRAUD ALERT FILE - REFUNDS PAID '
                           'WITHOUT A HOLD CHECK. RC:'
                           WS-FRA-STATUS '/' WS-FRA-STATUS-2
               END-IF
           END-IF .
      *        GL movement summary for the SAM28 interface; a job
      *        without GLMOVE allocated keeps no summary.
           OPEN OUTPUT   GL-MOVE-FILE .
           IF WS-GLM-STATUS = '00'
               MOVE 'Y' TO WS-GLM-ACTIVE
           ELSE
               MOVE 'N' TO WS-GLM-ACTIVE
               DISPLAY 'NO GL MOVEMENT FILE ALLOCATED - GL '
                       'SUMMARY NOT WRITTEN. RC:'
                       WS-GLM-STATUS '/' WS-GLM-STATUS-2
           END-IF .
           IF WS-MONTHEND = 'Y'
               OPEN OUTPUT SNAPSHOT-FILE
               IF WS-SNAP-STATUS NOT = '00'
             MOVE 'Y' TO WS-TRAN-EOF
           END-IF .
           IF WS-ARCHIVE-STATUS NOT = '00'
              AND WS-ARCHIVE-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING ARCHIVE FILE. RC:' WS-ARCHIVE-STATUS
                     '/' WS-ARCHIVE-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-TRAN-EOF
           END-IF .
           IF WS-ARCHWORK-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ARCHIVE WORK FILE. RC:'
                     WS-ARCHWORK-STATUS '/' WS-ARCHWORK-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-TRAN-EOF
           END-IF .
           IF WS-EXTRACT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING EXTRACT FILE. RC:' WS-EXTRACT-STATUS
                     '/' WS-EXTRACT-STATUS-2
                       DISPLAY 'BAD REFUNDBAL PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'APPROVEBAL'
                   IF WS-PARM-VALUE(1:9) NUMERIC
                       MOVE WS-PARM-VALUE(1:9) TO WS-APPROVE-BAL-X
                       MOVE WS-APPROVE-BAL-X   TO WS-APPROVE-BAL
                   ELSE
                       DISPLAY 'BAD APPROVEBAL PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'APPROVELIM'
                   IF WS-PARM-VALUE(1:9) NUMERIC
                       MOVE WS-PARM-VALUE(1:9) TO WS-APPROVE-LIM-X
                       MOVE WS-APPROVE-LIM-X   TO WS-APPROVE-LIM
                   ELSE
                       DISPLAY 'BAD APPROVELIM PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'MKTSEGMENT'
                   MOVE WS-PARM-VALUE(1:6) TO WS-MKT-SEG-WORK
                   INSPECT WS-MKT-SEG-WORK
                       CONVERTING 'CLAPNO' TO '      '
                   IF WS-PARM-VALUE(1:6) NOT = SPACES
                      AND WS-PARM-VALUE(7:) = SPACES
                      AND WS-MKT-SEG-WORK = SPACES
                       MOVE WS-PARM-VALUE(1:6) TO WS-MKT-SEGMENTS
                       DISPLAY 'MARKETING EXTRACT LIMITED TO '
                               'SEGMENTS: ' WS-MKT-SEGMENTS
                   ELSE
                       DISPLAY 'BAD MKTSEGMENT PARM IGNORED: '
                               WS-PARM-VALUE
                   END-IF
               WHEN 'RISKTIER'
                   IF WS-PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-SCORE-RISK
               END-IF
           END-IF .

       869-MARK-DATE-PROCESSED.
      *
      *        A clean full-merge nightly (RC 0, nothing aborted,
      *        quiesced or held back as a trial) marks its business
      *        date processed on the control record, which is what
      *        lets the SAM31 roll move the date on.  A FASTPATH
      *        request is an intraday run and never marks the day,
      *        and a partition is only a slice of the night -- the
      *        partitioned job marks the date in its final roll
      *        step, once every partition has ended clean.
      *
           IF RETURN-CODE = 0 AND WS-REPORT-ONLY NOT = 'Y'
                              AND WS-TRAN-ABORTED NOT = 'Y'
                              AND WS-QUIESCED NOT = 'Y'
                              AND WS-FASTPATH-REQ NOT = 'Y'
                              AND WS-PART-RANGE NOT = 'Y'
               MOVE 'G' TO BDS-FUNCTION
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-SOURCE = 'C'
                   MOVE 'P' TO BDS-FUNCTION
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   IF BDS-RETURN NOT = '00'
                       DISPLAY 'BUSINESS DATE NOT MARKED PROCESSED. '
                               'RC:' BDS-RETURN
                           UPON CONSOLE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF .

       868-RECORD-PROCESSED-FEEDS.
      *
      *        A clean run (full merge RC 0 or fast path RC 2)
                      MOVE 'Y' TO WS-CUST-FILE-EOF
                  ELSE
                      ADD +1 TO NUM-CUST-RECS-READ
      *               a master written before the latest fields
      *               were appended is shorter than the layout; its
      *               tail is space-filled so the new fields start
      *               out blank rather than carrying whatever the
      *               buffer last held
                      IF CUST-REC-TYPE = 'A'
                         AND WS-CUST-REC-LEN < LENGTH OF CUST-REC
                          MOVE SPACES
                              TO CUST-REC(WS-CUST-REC-LEN + 1:)
                      END-IF
                      IF CUST-REC-TYPE = 'A'
                          MOVE 'I'             TO WS-CCY-SIDE
                          MOVE CUST-CURRENCY   TO WS-CCY-CODE
                          MOVE +0              TO WS-CCY-AMOUNT
                          IF CUST-ACCT-BALANCE NUMERIC
                              MOVE CUST-ACCT-BALANCE TO WS-CCY-AMOUNT
                          END-IF
                          PERFORM 758-ACCUMULATE-CURRENCY
      *                   the far side of a transfer made earlier
      *                   in the pass goes on as the master is read,
      *                   so every later card sees the moved amount
                          IF WS-XFR-PEND = 'Y'
                             AND CUST-KEY = WS-XFR-PEER-KEY
                              PERFORM 245-APPLY-TRNSFR-PEER
                          END-IF
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CUST-FILE-EOF
           ELSE
           IF WS-CUST-REC-TYPE = 'A'
               MOVE 'N' TO WS-WRITE-MUTATED
      *        an account keeping to a payment arrangement is
      *        not charged while the promise holds
      *        (nor a written-off one, whose balance is closed)
               IF WS-ASSESS = 'Y'
                   PERFORM 742-CHECK-PROMISE-KEPT
                   IF WS-PTP-KEPT = 'Y'
                       ADD +1 TO NUM-PTP-EXEMPT
                   ELSE
                       IF WS-CUST-WRITEOFF-FLAG = 'W'
                           ADD +1 TO NUM-BDL-CHG-EXEMPT
                       ELSE
                           PERFORM 749-ASSESS-CHARGES
                       END-IF
                   END-IF
               END-IF
               IF WS-REFUND = 'Y'
                   PERFORM 755-SWEEP-REFUND
                      MOVE WS-CUST-ID TO WS-LAST-MASTER-ID
                      ADD WS-CUST-ACCT-BALANCE TO WS-CUST-TOTAL-BALANCE
                      ADD WS-CUST-ORDERS-YTD   TO WS-CUST-TOTAL-ORDERS
                      MOVE 'O'                 TO WS-CCY-SIDE
                      MOVE WS-CUST-CURRENCY    TO WS-CCY-CODE
                      MOVE +0                  TO WS-CCY-AMOUNT
                      IF WS-CUST-ACCT-BALANCE NUMERIC
                          MOVE WS-CUST-ACCT-BALANCE TO WS-CCY-AMOUNT
                      END-IF
                      PERFORM 758-ACCUMULATE-CURRENCY
                      IF WS-MONTHEND = 'Y'
                          PERFORM 743-WRITE-SNAPSHOT-REC
                      END-IF
               ELSE
                   MOVE +0 TO SNAP-MONTH-BUCKET
               END-IF
      *        the currency as 758 resolved it (never blank)
               MOVE WS-CCY-CODE    TO SNAP-CURRENCY
               MOVE 'X'            TO FXS-FUNCTION
               MOVE WS-CCY-CODE    TO FXS-CURRENCY
               MOVE WS-CCY-AMOUNT  TO FXS-AMOUNT
               CALL SAM34 USING EXCHANGE-RATE-PARMS
               MOVE FXS-BASE-AMOUNT TO SNAP-BASE-BALANCE
               WRITE SNAPSHOT-RECORD
               ADD +1 TO NUM-SNAP-WRITTEN
               ADD WS-CUST-ACCT-BALANCE TO WS-SNAP-BALANCE
               ADD FXS-BASE-AMOUNT TO WS-SNAP-BASE-BALANCE
           END-IF .

       744-WRITE-SNAPSHOT-TRAILER.
               MOVE 'T'             TO SNAP-TYPE
               MOVE NUM-SNAP-WRITTEN TO SNAP-CTL-COUNT
               MOVE WS-SNAP-BALANCE TO SNAP-CTL-BALANCE
               MOVE WS-SNAP-BASE-BALANCE TO SNAP-CTL-BASE-BALANCE
               WRITE SNAPSHOT-RECORD
           END-IF .

       748-ACCUMULATE-GEOGRAPHY.
      *        WS-CCY-CODE is the master's currency as 758 just
      *        accumulated it (blank resolved to the base code).
           MOVE 0 TO WS-GEO-FOUND.
           PERFORM VARYING WS-GEO-IX FROM 1 BY 1
             UNTIL WS-GEO-IX > WS-GEO-CNT
                OR WS-GEO-FOUND > 0
               IF GEO-COUNTRY(WS-GEO-IX) = WS-CUST-COUNTRY
                  AND GEO-STATE(WS-GEO-IX) = WS-CUST-STATE
                  AND GEO-CURRENCY(WS-GEO-IX) = WS-CCY-CODE
                   MOVE WS-GEO-IX TO WS-GEO-FOUND
               END-IF
           END-PERFORM.
                   MOVE WS-GEO-CNT TO WS-GEO-FOUND
                   MOVE WS-CUST-COUNTRY TO GEO-COUNTRY(WS-GEO-FOUND)
                   MOVE WS-CUST-STATE   TO GEO-STATE(WS-GEO-FOUND)
                   MOVE WS-CCY-CODE     TO GEO-CURRENCY(WS-GEO-FOUND)
                   MOVE +0 TO GEO-BASE-BALANCE(WS-GEO-FOUND)
                   MOVE +0 TO GEO-CUST-CNT(WS-GEO-FOUND)
                   MOVE +0 TO GEO-BALANCE(WS-GEO-FOUND)
                   MOVE +0 TO GEO-ORDERS(WS-GEO-FOUND)
               END-IF
           END-IF.

       742-CHECK-PROMISE-KEPT.
           MOVE 'N' TO WS-PTP-KEPT.
           IF WS-PTP-ACTIVE = 'Y'
               MOVE WS-CUST-KEY TO PTP-CUST-KEY
               READ PROMISE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PTP-STATUS = 'A' AND PTP-ENDED-DATE = 0
                           MOVE 'Y' TO WS-PTP-KEPT
                       END-IF
               END-READ
           END-IF .

       734-SUM-OPEN-DISPUTES.
      *
      *        Totals the open dispute cases of WS-DSP-CUST-KEY into
      *        WS-DSP-OPEN-AMT / -CNT, leaving out WS-DSP-SKIP-CASE
      *        (the case a transaction is maintaining; spaces when
      *        there is none).  No dispute file = nothing held out.
      *
           MOVE +0 TO WS-DSP-OPEN-AMT.
           MOVE 0  TO WS-DSP-OPEN-CNT.
           IF WS-DSP-ACTIVE = 'Y'
               MOVE 'N' TO WS-DSP-EOF
               MOVE WS-DSP-CUST-KEY TO DSP-CUST-KEY
               MOVE LOW-VALUES      TO DSP-CASE-NO
               START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY MOVE 'Y' TO WS-DSP-EOF
               END-START
               PERFORM UNTIL WS-DSP-EOF = 'Y'
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DSP-EOF
                       NOT AT END
                           IF DSP-CUST-KEY NOT = WS-DSP-CUST-KEY
                               MOVE 'Y' TO WS-DSP-EOF
                           ELSE
                               IF DSP-STATUS = 'O'
                                  AND DSP-CASE-NO NOT = WS-DSP-SKIP-CASE
                                   ADD DSP-AMOUNT TO WS-DSP-OPEN-AMT
                                   ADD +1 TO WS-DSP-OPEN-CNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF .

       735-SCAN-BAD-DEBT.
      *
      *        Browses WS-BDL-CUST-KEY's ledger entries for the
      *        highest entry number in use (WS-BDL-LAST-NO), the
      *        latest write-off entry (WS-BDL-WO-NO) and the latest
      *        reversal entry (WS-BDL-REV-NO); zero where there is
      *        none.
      *
           MOVE 0 TO WS-BDL-LAST-NO WS-BDL-WO-NO WS-BDL-REV-NO.
           MOVE 'N' TO WS-BDL-EOF.
           MOVE WS-BDL-CUST-KEY TO BDL-CUST-KEY.
           MOVE 0               TO BDL-ENTRY-NO.
           START BAD-DEBT-FILE KEY IS NOT LESS THAN BDL-KEY
               INVALID KEY MOVE 'Y' TO WS-BDL-EOF
           END-START.
           PERFORM UNTIL WS-BDL-EOF = 'Y'
               READ BAD-DEBT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BDL-EOF
                   NOT AT END
                       IF BDL-CUST-KEY NOT = WS-BDL-CUST-KEY
                           MOVE 'Y' TO WS-BDL-EOF
                       ELSE
                           MOVE BDL-ENTRY-NO TO WS-BDL-LAST-NO
                           IF BDL-ENTRY-TYPE = 'W'
                               MOVE BDL-ENTRY-NO TO WS-BDL-WO-NO
                           END-IF
                           IF BDL-ENTRY-TYPE = 'V'
                               MOVE BDL-ENTRY-NO TO WS-BDL-REV-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       736-DROP-RERUN-RECOVERIES.
      *
      *        Recovery entries against write-off WS-BDL-WO-NO that
      *        an earlier run of this business date posted went out
      *        with that run's discarded master.  They are deleted
      *        and taken back off the write-off's recovered total,
      *        ready for this run's cards to post them again.  A
      *        report-only run changes nothing.
      *
           MOVE +0 TO WS-BDL-DROPPED.
           MOVE 0  TO WS-BDL-DROPPED-CNT.
           IF WS-REPORT-ONLY NOT = 'Y'
               MOVE 'N' TO WS-BDL-EOF
               MOVE WS-BDL-CUST-KEY TO BDL-CUST-KEY
               MOVE WS-BDL-WO-NO    TO BDL-ENTRY-NO
               START BAD-DEBT-FILE KEY IS GREATER THAN BDL-KEY
                   INVALID KEY MOVE 'Y' TO WS-BDL-EOF
               END-START
               PERFORM UNTIL WS-BDL-EOF = 'Y'
                   READ BAD-DEBT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BDL-EOF
                       NOT AT END
                           IF BDL-CUST-KEY NOT = WS-BDL-CUST-KEY
                               MOVE 'Y' TO WS-BDL-EOF
                           ELSE
                               IF BDL-ENTRY-TYPE = 'R'
                                  AND BDL-WO-ENTRY-NO = WS-BDL-WO-NO
                                  AND BDL-RUN-DATE = CURRENT-DATE
                                  AND BDL-RUN-TIME NOT = WS-START-TIME
                                   ADD BDL-AMOUNT TO WS-BDL-DROPPED
                                   ADD +1 TO WS-BDL-DROPPED-CNT
                                   DELETE BAD-DEBT-FILE RECORD
                                       INVALID KEY
                                         DISPLAY 'BAD-DEBT DELETE '
                                           'FAILED. RC:' WS-BDL-STATUS
                                           '/' WS-BDL-STATUS-2
                                           ' KEY:' BDL-KEY
                                   END-DELETE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-BDL-DROPPED-CNT > 0
               MOVE WS-BDL-WO-NO TO WS-BDL-READ-NO
               PERFORM 237-READ-BAD-DEBT
               IF WS-BDL-FOUND = 'Y'
                   SUBTRACT WS-BDL-DROPPED FROM BDL-RECOVERED
                   IF BDL-RECOVERY-CNT > WS-BDL-DROPPED-CNT
                       SUBTRACT WS-BDL-DROPPED-CNT
                           FROM BDL-RECOVERY-CNT
                   ELSE
                       MOVE 0 TO BDL-RECOVERY-CNT
                   END-IF
                   PERFORM 238-SAVE-BAD-DEBT
               END-IF
           END-IF.

       749-ASSESS-CHARGES.
      *
      *        The controlled charge run: every master written gets
      *        charge code for the end-of-job summary.  Assessments
      *        post regardless of the credit limit -- fees are not
      *        discretionary -- and the over-limit exception report
      *        picks the account up if that tips it over.  Open
      *        dispute cases are held out: the minimum-balance test
      *        and the rate both work on the balance less them (the
      *        charge base), which each charge raises just as it
      *        raises the balance.
      *
           IF WS-CUST-ACCT-BALANCE NOT NUMERIC
               CONTINUE
           ELSE
               MOVE WS-CUST-KEY TO WS-DSP-CUST-KEY
               MOVE SPACES      TO WS-DSP-SKIP-CASE
               PERFORM 734-SUM-OPEN-DISPUTES
               COMPUTE WS-CHG-BASE =
                   WS-CUST-ACCT-BALANCE - WS-DSP-OPEN-AMT
               IF WS-DSP-OPEN-AMT NOT = 0
                   ADD +1 TO NUM-DSP-CHG-REDUCED
               END-IF
               PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                 UNTIL WS-RATE-IX > WS-RATE-CNT
                   IF WS-CHG-BASE >= RT-MINBAL(WS-RATE-IX)
                       IF RT-TYPE(WS-RATE-IX) = 'R'
                           COMPUTE WS-CHG-AMT ROUNDED =
                               WS-CHG-BASE
                               * RT-PCT(WS-RATE-IX) / 100
                       ELSE
                           MOVE RT-FLAT(WS-RATE-IX) TO WS-CHG-AMT
                       END-IF
                       ADD WS-CHG-AMT TO WS-CUST-ACCT-BALANCE
                       ADD WS-CHG-AMT TO WS-CHG-BASE
                       MOVE 'Y' TO WS-WRITE-MUTATED
                       IF WS-CUST-MONTH(CURRENT-MONTH) NOT NUMERIC
                           MOVE +0 TO WS-CUST-MONTH(CURRENT-MONTH)
                       ADD WS-CHG-AMT
                                  TO RT-ASSESSED-AMT(WS-RATE-IX)
                       ADD +1 TO RT-ASSESSED-CNT(WS-RATE-IX)
                       MOVE 'CHARGE'            TO WS-GLA-MOVE-TYPE
                       MOVE RT-CODE(WS-RATE-IX) TO WS-GLA-CHARGE-CODE
                       MOVE WS-CUST-CURRENCY    TO WS-GLA-CURRENCY
                       MOVE WS-CHG-AMT          TO WS-GLA-AMOUNT
                       PERFORM 294-NOTE-GL-MOVEMENT
                       MOVE WS-CHG-AMT TO WS-CHG-AMT-ED
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING 'SVC ' DELIMITED BY SIZE
      *        the audit trail) and the disbursement record goes
      *        to accounts payable.  Like an assessment, a refund
      *        is not submitter-driven, so the note carries no id.
      *        A refund an open fraud alert holds (765) is counted
      *        and left on the balance for a later night.
      *
           IF WS-CUST-ACCT-BALANCE NOT NUMERIC
               CONTINUE
           ELSE
           IF WS-CUST-ACCT-BALANCE < 0
              AND (WS-CUST-ACCT-BALANCE + WS-REFUND-BAL) <= 0
              AND WS-FRA-ACTIVE = 'Y'
               PERFORM 765-CHECK-REFUND-HOLD
           ELSE
               MOVE 'N' TO WS-FRA-HOLD
           END-IF
           IF WS-CUST-ACCT-BALANCE < 0
              AND (WS-CUST-ACCT-BALANCE + WS-REFUND-BAL) <= 0
              AND WS-FRA-HOLD = 'Y'
               ADD +1 TO NUM-REFUNDS-HELD
               SUBTRACT WS-CUST-ACCT-BALANCE FROM WS-REFUND-HELD-TOTAL
           ELSE
           IF WS-CUST-ACCT-BALANCE < 0
              AND (WS-CUST-ACCT-BALANCE + WS-REFUND-BAL) <= 0
               COMPUTE WS-REFUND-AMT = 0 - WS-CUST-ACCT-BALANCE
               MOVE 'Y' TO WS-WRITE-MUTATED
               ADD +1 TO NUM-REFUNDS
               ADD WS-REFUND-AMT TO WS-REFUND-TOTAL
               MOVE 'REFUND'      TO WS-GLA-MOVE-TYPE
               MOVE SPACES        TO WS-GLA-CHARGE-CODE
               MOVE WS-CUST-CURRENCY TO WS-GLA-CURRENCY
               MOVE WS-REFUND-AMT TO WS-GLA-AMOUNT
               PERFORM 294-NOTE-GL-MOVEMENT
               MOVE WS-REFUND-AMT TO WS-REFUND-AMT-ED
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'REFUND PAID +' DELIMITED BY SIZE
                   MOVE WS-CUST-STATE       TO DISB-STATE
                   MOVE WS-CUST-POSTAL-CODE TO DISB-POSTAL
                   MOVE WS-REFUND-AMT       TO DISB-AMOUNT
                   MOVE WS-CUST-CURRENCY    TO DISB-CURRENCY
                   WRITE DISBURSE-RECORD
                   PERFORM 766-RECORD-REFUND-COMM
               END-IF
           END-IF
           END-IF
           END-IF .

       765-CHECK-REFUND-HOLD.
      *
      *        The refund waits while the SAM48 scan has an open
      *        alert on the customer that holds refunds and whose
      *        hold has not run out; the fraud team releases it.
      *
           MOVE 'N' TO WS-FRA-HOLD.
           MOVE WS-CUST-KEY TO FRA-CUST-KEY.
           MOVE LOW-VALUES  TO FRA-ALERT-STAMP.
           MOVE 'N' TO WS-FRA-EOF.
           START FRAUD-ALERT-FILE KEY IS NOT LESS THAN FRA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FRA-EOF
           END-START.
           PERFORM UNTIL WS-FRA-EOF = 'Y'
               READ FRAUD-ALERT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FRA-EOF
               END-READ
               IF WS-FRA-EOF NOT = 'Y'
                   IF FRA-CUST-KEY NOT = WS-CUST-KEY
                       MOVE 'Y' TO WS-FRA-EOF
                   ELSE
                       IF FRA-OPEN
                          AND FRA-HOLD-REFUND = 'Y'
                          AND FRA-HOLD-UNTIL NOT < WS-BUS-DATE-FULL
                           MOVE 'Y' TO WS-FRA-HOLD
                           MOVE 'Y' TO WS-FRA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       756-WRITE-DISBURSE-TRAILER.
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
               WRITE DISBURSE-RECORD
           END-IF .

       766-RECORD-REFUND-COMM.
           MOVE SPACES              TO CHS-DOC-REF
                                       CHS-EMAIL-ADDR.
           MOVE WS-CUST-KEY         TO CHS-CUST-KEY.
           MOVE 'R'                 TO CHS-CHANNEL.
           MOVE 'REFUND'            TO CHS-DOC-TYPE.
           MOVE WS-REFUND-AMT       TO CHS-AMOUNT.
           MOVE WS-CUST-CURRENCY    TO CHS-CURRENCY.
           MOVE WS-CUST-NAME        TO CHS-NAME.
           MOVE WS-CUST-ADDR        TO CHS-ADDR.
           MOVE WS-CUST-CITY        TO CHS-CITY.
           MOVE WS-CUST-STATE       TO CHS-STATE.
           MOVE WS-CUST-COUNTRY     TO CHS-COUNTRY.
           MOVE WS-CUST-POSTAL-CODE TO CHS-POSTAL.
           PERFORM 767-CALL-COMM-HISTORY .

       767-CALL-COMM-HISTORY.
      *
      *        Communications history: a partitioned run cannot
      *        share the keyed history, so its records go to the
      *        partition's work file (COMWORK) for the job to merge
      *        in afterwards, as the archive images do.  A history
      *        failure is counted but does not stop the run.
      *
           MOVE 'R'                 TO CHS-FUNCTION.
           MOVE 'SAM1'              TO CHS-PROGRAM.
           IF WS-PART-RANGE = 'Y'
               MOVE 'W'             TO CHS-TARGET
           ELSE
               MOVE 'H'             TO CHS-TARGET
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
           END-EVALUATE .

       757-WRITE-GL-MOVEMENTS.
      *
      *        The run's GL summary: one 'M' record per movement
      *        type/charge code, then the 'T' trailer carrying the
      *        record count and net amount SAM28 re-foots before it
      *        posts anything.  Written at close whatever the run's
      *        outcome -- the proc only passes the file on to SAM28
      *        after a clean run -- but never on a report-only trial,
      *        which applied nothing.
      *
           IF WS-REPORT-ONLY = 'Y'
               CONTINUE
           ELSE
               MOVE +0 TO WS-GLA-NET
               PERFORM VARYING WS-GLA-IX FROM 1 BY 1
                 UNTIL WS-GLA-IX > WS-GLA-CNT
                   MOVE SPACES                TO GLM-REC
                   MOVE 'M'                   TO GLM-REC-TYPE
                   MOVE CURRENT-DATE          TO GLM-RUN-DATE
                   MOVE WS-START-TIME         TO GLM-RUN-TIME
                   MOVE GLA-MOVE-TYPE(WS-GLA-IX)
                                              TO GLM-MOVE-TYPE
                   MOVE GLA-CHARGE-CODE(WS-GLA-IX)
                                              TO GLM-CHARGE-CODE
                   MOVE GLA-CURRENCY(WS-GLA-IX)
                                              TO GLM-CURRENCY
                   MOVE GLA-COUNT(WS-GLA-IX)  TO GLM-COUNT
                   MOVE GLA-AMOUNT(WS-GLA-IX) TO GLM-AMOUNT
                   WRITE GLM-REC
                   ADD GLA-AMOUNT(WS-GLA-IX)  TO WS-GLA-NET
               END-PERFORM
               MOVE SPACES             TO GLM-CTL-REC
               MOVE 'T'                TO GLM-CTL-REC-TYPE
               MOVE CURRENT-DATE       TO GLM-CTL-RUN-DATE
               MOVE WS-START-TIME      TO GLM-CTL-RUN-TIME
               MOVE 'GLMTRL'           TO GLM-CTL-LABEL
               MOVE WS-GLA-CNT         TO GLM-CTL-REC-COUNT
               MOVE WS-GLA-NET         TO GLM-CTL-NET-AMOUNT
               WRITE GLM-CTL-REC
           END-IF .
           IF WS-GLA-LOST > 0
               DISPLAY 'GL MOVEMENT TABLE FULL - MOVEMENTS NOT '
                       'SUMMARIZED: ' WS-GLA-LOST
           END-IF .

       758-ACCUMULATE-CURRENCY.
      *
      *        Adds one master (WS-CCY-CODE, WS-CCY-AMOUNT) into the
      *        read ('I') or written ('O') side of the currency
      *        totals.  A blank code is the base currency and is
      *        resolved to its code here, once SAM34 has named it,
      *        so WS-CCY-CODE is never blank afterwards.
      *
           IF WS-CCY-BASE-CURRENCY = SPACES
               MOVE 'I' TO FXS-FUNCTION
               CALL SAM34 USING EXCHANGE-RATE-PARMS
               MOVE FXS-BASE-CURRENCY TO WS-CCY-BASE-CURRENCY
           END-IF.
           IF WS-CCY-CODE = SPACES
               MOVE WS-CCY-BASE-CURRENCY TO WS-CCY-CODE
           END-IF.
           MOVE 0 TO WS-CCY-FOUND.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT OR WS-CCY-FOUND > 0
               IF CCY-CURRENCY(WS-CCY-IX) = WS-CCY-CODE
                   MOVE WS-CCY-IX TO WS-CCY-FOUND
               END-IF
           END-PERFORM.
           IF WS-CCY-FOUND = 0
               IF WS-CCY-CNT < 50
                   ADD +1 TO WS-CCY-CNT
                   MOVE WS-CCY-CNT TO WS-CCY-FOUND
                   MOVE WS-CCY-CODE TO CCY-CURRENCY(WS-CCY-FOUND)
                   MOVE +0 TO CCY-IN-CNT(WS-CCY-FOUND)
                              CCY-IN-BAL(WS-CCY-FOUND)
                              CCY-OUT-CNT(WS-CCY-FOUND)
                              CCY-OUT-BAL(WS-CCY-FOUND)
                              CCY-RATE(WS-CCY-FOUND)
                              CCY-IN-BASE(WS-CCY-FOUND)
                              CCY-OUT-BASE(WS-CCY-FOUND)
                   MOVE 'N' TO CCY-RATED(WS-CCY-FOUND)
               ELSE
                   ADD +1 TO WS-CCY-LOST
               END-IF
           END-IF.
           IF WS-CCY-FOUND > 0
               IF WS-CCY-SIDE = 'I'
                   ADD +1            TO CCY-IN-CNT(WS-CCY-FOUND)
                   ADD WS-CCY-AMOUNT TO CCY-IN-BAL(WS-CCY-FOUND)
               ELSE
                   ADD +1            TO CCY-OUT-CNT(WS-CCY-FOUND)
                   ADD WS-CCY-AMOUNT TO CCY-OUT-BAL(WS-CCY-FOUND)
               END-IF
           END-IF.

       759-CONVERT-CURRENCY-TOTALS.
      *
      *        Converts every currency's read and written totals to
      *        the base currency at tonight's rate.  A currency with
      *        no rate converts as zero and is flagged on the report;
      *        so are rates not dated tonight.  Neither changes the
      *        run's return code -- the GL interface refuses to post
      *        an unconvertible movement, which is where it matters.
      *
           MOVE +0 TO WS-CCY-IN-BASE-TOTAL WS-CCY-OUT-BASE-TOTAL.
           MOVE 0 TO WS-CCY-NO-RATE.
           MOVE 'I' TO FXS-FUNCTION.
           CALL SAM34 USING EXCHANGE-RATE-PARMS.
           MOVE FXS-BASE-CURRENCY TO WS-CCY-BASE-CURRENCY.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT
               MOVE 'X'                     TO FXS-FUNCTION
               MOVE CCY-CURRENCY(WS-CCY-IX) TO FXS-CURRENCY
               MOVE CCY-IN-BAL(WS-CCY-IX)   TO FXS-AMOUNT
               CALL SAM34 USING EXCHANGE-RATE-PARMS
               MOVE FXS-BASE-AMOUNT TO CCY-IN-BASE(WS-CCY-IX)
               MOVE 'X'                     TO FXS-FUNCTION
               MOVE CCY-OUT-BAL(WS-CCY-IX)  TO FXS-AMOUNT
               CALL SAM34 USING EXCHANGE-RATE-PARMS
               MOVE FXS-BASE-AMOUNT TO CCY-OUT-BASE(WS-CCY-IX)
               IF FXS-RETURN = '08'
                   MOVE 'N' TO CCY-RATED(WS-CCY-IX)
                   MOVE 0   TO CCY-RATE(WS-CCY-IX)
                   ADD 1    TO WS-CCY-NO-RATE
               ELSE
                   MOVE 'Y'      TO CCY-RATED(WS-CCY-IX)
                   MOVE FXS-RATE TO CCY-RATE(WS-CCY-IX)
               END-IF
               ADD CCY-IN-BASE(WS-CCY-IX)  TO WS-CCY-IN-BASE-TOTAL
               ADD CCY-OUT-BASE(WS-CCY-IX) TO WS-CCY-OUT-BASE-TOTAL
           END-PERFORM.
           IF WS-CCY-NO-RATE > 0
               DISPLAY 'NO EXCHANGE RATE FOR ' WS-CCY-NO-RATE
                       ' CURRENCIES - BASE TOTALS INCOMPLETE'
           END-IF.
           IF FXS-RATES-STALE = 'Y'
               DISPLAY 'EXCHANGE RATES DATED ' FXS-RATE-DATE
                       ' ARE NOT FOR TONIGHT''S BUSINESS DATE'
           END-IF.

       751-HOLD-MARKETING-REC.
      *
      *        The do-not-call flag and preferred contact method are
           MOVE WS-CUST-COUNTRY     TO WS-MKT-PEND-COUNTRY.
           MOVE 'N'                 TO WS-MKT-PEND-DNC.
           MOVE SPACES              TO WS-MKT-PEND-PREF.
           MOVE 'N'                 TO WS-MKT-PEND-RETMAIL.
           IF WS-CUST-RETMAIL-DATE NUMERIC
              AND WS-CUST-RETMAIL-DATE > 0
               MOVE 'Y'             TO WS-MKT-PEND-RETMAIL
           END-IF.
           MOVE WS-CUST-SEGMENT     TO WS-MKT-PEND-SEGMENT.

       752-FLUSH-MARKETING-REC.
      *
      *        Malformed email = blank, or not exactly one '@', or
      *        '@' in the first position.  A master whose mail has
      *        come back (RETMAIL-DATE set) is passed over until its
      *        address is corrected.  Suppression counts feed the
      *        compliance summary in 865-REPORT-MARKETING.  When the
      *        run names MKTSEGMENT, a master outside those segments
      *        (or not yet segmented) is simply not wanted for this
      *        campaign -- counted apart, ahead of the opt-out rules.
      *
           IF WS-MKT-PEND = 'Y'
               MOVE 1 TO WS-MKT-SEG-COUNT
               IF WS-MKT-SEGMENTS NOT = SPACES
                   MOVE 0 TO WS-MKT-SEG-COUNT
                   IF WS-MKT-PEND-SEGMENT NOT = SPACE
                       INSPECT WS-MKT-SEGMENTS TALLYING
                           WS-MKT-SEG-COUNT FOR ALL WS-MKT-PEND-SEGMENT
                   END-IF
               END-IF
               IF WS-MKT-SEG-COUNT = 0
                   ADD +1 TO NUM-MKT-SEG-SKIPPED
               ELSE
               IF WS-MKT-PEND-DNC = 'Y'
                   ADD +1 TO NUM-MKT-DNC-SUPP
               ELSE
               IF WS-MKT-PEND-RETMAIL = 'Y'
                   ADD +1 TO NUM-MKT-RETMAIL-SUPP
               ELSE
                   MOVE 0 TO WS-MKT-AT-COUNT
                   INSPECT WS-MKT-PEND-EMAIL
                              WS-MKT-PEND-COUNTRY DELIMITED BY SIZE
                              '|'                 DELIMITED BY SIZE
                              WS-MKT-PEND-PREF    DELIMITED BY SIZE
                              '|'                 DELIMITED BY SIZE
                              WS-MKT-PEND-SEGMENT DELIMITED BY SIZE
                              INTO MKT-EXTRACT-RECORD
                       END-STRING
                       IF WS-REPORT-ONLY = 'Y'
                           CONTINUE
                       ELSE
                           WRITE MKT-EXTRACT-RECORD
                           PERFORM 768-RECORD-MARKETING-COMM
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               MOVE 'N' TO WS-MKT-PEND
           END-IF .

       768-RECORD-MARKETING-COMM.
      *        selection for the campaign list goes into the
      *        customer's communications history with the email
      *        the list carries
           MOVE SPACES              TO CHS-DOC-REF
                                       CHS-CURRENCY
                                       CHS-ADDR
                                       CHS-CITY
                                       CHS-POSTAL.
           MOVE WS-MKT-PEND-KEY     TO CHS-CUST-KEY.
           MOVE 'M'                 TO CHS-CHANNEL.
           MOVE 'MKTLIST'           TO CHS-DOC-TYPE.
           MOVE +0                  TO CHS-AMOUNT.
           MOVE WS-MKT-PEND-NAME    TO CHS-NAME.
           MOVE WS-MKT-PEND-STATE   TO CHS-STATE.
           MOVE WS-MKT-PEND-COUNTRY TO CHS-COUNTRY.
           MOVE WS-MKT-PEND-EMAIL   TO CHS-EMAIL-ADDR.
           PERFORM 767-CALL-COMM-HISTORY .

       753-NOTE-CONTACT-PREFS.
      *
      *        A contact belonging to the held master just passed:

       747-AGE-MASTER-REC.
      *
      *        Buckets the account by calendar days since its last
      *        maintenance (SAM30 day numbers): 1 = 0-30, 2 =
      *        31-90, 3 = 91-365, 4 = over a year, 5 = no usable
      *        maintenance date.  Over-a-year accounts with a
      *        balance past the DORMANTBAL threshold go on the
           IF WS-CUST-LAST-MAINT-DATE NOT NUMERIC
               MOVE 5 TO WS-AGE-BUCKET
           ELSE
               MOVE 'N' TO BDS-FUNCTION
               MOVE WS-CUST-LAST-MAINT-DATE TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN NOT = '00'
                   MOVE 5 TO WS-AGE-BUCKET
               ELSE
                   MOVE BDS-DAY-NUMBER TO WS-REC-DAYS
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-REC-DAYS
                   IF WS-AGE-DAYS < 0
                       MOVE 0 TO WS-AGE-DAYS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-AGE-BUCKET
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 2 TO WS-AGE-BUCKET
                       WHEN WS-AGE-DAYS <= 365
                           MOVE 3 TO WS-AGE-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-AGE-BUCKET
                   END-EVALUATE
               END-IF
           END-IF.
           ADD +1 TO AGE-BUCKET-CNT(WS-AGE-BUCKET).
           IF WS-CUST-ACCT-BALANCE NUMERIC
               MOVE +0 TO WS-CUST-ACCT-BALANCE
           END-IF.
           ADD WS-MERGE-BAL TO WS-CUST-ACCT-BALANCE.
           IF WS-MERGE-BAL NOT = 0
               MOVE 'MRGIN '     TO WS-GLA-MOVE-TYPE
               MOVE SPACES       TO WS-GLA-CHARGE-CODE
               MOVE WS-CUST-CURRENCY TO WS-GLA-CURRENCY
               MOVE WS-MERGE-BAL TO WS-GLA-AMOUNT
               PERFORM 294-NOTE-GL-MOVEMENT
           END-IF.
           IF WS-CUST-ORDERS-YTD NOT NUMERIC
               MOVE 0 TO WS-CUST-ORDERS-YTD
           END-IF.
           PERFORM 882-WRITE-DELTA-REC.
           MOVE 'N' TO WS-MERGE-PEND.

       760-SWEEP-APPROVAL-QUEUE.
      *
      *        One pass over this run's key range of the queue.
      *        Declined cards are rejected (761); pending ones are
      *        counted and aged on SAM30 day numbers from the
      *        business date they were held; approved ones not yet
      *        back through the carry-over deck are counted.
      *        Posted and rejected records stay for the audit.
      *
           MOVE 'N' TO WS-APR-EOF.
           MOVE LOW-VALUES       TO APR-KEY.
           MOVE WS-PART-KEY-LOW  TO APR-ID.
           START APPROVAL-FILE KEY IS NOT LESS THAN APR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-APR-EOF
           END-START.
           PERFORM UNTIL WS-APR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APR-EOF
               END-READ
               IF WS-APR-EOF NOT = 'Y'
                   IF APR-ID > WS-PART-KEY-HIGH
                       MOVE 'Y' TO WS-APR-EOF
                   ELSE
                       EVALUATE TRUE
                           WHEN APR-DECLINED
                               PERFORM 761-REJECT-DECLINED
                           WHEN APR-PENDING
                               PERFORM 762-AGE-PENDING
                           WHEN APR-APPROVED
                               ADD +1 TO NUM-APR-UNPOSTED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       761-REJECT-DECLINED.
      *
      *        A declined card goes to REJFILE with the approver's
      *        id as the reason.  It is not a bad transaction, so it
      *        does not count toward MAXTRANERRORS.
      *
           IF WS-REPORT-ONLY NOT = 'Y'
               MOVE APR-TRAN-IMAGE TO REJ-TRAN-IMAGE
               MOVE CURRENT-DATE   TO REJ-RUN-DATE
               MOVE SPACES         TO REJ-REASON
               STRING 'DECLINED BY APPROVER ' DELIMITED BY SIZE
                      APR-APPROVER            DELIMITED BY SPACE
                   INTO REJ-REASON
               END-STRING
               WRITE REJECT-RECORD
               MOVE 'R'              TO APR-STATUS
               MOVE WS-BUS-DATE-FULL TO APR-DONE-DATE
               REWRITE APR-REC
                   INVALID KEY
                       DISPLAY 'APPROVAL QUEUE REWRITE FAILED. RC:'
                               WS-APR-STATUS ' KEY:' APR-KEY
               END-REWRITE
           END-IF.
           ADD +1 TO NUM-APR-DECLINED.
           MOVE 'DECLINED-REJECTED'  TO RPT-APR-WHAT.
           PERFORM 763-WRITE-APR-DETAIL.

       762-AGE-PENDING.
           ADD +1 TO NUM-APR-WAITING.
           MOVE 'N' TO BDS-FUNCTION.
           MOVE APR-HOLD-DATE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF BDS-RETURN = '00'
               COMPUTE WS-APR-AGE-DAYS = WS-RUN-DAYS - BDS-DAY-NUMBER
               IF WS-APR-AGE-DAYS > WS-APR-MAX-AGE
                   ADD +1 TO NUM-APR-AGED
                   MOVE 'WAITING OVER 5 DAYS' TO RPT-APR-WHAT
                   PERFORM 763-WRITE-APR-DETAIL
               END-IF
           END-IF.

       763-WRITE-APR-DETAIL.
           MOVE APR-CUST-KEY         TO RPT-APR-KEY.
           MOVE APR-FIELD            TO RPT-APR-FIELD.
           MOVE APR-ACTION           TO RPT-APR-ACTION.
           MOVE APR-AMOUNT           TO RPT-APR-AMOUNT.
           MOVE APR-SUBMITTER        TO RPT-APR-SUBMITTER.
           MOVE APR-HOLD-DATE        TO RPT-APR-HELD-DATE.
           MOVE APR-APPROVER         TO RPT-APR-APPROVER.
           WRITE REPORT-RECORD FROM RPT-APR-LINE.

       789-COMMIT-STANDING-ROLLS.
      *
      *        Second pass over the standing file, applying the
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

       781-CHECK-BUSINESS-DATE.
      *
      *        Runs after the parms are read.  Against a control
      *        record the nightly must run for the business date it
      *        carries: a BUSDATE override naming any other day is
      *        out of sequence, and a date already marked processed
      *        (the night ran clean but the roll has not yet moved
      *        the date on) must not be posted twice.  Either one
      *        ends the run RC 16 before any file is opened.  A
      *        report-only trial keeps nothing, so it may still
      *        look at a processed date.
      *
           IF BDS-SOURCE = 'C'
               IF CURRENT-DATE NOT = BDS-BUS-YYMMDD
                   DISPLAY 'BUSDATE OVERRIDE ' CURRENT-DATE
                           ' IS NOT THE CONTROL-RECORD BUSINESS DATE '
                           BDS-BUS-YYMMDD ' - RUN OUT OF SEQUENCE'
                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF BDS-STATE = 'P' AND WS-REPORT-ONLY NOT = 'Y'
                       DISPLAY 'BUSINESS DATE ' BDS-BUS-YYMMDD
                               ' ALREADY PROCESSED - ROLL THE DATE '
                               'BEFORE THE NEXT RUN'
                           UPON CONSOLE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .
           MOVE 'A' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           MOVE 0 TO BDS-ADD-DAYS .
           MOVE 0 TO BDS-ADD-MONTHS .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DATE-OUT TO WS-BUS-DATE-FULL .

       790-CLOSE-FILES.
           CLOSE TRANSACTION-FILE .
           IF WS-TRAN2-ACTIVE = 'Y'
               PERFORM 756-WRITE-DISBURSE-TRAILER
               CLOSE DISBURSE-FILE
           END-IF .
           IF WS-REPORT-ONLY NOT = 'Y'
               MOVE 'C' TO CHS-FUNCTION
               CALL SAM43 USING COMM-HISTORY-PARMS
           END-IF .
           IF WS-GLM-ACTIVE = 'Y'
               PERFORM 757-WRITE-GL-MOVEMENTS
               CLOSE GL-MOVE-FILE
           END-IF .
           CLOSE REPORT-FILE .
           CLOSE REJECT-FILE .
           CLOSE CUSTOMER-FILE .
           IF WS-HIST-ACTIVE = 'Y'
               CLOSE HISTORY-FILE
           END-IF .
           IF WS-ORD-ACTIVE = 'Y'
               CLOSE ORDER-FILE
           END-IF .
           IF WS-PTP-ACTIVE = 'Y'
               CLOSE PROMISE-FILE
           END-IF .
           IF WS-DSP-ACTIVE = 'Y'
               CLOSE DISPUTE-FILE
           END-IF .
           IF WS-BDL-ACTIVE = 'Y'
               CLOSE BAD-DEBT-FILE
           END-IF .
           IF WS-APR-ACTIVE = 'Y'
               CLOSE APPROVAL-FILE
           END-IF .
           IF WS-FRA-ACTIVE = 'Y'
               CLOSE FRAUD-ALERT-FILE
           END-IF .
           CLOSE ARCHIVE-FILE .
           IF WS-PART-RANGE = 'Y'
               CLOSE ARCHIVE-WORK-FILE
           END-IF .
           CLOSE CHECKPOINT-FILE .
           CLOSE EXTRACT-FILE .

                      NUM-RESTORE-REQUESTS - NUM-RESTORE-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'ORDER  '            TO RPT-TRAN.
           MOVE NUM-ORDER-REQUESTS   TO RPT-NUM-TRANS.
           MOVE NUM-ORDER-PROCESSED  TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-ORDER-REQUESTS  -  NUM-ORDER-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'ORDREV '            TO RPT-TRAN.
           MOVE NUM-ORDREV-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-ORDREV-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-ORDREV-REQUESTS - NUM-ORDREV-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'PTP    '            TO RPT-TRAN.
           MOVE NUM-PTP-REQUESTS     TO RPT-NUM-TRANS.
           MOVE NUM-PTP-PROCESSED    TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-PTP-REQUESTS  -  NUM-PTP-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'PTPCAN '            TO RPT-TRAN.
           MOVE NUM-PTPCAN-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-PTPCAN-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-PTPCAN-REQUESTS - NUM-PTPCAN-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'DSPOPN '            TO RPT-TRAN.
           MOVE NUM-DSPOPN-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-DSPOPN-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-DSPOPN-REQUESTS - NUM-DSPOPN-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'DSPADJ '            TO RPT-TRAN.
           MOVE NUM-DSPADJ-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-DSPADJ-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-DSPADJ-REQUESTS - NUM-DSPADJ-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'DSPCLS '            TO RPT-TRAN.
           MOVE NUM-DSPCLS-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-DSPCLS-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-DSPCLS-REQUESTS - NUM-DSPCLS-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'WRTOFF '            TO RPT-TRAN.
           MOVE NUM-WRTOFF-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-WRTOFF-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-WRTOFF-REQUESTS - NUM-WRTOFF-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'WRTREV '            TO RPT-TRAN.
           MOVE NUM-WRTREV-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-WRTREV-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-WRTREV-REQUESTS - NUM-WRTREV-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'TRNSFR '            TO RPT-TRAN.
           MOVE NUM-TRNSFR-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-TRNSFR-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-TRNSFR-REQUESTS - NUM-TRNSFR-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.

           MOVE 'RETMAL '            TO RPT-TRAN.
           MOVE NUM-RETMAL-REQUESTS  TO RPT-NUM-TRANS.
           MOVE NUM-RETMAL-PROCESSED TO RPT-NUM-TRAN-PROC.
           COMPUTE RPT-NUM-TRAN-ERR =
                      NUM-RETMAL-REQUESTS - NUM-RETMAL-PROCESSED .
           WRITE REPORT-RECORD  FROM  RPT-STATS-DETAIL.
      *        recoveries are UPDATEs, counted in that line as well
           IF NUM-BDL-RECOVERIES > 0
               MOVE 'UPDATEs posted as recoveries:' TO RPT-MKT-TEXT
               MOVE NUM-BDL-RECOVERIES TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE AFTER 2
           END-IF.
           IF NUM-FP-WO-DEFERRED > 0
               MOVE 'Written-off, held for nightly:' TO RPT-MKT-TEXT
               MOVE NUM-FP-WO-DEFERRED TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE AFTER 2
           END-IF.
           IF NUM-FP-APR-DEFERRED > 0
               MOVE 'Over approval limit, deferred:' TO RPT-MKT-TEXT
               MOVE NUM-FP-APR-DEFERRED TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE AFTER 2
           END-IF.
      *        a transfer's far side that SAM2 would not take
      *        is posted regardless, so the pair still balances
           IF NUM-TRNSFR-FORCED > 0
               MOVE 'Transfer far sides forced:'   TO RPT-MKT-TEXT
               MOVE NUM-TRNSFR-FORCED TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE AFTER 2
           END-IF.

       855-REPORT-CUST-SUMMARY.
      *
      *        RPT-SUM-CUST-CNT/RPT-SUM-CONTACT-CNT are reported
               MOVE NUM-SNAP-WRITTEN TO RPT-SNAP-CNT
               WRITE REPORT-RECORD FROM RPT-SNAPSHOT-COUNT
           END-IF.
           PERFORM 759-CONVERT-CURRENCY-TOTALS.
           PERFORM 854-REPORT-CURRENCIES.

       854-REPORT-CURRENCIES.
      *
      *        The balance totals above are in each account's own
      *        currency added together, as the generation trailer
      *        carries them; this section breaks them out by
      *        currency, read and written, with the base-currency
      *        equivalent at tonight's rate.
      *
           MOVE WS-CCY-BASE-CURRENCY TO RPT-CCY-BASE.
           MOVE FXS-RATE-DATE        TO RPT-CCY-RATE-DATE.
           MOVE SPACES               TO RPT-CCY-STALE.
           IF FXS-RETURN = '04'
               MOVE ' (NO RATE FILE)'   TO RPT-CCY-STALE
           ELSE
               IF FXS-RATES-STALE = 'Y'
                   MOVE ' *** NOT TONIGHT''S RATES ***'
                                        TO RPT-CCY-STALE
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM RPT-CCY-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-CCY-COL.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT
               MOVE CCY-CURRENCY(WS-CCY-IX) TO RPT-CCY-CODE
               MOVE CCY-IN-CNT(WS-CCY-IX)   TO RPT-CCY-IN-CNT
               MOVE CCY-IN-BAL(WS-CCY-IX)   TO RPT-CCY-IN-BAL
               MOVE CCY-OUT-CNT(WS-CCY-IX)  TO RPT-CCY-OUT-CNT
               MOVE CCY-OUT-BAL(WS-CCY-IX)  TO RPT-CCY-OUT-BAL
               IF CCY-RATED(WS-CCY-IX) = 'Y'
                   MOVE CCY-RATE(WS-CCY-IX) TO RPT-CCY-RATE
               ELSE
                   MOVE '  ** NO RATE' TO RPT-CCY-RATE-X
               END-IF
               MOVE CCY-IN-BASE(WS-CCY-IX)  TO RPT-CCY-IN-BASE
               MOVE CCY-OUT-BASE(WS-CCY-IX) TO RPT-CCY-OUT-BASE
               WRITE REPORT-RECORD FROM RPT-CCY-LINE
           END-PERFORM.
           MOVE WS-CCY-IN-BASE-TOTAL  TO RPT-CCY-TOT-IN.
           MOVE WS-CCY-OUT-BASE-TOTAL TO RPT-CCY-TOT-OUT.
           WRITE REPORT-RECORD FROM RPT-CCY-TOTAL.
           IF WS-CCY-LOST > 0
               MOVE WS-CCY-LOST TO RPT-CCY-OVFL
               WRITE REPORT-RECORD FROM RPT-CCY-OVFL-LINE
           END-IF.

       851-REPORT-SUSPENSE.
      *
           MOVE NUM-SUSP-EXHAUSTED TO RPT-SUSP-NUM.
           WRITE REPORT-RECORD FROM RPT-SUSP-COUNT-LINE.

       852-REPORT-APPROVALS.
      *
      *        The approval queue after tonight's run: cards held
      *        tonight are listed as they were held (204); the sweep
      *        (760) sends the declined ones to REJFILE and lists
      *        any that have waited more than five days.  Aged items
      *        are reported, not failed -- the run still ends clean
      *        so the business date rolls.
      *
           IF WS-APR-ACTIVE = 'Y'
               WRITE REPORT-RECORD FROM RPT-APR-HDR AFTER 2
               PERFORM 760-SWEEP-APPROVAL-QUEUE
               MOVE 'Held for approval tonight:'  TO RPT-APR-TEXT
               MOVE NUM-APR-HELD        TO RPT-APR-NUM
               WRITE REPORT-RECORD FROM RPT-APR-COUNT-LINE AFTER 2
               MOVE 'Approved cards applied:'     TO RPT-APR-TEXT
               MOVE NUM-APR-RELEASED    TO RPT-APR-NUM
               WRITE REPORT-RECORD FROM RPT-APR-COUNT-LINE
               MOVE 'Declined, sent to REJFILE:'  TO RPT-APR-TEXT
               MOVE NUM-APR-DECLINED    TO RPT-APR-NUM
               WRITE REPORT-RECORD FROM RPT-APR-COUNT-LINE
               MOVE 'Still waiting for approval:' TO RPT-APR-TEXT
               MOVE NUM-APR-WAITING     TO RPT-APR-NUM
               WRITE REPORT-RECORD FROM RPT-APR-COUNT-LINE
               MOVE 'Waiting over 5 days:'        TO RPT-APR-TEXT
               MOVE NUM-APR-AGED        TO RPT-APR-NUM
               WRITE REPORT-RECORD FROM RPT-APR-COUNT-LINE
               MOVE 'Approved, not yet through:'  TO RPT-APR-TEXT
               MOVE NUM-APR-UNPOSTED    TO RPT-APR-NUM
               WRITE REPORT-RECORD FROM RPT-APR-COUNT-LINE
               IF NUM-APR-AGED > 0
                   MOVE NUM-APR-AGED TO RPT-APR-NUM
                   DISPLAY 'SAM1 APPROVAL QUEUE: ' RPT-APR-NUM
                           ' ITEM(S) WAITING OVER 5 DAYS'
                           UPON CONSOLE
               END-IF
           END-IF.

       856-REPORT-OVER-LIMIT.
      *
      *        End-of-job list for the credit team of the accounts

       859-REPORT-GEOGRAPHY.
      *
      *        Converts each entry to the base currency, sorts the
      *        accumulated country/state/currency table (selection
      *        sort - at most 200 entries), prints the breakdown and
      *        the top-N by base-currency balance, and writes the
      *        same rows pipe-delimited to GEOEXTR (currency and
      *        base equivalent appended after orders).
      *
           IF WS-GEO-CNT = 0
               CONTINUE
           ELSE
               PERFORM VARYING WS-GEO-IX FROM 1 BY 1
                 UNTIL WS-GEO-IX > WS-GEO-CNT
                   MOVE 'X'                    TO FXS-FUNCTION
                   MOVE GEO-CURRENCY(WS-GEO-IX) TO FXS-CURRENCY
                   MOVE GEO-BALANCE(WS-GEO-IX) TO FXS-AMOUNT
                   CALL SAM34 USING EXCHANGE-RATE-PARMS
                   MOVE FXS-BASE-AMOUNT TO GEO-BASE-BALANCE(WS-GEO-IX)
               END-PERFORM
               PERFORM 861-SORT-GEO-TABLE
               WRITE REPORT-RECORD FROM RPT-GEO-HDR AFTER 2
               WRITE REPORT-RECORD FROM RPT-GEO-COL
                 UNTIL WS-GEO-IX > WS-GEO-CNT
                   MOVE GEO-COUNTRY(WS-GEO-IX) TO RPT-GEO-COUNTRY
                   MOVE GEO-STATE(WS-GEO-IX)   TO RPT-GEO-STATE
                   MOVE GEO-CURRENCY(WS-GEO-IX) TO RPT-GEO-CCY
                   MOVE GEO-CUST-CNT(WS-GEO-IX) TO RPT-GEO-CNT
                   MOVE GEO-BALANCE(WS-GEO-IX) TO RPT-GEO-BAL
                   MOVE GEO-ORDERS(WS-GEO-IX)  TO RPT-GEO-ORD
                   MOVE GEO-BASE-BALANCE(WS-GEO-IX)
                                               TO RPT-GEO-BASE-BAL
                   WRITE REPORT-RECORD FROM RPT-GEO-LINE
                   PERFORM 862-WRITE-GEO-EXTRACT
               END-PERFORM
           MOVE GEO-CUST-CNT(WS-GEO-IX) TO WS-GEO-CNT-DISP.
           MOVE GEO-BALANCE(WS-GEO-IX)  TO WS-GEO-BAL-DISP.
           MOVE GEO-ORDERS(WS-GEO-IX)   TO WS-GEO-ORD-DISP.
           MOVE GEO-BASE-BALANCE(WS-GEO-IX) TO WS-GEO-BASE-DISP.
           MOVE SPACES TO GEO-EXTRACT-RECORD.
           STRING 'GEO'                 DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-GEO-BAL-DISP-X     DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-GEO-ORD-DISP       DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  GEO-CURRENCY(WS-GEO-IX) DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-GEO-BASE-DISP-X    DELIMITED BY SIZE
                  INTO GEO-EXTRACT-RECORD
           END-STRING.
           IF WS-REPORT-ONLY = 'Y'
                       IF WS-GEO-BEST = 0
                           MOVE WS-GEO-IX TO WS-GEO-BEST
                       ELSE
                           IF GEO-BASE-BALANCE(WS-GEO-IX) >
                                  GEO-BASE-BALANCE(WS-GEO-BEST)
                               MOVE WS-GEO-IX TO WS-GEO-BEST
                           END-IF
                       END-IF
                   MOVE 'Y' TO GEO-RANKED(WS-GEO-BEST)
                   MOVE GEO-COUNTRY(WS-GEO-BEST) TO RPT-GEO-COUNTRY
                   MOVE GEO-STATE(WS-GEO-BEST)   TO RPT-GEO-STATE
                   MOVE GEO-CURRENCY(WS-GEO-BEST) TO RPT-GEO-CCY
                   MOVE GEO-CUST-CNT(WS-GEO-BEST) TO RPT-GEO-CNT
                   MOVE GEO-BALANCE(WS-GEO-BEST) TO RPT-GEO-BAL
                   MOVE GEO-ORDERS(WS-GEO-BEST)  TO RPT-GEO-ORD
                   MOVE GEO-BASE-BALANCE(WS-GEO-BEST)
                                                 TO RPT-GEO-BASE-BAL
                   WRITE REPORT-RECORD FROM RPT-GEO-LINE
               END-IF
           END-PERFORM .
                   MOVE RT-ASSESSED-AMT(WS-RATE-IX) TO RPT-CHG-AMT
                   WRITE REPORT-RECORD FROM RPT-CHARGE-LINE
               END-PERFORM
               MOVE 'Exempt - promise being kept:' TO RPT-MKT-TEXT
               MOVE NUM-PTP-EXEMPT     TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE
               MOVE 'Swept net of open disputes:  ' TO RPT-MKT-TEXT
               MOVE NUM-DSP-CHG-REDUCED TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE
               MOVE 'Exempt - written off:        ' TO RPT-MKT-TEXT
               MOVE NUM-BDL-CHG-EXEMPT TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE
           END-IF .

       866-REPORT-REFUNDS.
               WRITE REPORT-RECORD FROM RPT-REFUND-COUNT-LINE
               MOVE WS-REFUND-TOTAL TO RPT-RFD-AMT
               WRITE REPORT-RECORD FROM RPT-REFUND-AMT-LINE
               MOVE 'Held by a fraud alert:      ' TO RPT-RFD-TEXT
               MOVE NUM-REFUNDS-HELD TO RPT-RFD-NUM
               WRITE REPORT-RECORD FROM RPT-REFUND-COUNT-LINE
               MOVE WS-REFUND-HELD-TOTAL TO RPT-RFH-AMT
               WRITE REPORT-RECORD FROM RPT-REFUND-HELD-LINE
           END-IF .

       865-REPORT-MARKETING.
           MOVE 'Suppressed - bad email:     ' TO RPT-MKT-TEXT.
           MOVE NUM-MKT-EMAIL-SUPP TO RPT-MKT-NUM.
           WRITE REPORT-RECORD FROM RPT-MKT-LINE.
           MOVE 'Suppressed - returned mail: ' TO RPT-MKT-TEXT.
           MOVE NUM-MKT-RETMAIL-SUPP TO RPT-MKT-NUM.
           WRITE REPORT-RECORD FROM RPT-MKT-LINE.
           IF WS-MKT-SEGMENTS NOT = SPACES
               MOVE 'Not in segments selected:   ' TO RPT-MKT-TEXT
               MOVE NUM-MKT-SEG-SKIPPED TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE
           END-IF.
           MOVE 'Communications recorded:    ' TO RPT-MKT-TEXT.
           MOVE NUM-COMMS-RECORDED TO RPT-MKT-NUM.
           WRITE REPORT-RECORD FROM RPT-MKT-LINE.
           IF NUM-COMMS-ERRORS > 0
               MOVE 'Communications not recorded:' TO RPT-MKT-TEXT
               MOVE NUM-COMMS-ERRORS TO RPT-MKT-NUM
               WRITE REPORT-RECORD FROM RPT-MKT-LINE
           END-IF.

       860-BALANCE-CHECK.
           COMPUTE WS-EXPECTED-OUT-CNT =
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF .
           IF WS-CCY-CNT > 0
               MOVE WS-CCY-BASE-CURRENCY  TO RPT-BALB-CCY
               MOVE WS-CCY-IN-BASE-TOTAL  TO RPT-BALB-IN
               MOVE WS-CCY-OUT-BASE-TOTAL TO RPT-BALB-OUT
               WRITE REPORT-RECORD FROM RPT-BALANCE-BASE
           END-IF .
      *        A transfer whose far side the pass never reached
      *        has moved money out of (or into) one account only.
           IF WS-XFR-PEND = 'Y'
               MOVE WS-XFR-PEER-KEY TO RPT-XFR-KEY
               WRITE REPORT-RECORD FROM RPT-XFR-UNAPPLIED AFTER 2
               DISPLAY 'SAM1 TRANSFER NOT COMPLETED - FAR KEY '
                       WS-XFR-PEER-KEY ' NEVER REACHED'
               IF WS-TRAN-ABORTED NOT = 'Y' AND WS-QUIESCED NOT = 'Y'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF .

       867-WRITE-RUN-HISTORY.
      *
               MOVE NUM-CONTACTS-CASCADED TO RUNH-CONTACTS-CASC
               MOVE WS-CUST-TOTAL-BALANCE TO RUNH-TOTAL-BALANCE
               MOVE NUM-MASTER-RECS-WRITTEN TO RUNH-MASTER-RECS
               COMPUTE RUNH-OTHER-JRN-PROC =
                       NUM-ORDER-PROCESSED  + NUM-ORDREV-PROCESSED
                     + NUM-WRTOFF-PROCESSED + NUM-WRTREV-PROCESSED
                     + NUM-TRNSFR-PROCESSED + NUM-RETMAL-PROCESSED
                     + NUM-DSPCLS-PROCESSED
               WRITE RUNH-REC
               CLOSE RUN-HISTORY-FILE
           END-IF .

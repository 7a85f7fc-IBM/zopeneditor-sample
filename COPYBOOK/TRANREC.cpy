               10  FILLER                 PIC X.
               10  TRAN-FIELD-SS          PIC 99.
               10  FILLER                 PIC X.
      *
      *        A BALANCE amount may name its currency in columns
      *        11-13 of the value (TRAN-UPDATE-CCY); blank = the
      *        account's own currency.  SAM2 rejects any other.
      *
               10  TRAN-UPDATE-DATA       PIC X(36).
               10  FILLER            REDEFINES TRAN-UPDATE-DATA.
                   15  TRAN-UPDATE-NUM        PIC 9(7)V99.
                   15  FILLER                 PIC X.
                   15  TRAN-UPDATE-CCY        PIC X(3).
                   15  FILLER                 PIC X(23).
               10  FILLER            REDEFINES TRAN-UPDATE-DATA.
                   15  TRAN-UPDATE-NUMX.
                       20  TRAN-UPDATE-NUMX1      PIC X.
               10  TRAN-UPDATE-DATA-2     PIC X(36).
               10  FILLER            REDEFINES TRAN-UPDATE-DATA-2.
                   15  TRAN-UPDATE-NUM-2      PIC 9(7)V99.
                   15  FILLER                 PIC X.
                   15  TRAN-UPDATE-CCY-2      PIC X(3).
                   15  FILLER                 PIC X(23).
               10  FILLER            REDEFINES TRAN-UPDATE-DATA-2.
                   15  TRAN-UPDATE-NUMX-2.
                       20  TRAN-UPDATE-NUMX1-2    PIC X.
               10  TRAN-UPDATE-DATA-3     PIC X(36).
               10  FILLER            REDEFINES TRAN-UPDATE-DATA-3.
                   15  TRAN-UPDATE-NUM-3      PIC 9(7)V99.
                   15  FILLER                 PIC X.
                   15  TRAN-UPDATE-CCY-3      PIC X(3).
                   15  FILLER                 PIC X(23).
               10  FILLER            REDEFINES TRAN-UPDATE-DATA-3.
                   15  TRAN-UPDATE-NUMX-3.
                       20  TRAN-UPDATE-NUMX1-3    PIC X.
           10  FILLER                 PIC X.
           10  TRL-AMT-TOTAL          PIC 9(11)V99.
           10  FILLER                 PIC X(158).
      *
      *        ORDER transaction: posts one customer order.  SAM1
      *        writes the order line to the keyed order-detail file
      *        (customer key + order number) and in the same step
      *        adds the amount to ACCT-BALANCE and to the MONTH
      *        bucket of the order date, and bumps ORDERS-YTD.  The
      *        submitter stays in the TRAN-SUBMITTER bytes.  ORDREV
      *        (the order's reversal) uses the same layout: number
      *        and amount must match the posted line.
      *
       05  ORDER-PARMS    REDEFINES TRAN-PARMS.
           10  ORDER-KEY              PIC X(9).
           10  FILLER                 PIC X(8).
           10  ORDER-NUMBER           PIC X(10).
           10  FILLER                 PIC X.
           10  ORDER-DATE             PIC 9(6).
           10  ORDER-DATE-X  REDEFINES ORDER-DATE
                                      PIC X(6).
           10  FILLER  REDEFINES ORDER-DATE.
               15  ORDER-DATE-YY      PIC 99.
               15  ORDER-DATE-MM      PIC 99.
               15  ORDER-DATE-DD      PIC 99.
           10  FILLER                 PIC X.
           10  ORDER-AMOUNT           PIC 9(7)V99.
      *        currency of the amount: blank = the account's own,
      *        anything else must match it (passed on to SAM2)
           10  FILLER                 PIC X.
           10  ORDER-CURRENCY         PIC X(3).
           10  FILLER                 PIC X(146).
      *
      *        PTP transaction: records a promise-to-pay payment
      *        arrangement -- COUNT installments of AMOUNT, weekly
      *        ('W'), every two weeks ('B') or monthly ('M'), the
      *        first due on FIRST-DUE (YYMMDD; blank = the business
      *        date).  SAM1 writes it to the keyed promise file;
      *        PTPCAN (key and submitter only) cancels it.  The
      *        submitter stays in the TRAN-SUBMITTER bytes.
      *
       05  PTP-PARMS      REDEFINES TRAN-PARMS.
           10  PTP-KEY                PIC X(9).
           10  FILLER                 PIC X(8).
           10  PTP-AMOUNT             PIC 9(7)V99.
           10  FILLER                 PIC X.
           10  PTP-FREQ               PIC X.
           10  FILLER                 PIC X.
           10  PTP-COUNT              PIC 99.
           10  FILLER                 PIC X.
           10  PTP-FIRST-DUE          PIC 9(6).
           10  PTP-FIRST-DUE-X   REDEFINES PTP-FIRST-DUE
                                      PIC X(6).
           10  FILLER                 PIC X(156).
      *
      *        Dispute-case transactions, all against one case of
      *        the customer's (the keyed dispute file):
      *          DSPOPN  opens CASE for AMOUNT with REASON
      *          DSPADJ  sets the open case's AMOUNT to a new
      *                  figure (and REASON, when given)
      *          DSPCLS  closes it: RESOLUTION 'C' credits AMOUNT
      *                  (blank = all of it) off the balance, 'R'
      *                  reinstates it and leaves the balance alone
      *        The submitter stays in the TRAN-SUBMITTER bytes.
      *
       05  DISPUTE-PARMS  REDEFINES TRAN-PARMS.
           10  DISPUTE-KEY            PIC X(9).
           10  FILLER                 PIC X(8).
           10  DISPUTE-CASE           PIC X(8).
           10  FILLER                 PIC X.
           10  DISPUTE-AMOUNT         PIC 9(7)V99.
           10  DISPUTE-AMOUNT-X  REDEFINES DISPUTE-AMOUNT
                                      PIC X(9).
           10  FILLER                 PIC X.
           10  DISPUTE-RESOLUTION     PIC X.
           10  FILLER                 PIC X.
           10  DISPUTE-REASON         PIC X(30).
           10  FILLER                 PIC X(126).
      *
      *        Write-off transactions (destructive codes):
      *          WRTOFF  writes the balance off to the bad-debt
      *                  ledger and marks the account written off
      *          WRTREV  reverses the write-off, reinstating the
      *                  balance net of recoveries
      *        REASON (optional) is carried to the ledger entry.
      *        The submitter stays in the TRAN-SUBMITTER bytes.
      *
       05  WRITEOFF-PARMS REDEFINES TRAN-PARMS.
           10  WRITEOFF-KEY           PIC X(9).
           10  FILLER                 PIC X(8).
           10  WRITEOFF-REASON        PIC X(30).
           10  FILLER                 PIC X(147).
      *
      *        TRNSFR transaction: moves AMOUNT of balance from the
      *        FROM customer to the TO customer, both sides or
      *        neither.  As with MERGE, TRAN-KEY must carry the
      *        LOWER of the two keys.  The receiving side is held to
      *        its credit (and group) limit; CURRENCY, when given,
      *        must be the currency of both accounts.  Both
      *        masters are noted with the other key; REASON
      *        (optional) rides on the card into the journal.  The
      *        submitter stays in the TRAN-SUBMITTER bytes.
      *
       05  TRANSFER-PARMS REDEFINES TRAN-PARMS.
           10  TRANSFER-KEY           PIC X(9).
           10  FILLER                 PIC X(8).
           10  TRANSFER-FROM-KEY      PIC X(9).
           10  FILLER                 PIC X.
           10  TRANSFER-TO-KEY        PIC X(9).
           10  FILLER                 PIC X.
           10  TRANSFER-AMOUNT        PIC 9(7)V99.
           10  TRANSFER-AMOUNT-X  REDEFINES TRANSFER-AMOUNT
                                      PIC X(9).
           10  FILLER                 PIC X.
           10  TRANSFER-CURRENCY      PIC X(3).
           10  FILLER                 PIC X.
           10  TRANSFER-REASON        PIC X(30).
           10  FILLER                 PIC X(113).
      *
      *        RETMAL transaction: the post office has returned mail
      *        sent to the customer's address.  The master is marked
      *        undeliverable as of DATE (yymmdd; blank = the business
      *        date) until its ADDR, CITY, STATE or POSTCODE is next
      *        changed.  The submitter stays in the TRAN-SUBMITTER
      *        bytes.
      *
       05  RETMAIL-PARMS  REDEFINES TRAN-PARMS.
           10  RETMAIL-KEY            PIC X(9).
           10  FILLER                 PIC X(8).
           10  RETMAIL-DATE           PIC 9(6).
           10  RETMAIL-DATE-X     REDEFINES RETMAIL-DATE
                                      PIC X(6).
           10  FILLER                 PIC X(171).

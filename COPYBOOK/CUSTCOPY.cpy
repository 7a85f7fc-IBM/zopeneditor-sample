      *
           05  :TAG:-RISK-TIER          PIC X.
      *
      *    Account hierarchy.  PARENT-ID links a branch account to
      *    the master of the company it belongs to (spaces = not a
      *    member of any group); SAM2 maintains it on UPDATE PARENT
      *    and refuses a parent that does not exist or that would
      *    close a loop.  GROUP-CREDIT-LIMIT, carried on the group's
      *    top account, caps the combined balance of that account
      *    and every account beneath it; SAM2 enforces it on any
      *    member's BALANCE ADD.  Zero, or the spaces found on
      *    records written before the fields existed (not NUMERIC
      *    as packed decimal), means no group limit.  The SAM32
      *    service owns the group arithmetic.
      *
           05  :TAG:-PARENT-ID          PIC X(8).
           05  :TAG:-GROUP-CREDIT-LIMIT PIC 9(7)V99  COMP-3.
      *
      *    Currency the account is held in (3-letter ISO code):
      *    ACCT-BALANCE, the MONTH buckets and CREDIT-LIMIT are all
      *    amounts in it.  Spaces, as on records written before the
      *    field existed, mean the base currency of the books (the
      *    SAM34 exchange-rate service names it).  Changed only
      *    through SAM2 CURRENCY, and only on a zero balance.
      *
           05  :TAG:-CURRENCY           PIC X(3).
      *
      *    Billing-cycle day: the day of the month (01-28) the
      *    account's statement cycle closes on.  A SAM7 cycle run
      *    statements only the accounts on its day.  Zero, or the
      *    spaces found on records written before the field
      *    existed, means the default cycle, day 01.  Changed
      *    through SAM2 CYCLEDAY (REPLACE only).
      *
           05  :TAG:-CYCLE-DAY          PIC 99.
      *
      *    Write-off status: 'W' once SAM1's WRTOFF transaction has
      *    written the balance off to the bad-debt ledger.  A
      *    written-off account takes no further BALANCE ADDs (SAM2
      *    rejects them) and a payment on it posts as a recovery
      *    against the ledger entry rather than to the balance.
      *    Space, as on records written before the field existed,
      *    is a normal account; WRTREV clears it.
      *
           05  :TAG:-WRITEOFF-FLAG      PIC X.
      *
      *    Returned mail: the date (yymmdd) SAM1's RETMAL transaction
      *    recorded the post office returning mail sent to this
      *    address.  While it is set, SAM7 prints no paper
      *    statement, the marketing extract passes the customer
      *    over and the weekly skip-trace list (SAM39) carries the
      *    account if it owes money.  SAM2 clears it when ADDR,
      *    CITY, STATE or POSTCODE is next changed.  Zero, or the
      *    spaces found on records written before the field
      *    existed (not NUMERIC), means the address is good.
      *
           05  :TAG:-RETMAIL-DATE       PIC 9(6).
      *
      *    Value segment, stamped by the SAM45 segmentation run
      *    from payment recency, order frequency and spend:
      *       C champion   L loyal   A at risk   P lapsed
      *       N new        O other
      *    The marketing extract carries it and can select on it.
      *    Space, as on records written before the field existed
      *    or not yet segmented, is unsegmented.  Changed through
      *    SAM2 SEGMENT (REPLACE only).
      *
           05  :TAG:-SEGMENT            PIC X.
      *
      *    Overlay of :TAG:-CONTACT-REC's tail fields onto the master
      *    record's own storage -- CUSTOMER-FILE physically carries
      *    both master ('A') and contact records using the :TAG:-REC
           05  :TAG:-PREF-CONTACT-METHOD-OV  PIC X(05).
           05  FILLER                        PIC X(10).
           05  :TAG:-DO-NOT-CALL-FLAG-OV     PIC X.
           05  FILLER                        PIC X(327).
       01  :TAG:-CONTACT-REC.
           05  :TAG:-CONTACT-KEY.
               10  :TAG:-CONTACT-ID        PIC X(8).

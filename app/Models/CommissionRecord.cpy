      *    Commission ledger (database/commissions.db): one record
      *    per order per commission:calculate period in which what
      *    the order had earned its rep changed, keyed by order key
      *    plus period so one keyed START walks an order's history.
      *    BASE is the change in commissionable revenue - collected
      *    money, but never more than the invoice less its credit
      *    memos - since the order's last entry. It is negative when
      *    a credit memo or a deleted payment took back revenue that
      *    had already been paid on: AMOUNT is then the clawback, at
      *    the rate the order was paid at. The sum of an order's
      *    BASE is always what it has been paid commission on.
           05 COM-ID.
               10 COM-ORDER-KEY     PIC X(20).
               10 COM-PERIOD        PIC X(6).
           05 COM-REP           PIC X(8).
           05 COM-CUSTOMER-KEY  PIC X(20).
           05 COM-INVOICE-NUMBER PIC X(9).
      *    Payments and credit memos on the order as at the end of
      *    the period, for the statement.
           05 COM-COLLECTED     PIC 9(9)V99.
           05 COM-CREDITED      PIC 9(9)V99.
           05 COM-BASE          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 COM-RATE          PIC 9(2)V99.
           05 COM-AMOUNT        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 COM-CREATED-AT    PIC X(19).
           05 FILLER            PIC X(40).

      *    Each order as invoiced (database/invoicefx.db), keyed by
      *    the order key. invoice:generate writes one for every order
      *    it bills; for an order not in the base currency the rate
      *    it used is then the booked rate the order's payments are
      *    measured against for exchange gain or loss, and what the
      *    base-currency reports total the order at. An order in the
      *    base currency carries spaces for currency and a rate of
      *    one.
           05 IFX-ORDER-KEY      PIC X(20).
           05 IFX-INVOICE-NUMBER PIC X(9).
           05 IFX-CURRENCY       PIC X(3).
      *    Effective date (YYYYMMDD) of the rate used, as on file.
           05 IFX-RATE-DATE      PIC X(8).
           05 IFX-RATE           PIC 9(5)V9(6).
      *    The order's amount in its own currency, and that amount
      *    times the rate, rounded to the penny.
           05 IFX-AMOUNT         PIC 9(9)V99.
           05 IFX-BASE-AMOUNT    PIC 9(9)V99.
           05 IFX-CREATED-AT     PIC X(19).
      *    The order's share of the invoice's tax, in its own
      *    currency and in base: the tax is worked once on the
      *    invoice total and spread over its orders by amount, the
      *    last order taking the rounding. This is what the order
      *    owes on top of its amount. Records written before the
      *    share was kept hold spaces here, read as no tax.
           05 IFX-TAX-AMOUNT     PIC 9(9)V99.
           05 IFX-BASE-TAX       PIC 9(9)V99.
           05 FILLER             PIC X(18).

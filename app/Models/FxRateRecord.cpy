      *    Exchange rate table (database/fxrates.db), one record per
      *    currency per effective date, keyed by the currency code
      *    plus the date (YYYYMMDD) so a currency's history reads in
      *    date order. A rate applies from its date until the next
      *    one for the same currency; FXRATE picks the latest rate
      *    on or before the date asked about. Maintained with
      *    artisan fx:rate.
           05 FXR-ID.
               10 FXR-CURRENCY  PIC X(3).
               10 FXR-DATE      PIC X(8).
      *    Base-currency units one unit of the currency buys (0.856100
      *    if a euro is worth 0.8561 of the base), so a document
      *    amount times the rate is its base equivalent.
           05 FXR-RATE          PIC 9(5)V9(6).
           05 FXR-UPDATED-AT    PIC X(19).
           05 FILLER            PIC X(40).

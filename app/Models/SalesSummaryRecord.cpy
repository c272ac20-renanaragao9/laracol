      *    Monthly sales summary (database/salessum.db), kept by
      *    report:sales so a trend report reads a few records per
      *    month instead of every order and line ever invoiced. One
      *    record per month for the month as a whole (kind M), per
      *    customer (kind C, the customer key) and per SKU (kind S,
      *    the SKU; lines with none are summed under "(NONE)"). An
      *    order counts in the month it was invoiced, at its base
      *    currency value. Keyed by month first so a month's records
      *    cluster and can be cleared and rebuilt together.
           05 SLS-ID.
               10 SLS-PERIOD         PIC X(6).
               10 SLS-KIND           PIC X(1).
                   88 SLS-IS-MONTH       VALUE "M".
                   88 SLS-IS-CUSTOMER    VALUE "C".
                   88 SLS-IS-SKU         VALUE "S".
               10 SLS-ITEM           PIC X(20).
           05 SLS-REVENUE        PIC 9(11)V99.
           05 SLS-ORDER-COUNT    PIC 9(7).
      *    Units sold - SKU records only.
           05 SLS-QUANTITY       PIC 9(9).
      *    On the month record: when the month was summarised, and
      *    "Y" if its period was already closed then. A closed
      *    month's figures can no longer change, so it is summarised
      *    once and read back ever after; an open month, or one
      *    re-opened since, is summarised again on the next run.
           05 SLS-BUILT-AT       PIC X(19).
           05 SLS-FINAL          PIC X(1).
               88 SLS-MONTH-IS-FINAL VALUE "Y".
           05 FILLER             PIC X(24).

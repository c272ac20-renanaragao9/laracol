      *    Sales tax jurisdiction table (database/taxrates.db), one
      *    record per region code - the code a customer's ship-to is
      *    tagged with in the customer profile. The rate is a plain
      *    fraction (0.08250 for 8.25%) so the invoice multiplies by
      *    it directly. Maintained with artisan tax:rate.
           05 TAX-REGION        PIC X(8).
           05 TAX-JURISDICTION  PIC X(30).
           05 TAX-RATE          PIC 9V9(5).
           05 TAX-UPDATED-AT    PIC X(19).
           05 FILLER            PIC X(37).

      *    Pricing rules (database/pricing.db): customer price tiers
      *    and promotion codes, one record each, keyed by the kind
      *    of rule plus its code so each kind lists together.
      *    Maintained with artisan pricing:tier and pricing:promo;
      *    read by BASEMODEL to prove a customer's tier or an
      *    order's promotion code, and by ORDERLINES to price lines.
           05 PRC-ID.
      *    TIER  = a percentage off list for every customer on it.
      *    PROMO = a code quoted on an order.
               10 PRC-KIND PIC X(5).
               10 PRC-CODE PIC X(12).
      *    Percentage off list (12.50 for 12.5%).
           05 PRC-PERCENT PIC 9(2)V99.
           05 PRC-DESCRIPTION PIC X(30).
      *    Promotions only: the code can be quoted on an order from
      *    the start date to the end date inclusive (YYYYMMDD), it
      *    prices lines only once the order's list value reaches
      *    the minimum, and it can be quoted on at most the limit's
      *    number of orders (zero means no limit).
           05 PRC-START-DATE PIC X(8).
           05 PRC-END-DATE PIC X(8).
           05 PRC-MIN-AMOUNT PIC 9(9)V99.
           05 PRC-USAGE-LIMIT PIC 9(6).
           05 PRC-USAGE-COUNT PIC 9(6).
           05 PRC-UPDATED-AT PIC X(19).
      *    Room for further rule attributes without a rebuild.
           05 FILLER PIC X(40).

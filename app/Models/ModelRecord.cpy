      *    unchecked, so customers created before the field existed
      *    behave as before.
               10 MODEL-CREDIT-LIMIT PIC 9(9)V99.
      *    Collections state kept by collections:dunning: the last
      *    letter sent (1 friendly, 2 firm, 3 final notice; space or
      *    0 none) and the date it went, so the same letter is not
      *    sent twice, and the credit-hold switch set with the final
      *    notice. A customer on hold ("Y") may place no new orders
      *    until a payment clears the arrears.
               10 MODEL-DUNNING-LEVEL PIC X(1).
               10 MODEL-DUNNING-DATE  PIC X(10).
               10 MODEL-CREDIT-HOLD   PIC X(1).
               10 FILLER            PIC X(7).
           05 MODEL-ORDER-DETAIL REDEFINES MODEL-EXTENSION.
               10 MODEL-CUSTOMER-KEY PIC X(20).
               10 MODEL-ORDER-DATE   PIC X(10).
               10 MODEL-ORDER-STATUS PIC X(12).
      *    Invoice number (INV-nnnnnnnnn without the prefix) stamped
      *    by invoice:generate on the flip to INVOICED, so a credit
      *    memo, a remittance line or a phone call can get from the
      *    order to the document that billed it. Spaces until the
      *    order is invoiced.
               10 MODEL-INVOICE-NUMBER PIC X(9).
      *    YYYY-MM-DD the invoice number was stamped - the date the
      *    debt fell due, which dunning ages from. Orders invoiced
      *    before the field existed age from their order date.
               10 MODEL-INVOICE-DATE   PIC X(10).
      *    The customer's address (AddressRecord.cpy number) the
      *    goods go to - the customer's default shipping address
      *    unless the order names another. Zero, or spaces on orders
      *    written before the address book existed, means none.
               10 MODEL-SHIP-TO        PIC 9(4).
      *    Promotion code (PricingRuleRecord.cpy) quoted on the order;
      *    ORDERLINES prices the lines with it once the order's list
      *    value reaches the promotion's minimum. Spaces for none.
               10 MODEL-PROMO-CODE     PIC X(12).
      *    Sales rep (SalesRepRecord.cpy) credited with the order -
      *    the customer's rep when the order was placed unless it
      *    named another. commission:calculate pays this rep on what
      *    the order collects. Spaces: no commission.
               10 MODEL-SALES-REP      PIC X(8).
      *    Currency the order is priced and invoiced in, taken from
      *    the customer's profile when the order is placed. Spaces:
      *    the base currency, as every order before currencies was.
               10 MODEL-CURRENCY       PIC X(3).
               10 FILLER             PIC X(2).
      *    A payment (PAY- key, database/payments.db) applies its
      *    MODEL-AMOUNT against the order it names here; summing the
      *    live payments for an order gives the amount paid and, with
               10 MODEL-PAID-ORDER-KEY PIC X(20).
               10 MODEL-PAYMENT-DATE   PIC X(10).
               10 MODEL-PAYMENT-METHOD PIC X(12).
      *    Payments against a foreign-currency order are received in
      *    the order's currency (MODEL-AMOUNT) and carry, as of the
      *    payment date, the rate used, the base equivalent, and the
      *    realised exchange gain (negative: loss) against the rate
      *    the invoice was booked at. Spaces on base-currency
      *    payments.
               10 MODEL-PAYMENT-FX.
                   15 MODEL-PAYMENT-CURRENCY PIC X(3).
                   15 MODEL-PAYMENT-FX-RATE PIC 9(5)V9(6).
                   15 MODEL-PAYMENT-BASE-AMOUNT PIC 9(9)V99.
                   15 MODEL-PAYMENT-FX-GAIN PIC S9(9)V99
                       SIGN LEADING SEPARATE.
               10 FILLER               PIC X(11).
      *    A credit memo (CRM- key, database/credits.db) reduces what
      *    is owed on an invoiced order without any money moving - a
      *    return, a price correction, a goodwill gesture. It names
      *    the order in the alternate-key position, as a payment
      *    does, so an order's credits are one keyed START away; it
      *    is kept apart from payments so the books can always tell
      *    cash received from amounts written off.
           05 MODEL-CREDIT-DETAIL REDEFINES MODEL-EXTENSION.
               10 MODEL-CREDITED-ORDER-KEY PIC X(20).
               10 MODEL-CREDIT-DATE    PIC X(10).
               10 MODEL-CREDIT-REASON  PIC X(12).
               10 MODEL-CREDIT-INVOICE PIC X(9).
               10 FILLER               PIC X(39).
      *    A catalog product (PRD- key plus the SKU, database/
      *    products.db): NAME is the description and AMOUNT the list
      *    price every order line defaults to. An inactive product
      *    stays on file for history but takes no new lines.
           05 MODEL-PRODUCT-DETAIL REDEFINES MODEL-EXTENSION.
               10 MODEL-PRODUCT-UOM    PIC X(4).
               10 MODEL-PRODUCT-ACTIVE PIC X(1).
               10 FILLER               PIC X(85).
      *    Optimistic lock: starts at 1 on INSERT and bumps on every
      *    REWRITE. An UPDATE must present the version it read; a
      *    stale one is refused with the current record so the

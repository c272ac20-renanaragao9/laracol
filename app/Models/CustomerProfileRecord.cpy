      *    Customer attributes that do not fit the 19 bytes left in
      *    the customer's own extension area (database/profiles.db),
      *    one record per customer keyed by the customer key. A
      *    customer with no profile record is taxable with no region
      *    - the state every customer was in before profiles existed.
           05 PROF-CUSTOMER-KEY PIC X(20).
      *    Ship-to region code, looked up in the tax rate table.
           05 PROF-TAX-REGION   PIC X(8).
      *    Y = exempt from sales tax; the certificate number the
      *    customer supplied is kept with it for the auditors.
           05 PROF-TAX-EXEMPT   PIC X(1).
           05 PROF-EXEMPT-CERT  PIC X(20).
           05 PROF-UPDATED-AT   PIC X(19).
      *    Price tier (a TIER rule in PricingRuleRecord.cpy) whose
      *    percentage off list the customer's order lines get.
      *    Spaces: the customer pays list.
           05 PROF-PRICE-TIER   PIC X(12).
      *    Sales rep (SalesRepRecord.cpy) who looks after the
      *    customer; each new order takes this rep unless it names
      *    another. Spaces: a house account, no commission.
           05 PROF-SALES-REP    PIC X(8).
      *    Currency (ISO code) the customer is invoiced in; every new
      *    order takes it. Spaces: the base currency (APP_CURRENCY).
           05 PROF-CURRENCY     PIC X(3).
      *    Messages notify:send is not to mail the customer, one
      *    switch per message type; Y = opted out. Spaces (profiles
      *    written before the switches existed) receive everything.
           05 PROF-MAIL-OPT-OUT.
               10 PROF-NO-ORDER-MAIL    PIC X(1).
                   88 PROF-ORDER-MAIL-OFF    VALUE "Y".
               10 PROF-NO-SHIPMENT-MAIL PIC X(1).
                   88 PROF-SHIPMENT-MAIL-OFF VALUE "Y".
               10 PROF-NO-INVOICE-MAIL  PIC X(1).
                   88 PROF-INVOICE-MAIL-OFF  VALUE "Y".
               10 PROF-NO-DUNNING-MAIL  PIC X(1).
                   88 PROF-DUNNING-MAIL-OFF  VALUE "Y".
      *    Room for further customer attributes without a rebuild.
           05 FILLER            PIC X(105).

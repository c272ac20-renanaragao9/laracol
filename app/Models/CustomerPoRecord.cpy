      *    Customer purchase order numbers (database/custpos.db): one
      *    record per PO a customer has sent us, keyed by customer
      *    plus their PO number, naming the order it became. Written
      *    when the order is inserted with a PO, and not removed
      *    when the order is later retired, so the same PO sent again
      *    is recognised for the life of the file. Only a partner's
      *    order withdrawn on receipt, before anyone saw it, gives its
      *    PO back so a corrected copy can be sent. The order key is
      *    an alternate key so an order can show the PO it came from.
           05 CPO-ID.
               10 CPO-CUSTOMER-KEY PIC X(20).
               10 CPO-PO-NUMBER    PIC X(20).
           05 CPO-ORDER-KEY      PIC X(20).
           05 CPO-RECEIVED-AT    PIC X(19).
           05 FILLER             PIC X(41).

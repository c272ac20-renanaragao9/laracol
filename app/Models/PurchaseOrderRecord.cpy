      *    Supplier purchase order (database/purchaseorders.db),
      *    raised by purchasing:replenish, received against with
      *    purchasing:receive and swept by report:purchasing. Line
      *    0000 is the order itself; lines 0001 up are the SKUs
      *    ordered. Nothing is costed here - the supplier invoices
      *    against the PO number and that is matched elsewhere.
           05 SPO-ID.
               10 SPO-KEY            PIC X(20).
               10 SPO-LINE           PIC 9(4).
                   88 SPO-IS-HEADER      VALUE 0.
      *    On every line as well as the header, so the supplier's
      *    whole order book can be read off the alternate key.
           05 SPO-SUPPLIER       PIC X(12).
           05 SPO-CREATED-AT     PIC X(19).
           05 SPO-UPDATED-AT     PIC X(19).
           05 SPO-DETAIL         PIC X(100).
      *    Line 0000. OPEN until the first delivery, PARTIAL while
      *    some of it is still to come, RECEIVED once every line is
      *    in. Both OPEN and PARTIAL count as stock on order.
           05 SPO-HEADER-DETAIL REDEFINES SPO-DETAIL.
               10 SPO-STATUS         PIC X(10).
                   88 SPO-IS-RECEIVED    VALUE "RECEIVED".
                   88 SPO-IS-OPEN        VALUE "OPEN" "PARTIAL".
               10 SPO-ORDER-DATE     PIC X(10).
      *    Order date plus the supplier's lead days (YYYY-MM-DD).
               10 SPO-DUE-DATE       PIC X(10).
               10 SPO-LINE-COUNT     PIC 9(4).
      *    The day of the latest delivery against the order.
               10 SPO-RECEIVED-DATE  PIC X(10).
               10 FILLER             PIC X(56).
      *    Lines 0001 up. Outstanding is ordered less received; a
      *    line is never received beyond what was ordered.
           05 SPO-LINE-DETAIL REDEFINES SPO-DETAIL.
               10 SPO-SKU            PIC X(16).
               10 SPO-DESC           PIC X(40).
               10 SPO-QTY-ORDERED    PIC 9(9).
               10 SPO-QTY-RECEIVED   PIC 9(9).
               10 SPO-LAST-RECEIVED  PIC X(10).
               10 FILLER             PIC X(16).
           05 FILLER             PIC X(30).

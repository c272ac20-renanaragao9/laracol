      *    Shipment layout (database/shipments.db), shared by SHIPMENTS
      *    and SHIPSTATUS. One record per order line a shipment
      *    carries, keyed by shipment key plus the order line number
      *    so a shipment's lines cluster; the carrier, tracking
      *    number and ship date repeat on each of them. The order
      *    key is the alternate index that walks every shipment made
      *    against one order.
           05 SHIP-ID.
               10 SHIP-KEY PIC X(20).
               10 SHIP-ORDER-LINE PIC 9(4).
           05 SHIP-ORDER-KEY PIC X(20).
           05 SHIP-SKU PIC X(16).
           05 SHIP-QTY PIC 9(5).
           05 SHIP-CARRIER PIC X(20).
           05 SHIP-TRACKING PIC X(30).
           05 SHIP-DATE PIC X(10).
           05 SHIP-CREATED-AT PIC X(19).
      *    Room for further shipment attributes without a rebuild of
      *    the file.
           05 FILLER PIC X(40).

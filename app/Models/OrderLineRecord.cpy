      *    Order line item layout (database/orderlines.db), shared by
      *    ORDERLINES and every utility that backs up, archives or
      *    rebuilds the file, so the line layout is declared once
      *    the way ModelRecord.cpy is for the model files. Keyed by
      *    order key plus line number so an order's lines cluster
      *    and a keyed START walks exactly one order's lines.
           05 LINE-ID.
               10 LINE-ORDER-KEY PIC X(20).
               10 LINE-NUMBER PIC 9(4).
           05 LINE-DESC PIC X(60).
           05 LINE-QTY PIC 9(5).
           05 LINE-UNIT-PRICE PIC 9(7)V99.
           05 LINE-AMOUNT PIC 9(9)V99.
           05 LINE-CREATED-AT PIC X(19).
      *    Catalog SKU the line was priced from (the product key
      *    without its PRD- prefix). Lines written before the
      *    catalog existed carry spaces here.
           05 LINE-SKU PIC X(16).
      *    How the line was priced: the catalog list price, and the
      *    rule that took LINE-UNIT-PRICE (the net price) below it -
      *    T = the customer's price tier, P = the order's promotion
      *    code, M = a price keyed on the line, space = list price.
      *    Lines written before pricing rules existed carry spaces
      *    in all four.
           05 LINE-LIST-PRICE PIC 9(7)V99.
           05 LINE-PRICE-BASIS PIC X(1).
           05 LINE-DISCOUNT-CODE PIC X(12).
           05 LINE-DISCOUNT-PCT PIC 9(2)V99.
      *    Room for further line attributes without another rebuild
      *    of the file.
           05 FILLER PIC X(14).

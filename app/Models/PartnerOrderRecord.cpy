      *    Trading partner purchase order file, one 100-byte record
      *    per line:
      *        H  file header   - partner, file date, control number
      *        O  order header  - one per purchase order
      *        L  line detail   - one or more after their order,
      *                           repeating its PO number
      *        T  file trailer  - record count (every record on the
      *                           file, header and trailer included)
      *                           and hash total (sum of the line
      *                           quantities)
      *    Amounts are implied two decimals, zero filled; dates are
      *    YYYYMMDD.
           05 POR-RECORD-TYPE   PIC X(1).
               88 POR-IS-HEADER     VALUE "H".
               88 POR-IS-ORDER      VALUE "O".
               88 POR-IS-LINE       VALUE "L".
               88 POR-IS-TRAILER    VALUE "T".
           05 POR-BODY          PIC X(99).
           05 POR-HEADER REDEFINES POR-BODY.
               10 POR-PARTNER-ID    PIC X(10).
               10 POR-FILE-DATE     PIC X(8).
               10 POR-CONTROL-NUMBER PIC 9(6).
               10 FILLER            PIC X(75).
      *    The customer is our account key for the partner (CUST-n,
      *    or just n). Ship-to zero takes the customer's default
      *    shipping address; the buyer's reference, if any, becomes
      *    the order's name.
           05 POR-ORDER REDEFINES POR-BODY.
               10 POR-PO-NUMBER     PIC X(20).
               10 POR-CUSTOMER      PIC X(20).
               10 POR-ORDER-DATE    PIC X(8).
               10 POR-SHIP-TO       PIC 9(4).
               10 POR-BUYER-REF     PIC X(30).
               10 FILLER            PIC X(17).
      *    A unit price of zero means "at our price"; anything else
      *    is the price agreed with the partner and is kept as keyed.
           05 POR-LINE REDEFINES POR-BODY.
               10 POR-LINE-PO       PIC X(20).
               10 POR-LINE-NUMBER   PIC 9(4).
               10 POR-SKU           PIC X(16).
               10 POR-QTY           PIC 9(5).
               10 POR-UNIT-PRICE    PIC 9(7)V99.
               10 FILLER            PIC X(45).
           05 POR-TRAILER REDEFINES POR-BODY.
               10 POR-RECORD-COUNT  PIC 9(6).
               10 POR-HASH-TOTAL    PIC 9(15).
               10 FILLER            PIC X(78).

      *    Invoice index (database/invoices.db), written by
      *    invoice:generate as each invoice is issued and rebuilt from
      *    the register by invoice:reindex, so the invoice routes find
      *    an invoice by number or customer without reading
      *    invoice.reg end to end. Line 0000 is the invoice itself;
      *    lines 0001 up are the orders it billed, one each, in the
      *    order they went onto the document - kept here because an
      *    order credited and invoiced again later carries the newer
      *    number on the order record.
           05 INV-ID.
               10 INV-NUMBER         PIC X(9).
               10 INV-LINE           PIC 9(4).
                   88 INV-IS-HEADER      VALUE 0.
           05 INV-CUSTOMER-KEY   PIC X(20).
      *    The register stamp the invoice was issued under.
           05 INV-ISSUED-AT      PIC X(19).
           05 INV-DETAIL         PIC X(120).
      *    Line 0000. Goods and tax are in the document currency
      *    (spaces for the base currency), as printed; the base
      *    figures are the ones the register and the ledger carry.
           05 INV-HEADER-DETAIL REDEFINES INV-DETAIL.
               10 INV-CURRENCY       PIC X(3).
               10 INV-ORDER-COUNT    PIC 9(4).
               10 INV-GOODS-TOTAL    PIC 9(11)V99.
               10 INV-TAX-TOTAL      PIC 9(11)V99.
               10 INV-BASE-GOODS     PIC 9(11)V99.
               10 INV-BASE-TAX       PIC 9(11)V99.
               10 INV-DOCUMENT-PATH  PIC X(60).
               10 FILLER             PIC X(1).
      *    Lines 0001 up: the order and the amount it was billed at.
           05 INV-ORDER-DETAIL REDEFINES INV-DETAIL.
               10 INV-ORDER-KEY      PIC X(20).
               10 INV-ORDER-AMOUNT   PIC 9(9)V99.
               10 FILLER             PIC X(89).
           05 FILLER             PIC X(20).

      *    Sales quotation (database/quotes.db), kept by QUOTES and
      *    swept by quotes:expire and report:quotes. Line 0000 is the
      *    quote itself; lines 0001 up are what is quoted, each at
      *    the price the customer was offered, so the order an
      *    accepted quote becomes carries those figures and not
      *    whatever the price list says on the day it is accepted.
           05 QUO-ID.
               10 QUO-KEY            PIC X(20).
               10 QUO-LINE           PIC 9(4).
                   88 QUO-IS-HEADER      VALUE 0.
           05 QUO-CUSTOMER-KEY   PIC X(20).
      *    The order an accepted quote was made into (header only;
      *    spaces until then), indexed so an order can be traced
      *    back to the quote it came from.
           05 QUO-ORDER-KEY      PIC X(20).
           05 QUO-CREATED-AT     PIC X(19).
           05 QUO-UPDATED-AT     PIC X(19).
           05 QUO-DETAIL         PIC X(150).
      *    Line 0000. Prices and the total are in the quote currency
      *    (the customer's at the time of quoting; spaces for the
      *    base currency).
           05 QUO-HEADER-DETAIL REDEFINES QUO-DETAIL.
               10 QUO-NAME           PIC X(60).
      *    DRAFT while lines are being added; SENT once the document
      *    has gone to the customer; ACCEPTED, DECLINED or EXPIRED
      *    once it is settled one way or the other.
               10 QUO-STATUS         PIC X(10).
                   88 QUO-IS-DRAFT       VALUE "DRAFT".
                   88 QUO-IS-SENT        VALUE "SENT".
                   88 QUO-IS-ACCEPTED    VALUE "ACCEPTED".
                   88 QUO-IS-EXPIRED     VALUE "EXPIRED".
                   88 QUO-IS-DECLINED    VALUE "DECLINED".
                   88 QUO-IS-OPEN        VALUE "DRAFT" "SENT".
               10 QUO-QUOTE-DATE     PIC X(10).
      *    Last day the offer stands (YYYY-MM-DD).
               10 QUO-VALID-UNTIL    PIC X(10).
               10 QUO-CURRENCY       PIC X(3).
               10 QUO-TOTAL          PIC 9(11)V99.
               10 QUO-LINE-COUNT     PIC 9(4).
               10 QUO-SENT-DATE      PIC X(10).
      *    The day it was accepted, declined or expired.
               10 QUO-DECIDED-DATE   PIC X(10).
               10 FILLER             PIC X(20).
      *    Lines 0001 up. The list price is the catalog's, converted
      *    to the quote currency, kept beside the price offered so
      *    the document can show the discount.
           05 QUO-LINE-DETAIL REDEFINES QUO-DETAIL.
               10 QUO-SKU            PIC X(16).
               10 QUO-DESC           PIC X(60).
               10 QUO-QTY            PIC 9(5).
               10 QUO-UNIT-PRICE     PIC 9(7)V99.
               10 QUO-LIST-PRICE     PIC 9(7)V99.
               10 QUO-LINE-AMOUNT    PIC 9(9)V99.
               10 QUO-DISCOUNT-PCT   PIC 9(2)V99.
      *    M when the price was keyed on the line, T when it is the
      *    customer's tier off list, spaces at list.
               10 QUO-PRICE-BASIS    PIC X(1).
               10 FILLER             PIC X(35).
           05 FILLER             PIC X(30).

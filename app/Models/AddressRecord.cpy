      *    Customer address book (database/addresses.db), served by
      *    ADDRESSES and read by the documents that print an address.
      *    One record per address, keyed by customer key plus an
      *    address number so a customer's addresses cluster; the
      *    number never changes once issued, which is what lets an
      *    order name its ship-to by it.
           05 ADDR-ID.
               10 ADDR-CUSTOMER-KEY PIC X(20).
               10 ADDR-NUMBER PIC 9(4).
      *    BILLING addresses go on invoices and statements, SHIPPING
      *    addresses on orders and packing slips. Each customer has
      *    at most one default ("Y") of each type.
           05 ADDR-TYPE PIC X(8).
           05 ADDR-DEFAULT PIC X(1).
           05 ADDR-ATTENTION PIC X(40).
           05 ADDR-LINE1 PIC X(40).
           05 ADDR-LINE2 PIC X(40).
           05 ADDR-CITY PIC X(30).
           05 ADDR-REGION PIC X(20).
           05 ADDR-POSTCODE PIC X(12).
           05 ADDR-COUNTRY PIC X(20).
      *    Set when customers:merge carried the address over to the
      *    surviving customer: the number it was given there, so the
      *    dupe's orders can be repointed at the copy. Zero or spaces
      *    otherwise.
           05 ADDR-MOVED-TO PIC 9(4).
           05 ADDR-CREATED-AT PIC X(19).
           05 ADDR-UPDATED-AT PIC X(19).
      *    Soft-delete marker, as on the model records: SPACES while
      *    the address is live. Orders already naming a retired
      *    address keep the number; their documents fall back to the
      *    customer's current default.
           05 ADDR-DELETED-AT PIC X(19).
      *    Room for further address attributes without a rebuild of
      *    the file.
           05 FILLER PIC X(40).

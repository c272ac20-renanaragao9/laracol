      *    Maker-checker trail of an order (database/approvals.db),
      *    one record per order keyed by the order key. Written when
      *    the order is created, so the client that made it is known
      *    when someone later asks to approve it. An order that
      *    needs no sign-off keeps a record with no state.
           05 APR-ORDER-KEY      PIC X(20).
           05 APR-CUSTOMER-KEY   PIC X(20).
      *    Client that created the order: the registered client
      *    name, "shared-key" for the legacy secret, "console" for a
      *    batch or feed.
           05 APR-MAKER          PIC X(30).
           05 APR-CREATED-AT     PIC X(19).
      *    PENDING while the order is AWAITING, then APPROVED,
      *    REJECTED (sent back to NEW by a checker), WITHDRAWN (sent
      *    back by its maker) or CANCELLED. Spaces: never needed it.
           05 APR-STATE          PIC X(10).
      *    The order's amount when approval was asked for, in its
      *    own currency, and the base equivalent the threshold was
      *    measured against.
           05 APR-AMOUNT         PIC 9(9)V99.
           05 APR-CURRENCY       PIC X(3).
           05 APR-BASE-AMOUNT    PIC 9(9)V99.
           05 APR-REQUESTED-BY   PIC X(30).
           05 APR-REQUESTED-AT   PIC X(19).
           05 APR-DECIDED-BY     PIC X(30).
           05 APR-DECIDED-AT     PIC X(19).
      *    Why the checker approved or rejected, as they gave it.
           05 APR-REASON         PIC X(60).
           05 FILLER             PIC X(40).

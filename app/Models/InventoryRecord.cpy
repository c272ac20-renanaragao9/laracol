      *    Stock balance per catalog SKU (database/inventory.db),
      *    maintained by INVENTORY. On hand is what is physically in
      *    the warehouse; reserved is what approved orders have
      *    claimed but not yet shipped; available is on hand less
      *    reserved and is what the next approval may take. The
      *    quantities are signed - a cycle count can find the books
      *    short - with the sign carried as a separate leading
      *    character so a record round-trips through a text line.
           05 STK-SKU PIC X(16).
           05 STK-ON-HAND PIC S9(9) SIGN LEADING SEPARATE.
           05 STK-RESERVED PIC S9(9) SIGN LEADING SEPARATE.
           05 STK-AVAILABLE PIC S9(9) SIGN LEADING SEPARATE.
           05 STK-UPDATED-AT PIC X(19).
      *    Replenishment policy, set with inventory:reorder. When
      *    available plus what is already on order from suppliers
      *    falls to the reorder point or below, purchasing:replenish
      *    orders the reorder quantity (as many lots of it as it
      *    takes) from the preferred supplier. A zero reorder
      *    quantity means the SKU is not replenished automatically.
      *    Balances written before the policy existed hold spaces
      *    here; INVENTORY reads those as no policy.
           05 STK-REORDER-POINT PIC 9(9).
           05 STK-REORDER-QTY PIC 9(9).
           05 STK-SUPPLIER PIC X(12).
           05 FILLER PIC X(10).

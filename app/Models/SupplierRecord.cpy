      *    Supplier master (database/suppliers.db), one record per
      *    supplier keyed by the code inventory records name as their
      *    preferred supplier. Lead days is how long the supplier
      *    takes to deliver; a purchase order raised today is due
      *    that many days out, and overdue the day after. A retired
      *    supplier ("N") is no longer ordered from, but what is
      *    already on order from them can still be received.
      *    Maintained with artisan supplier:set and supplier:retire.
           05 SUP-CODE          PIC X(12).
           05 SUP-NAME          PIC X(40).
           05 SUP-LEAD-DAYS     PIC 9(3).
           05 SUP-ACTIVE        PIC X(1).
           05 SUP-UPDATED-AT    PIC X(19).
      *    Room for further supplier attributes without a rebuild.
           05 FILLER            PIC X(40).

      *    Commission plan table (database/commplans.db), one record
      *    per plan code. The rate is a percentage (5.00 for 5%) of
      *    the collected invoiced revenue it pays on. A changed rate
      *    applies from the next commission:calculate on; what was
      *    paid before stays in the commission ledger at the rate it
      *    was paid. Maintained with artisan commission:plan.
           05 PLAN-CODE         PIC X(8).
           05 PLAN-RATE         PIC 9(2)V99.
           05 PLAN-DESCRIPTION  PIC X(30).
           05 PLAN-UPDATED-AT   PIC X(19).
           05 FILLER            PIC X(39).

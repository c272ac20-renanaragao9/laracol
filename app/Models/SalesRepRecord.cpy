      *    Sales rep master (database/salesreps.db), one record per
      *    rep keyed by the rep code that customers and orders carry.
      *    The plan names the CommissionPlanRecord.cpy rate the rep
      *    is paid at. A retired rep ("N") can no longer be given
      *    customers or orders but keeps being paid, or clawed back,
      *    on the orders already credited to them. Maintained with
      *    artisan rep:set and rep:retire.
           05 REP-CODE          PIC X(8).
           05 REP-NAME          PIC X(40).
           05 REP-PLAN          PIC X(8).
           05 REP-ACTIVE        PIC X(1).
           05 REP-UPDATED-AT    PIC X(19).
      *    Room for further rep attributes without a rebuild.
           05 FILLER            PIC X(40).

      *    General-ledger account mapping (database/glaccounts.db):
      *    one record per posting role, naming the chart-of-accounts
      *    number gl:post books that side of each document to.
      *    Roles are AR, REVENUE, TAXPAY (sales tax payable), CASH
      *    and CREDITS (sales returns and allowances). Maintained
      *    with artisan gl:map.
           05 GLA-ROLE          PIC X(8).
           05 GLA-ACCOUNT       PIC X(12).
           05 GLA-DESCRIPTION   PIC X(30).
           05 GLA-UPDATED-AT    PIC X(19).
           05 FILLER            PIC X(31).

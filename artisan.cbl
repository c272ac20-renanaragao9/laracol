
       01 WS-COMMAND-LINE PIC X(200).
       01 WS-COMMAND PIC X(30).
      *    Commands that do batch work on the data, bracketed in the
      *    run-control ledger. schedule:run is not among them: the
      *    scheduler brackets each command it fires instead, so the
      *    minute-by-minute cron call leaves no empty runs behind.
      *    Nor is batch:balance, which reads the ledger and would
      *    otherwise always find itself still running.
           88 BATCH-COMMAND VALUES "migrate" "queue:work"
               "outbox:dispatch" "report:daily" "invoice:generate"
               "report:statements" "orders:recurring" "report:aging"
               "report:approvals" "report:sales" "audit:reconcile"
               "report:stock" "report:tax" "report:discounts"
               "commission:calculate" "gl:post" "collections:dunning"
               "payments:lockbox" "orders:receive" "log:report"
               "log:rotate" "customer:dupes" "db:backup" "db:restore"
               "db:rollforward" "db:verify" "db:reorg" "db:archive"
               "archive:restore" "db:orphans" "period:close"
               "period:reopen" "extract:partner" "extract:ack"
               "export:csv" "import:csv" "invoice:reindex"
               "notify:send" "notify:undeliverable" "quotes:expire"
               "report:quotes" "purchasing:replenish"
               "purchasing:receive" "report:purchasing".
       01 WS-ARG1 PIC X(100).
       01 WS-ARG2 PIC X(100).
       01 WS-ARG3 PIC X(100).
       01 WS-ARG4 PIC X(100).
       01 WS-ARG5 PIC X(100).
       01 WS-ARG6 PIC X(100).
       01 WS-SUBACTION PIC X(10).
       01 WS-MAINT-ACTION PIC X(10).
       01 WS-MAINT-RESULT PIC X(10).

       01 WS-RC-ACTION PIC X(10).
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

      *    OUTBOXFEED's one linkage shape serves both the model
      *    layer's APPEND and this STATUS view; the event fields are
      *    simply unused on a STATUS call.
      *    arguments.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-COMMAND WS-ARG1 WS-ARG2 WS-ARG3
               WS-ARG4 WS-ARG5 WS-ARG6
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-COMMAND WS-ARG1 WS-ARG2 WS-ARG3
                   WS-ARG4 WS-ARG5 WS-ARG6

           IF BATCH-COMMAND
               PERFORM OPEN-RUN-CONTROL
           END-IF

           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "migrate"
                   CALL "DAILYREPORT"
               WHEN "invoice:generate"
                   CALL "INVOICEGEN"
               WHEN "invoice:reindex"
                   CALL "INVOICEINDEX"
               WHEN "notify:send"
                   CALL "NOTIFYSEND"
               WHEN "notify:undeliverable"
                   CALL "NOTIFYREPORT" USING WS-ARG1
               WHEN "quotes:expire"
                   CALL "QUOTEEXPIRE"
               WHEN "report:quotes"
                   CALL "QUOTEREPORT" USING WS-ARG1
               WHEN "purchasing:replenish"
                   CALL "REPLENISH"
               WHEN "purchasing:receive"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan purchasing:receive <po>"
                           " [line] [qty]"
                   ELSE
                       MOVE "RECEIVE" TO WS-SUBACTION
                       CALL "PURCHCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "report:purchasing"
                   CALL "PURCHREPORT" USING WS-ARG1
               WHEN "report:statements"
                   CALL "STMTREPORT"
               WHEN "orders:recurring"
                   CALL "RECURRING"
               WHEN "report:aging"
                   CALL "AGINGREPORT" USING WS-ARG1
               WHEN "report:approvals"
                   CALL "APPROVALREPORT" USING WS-ARG1
               WHEN "report:sales"
                   CALL "SALESREPORT" USING WS-ARG1 WS-ARG2
               WHEN "audit:reconcile"
                   CALL "AUDITRECON" USING WS-ARG1
               WHEN "batch:balance"
                   CALL "BATCHBALANCE" USING WS-ARG1
               WHEN "inventory:adjust"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "Usage: artisan inventory:adjust <sku>"
                           " <+/-qty> [reason]"
                   ELSE
                       MOVE "ADJUST" TO WS-SUBACTION
                       CALL "STOCKCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
                   END-IF
               WHEN "inventory:reorder"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       OR FUNCTION TRIM(WS-ARG3) = SPACES
                       DISPLAY "Usage: artisan inventory:reorder <sku>"
                           " <point> <qty> [supplier]"
                   ELSE
                       MOVE "REORDER" TO WS-SUBACTION
                       CALL "STOCKCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
                   END-IF
               WHEN "report:stock"
                   MOVE "REPORT" TO WS-SUBACTION
                   CALL "STOCKCTL" USING WS-SUBACTION
                       WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
               WHEN "tax:rate"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "Usage: artisan tax:rate <region>"
                           " <percent> [jurisdiction]"
                   ELSE
                       MOVE "RATE" TO WS-SUBACTION
                       CALL "TAXCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                   END-IF
               WHEN "report:tax"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan report:tax <YYYYMM>"
                   ELSE
                       MOVE "REPORT" TO WS-SUBACTION
                       CALL "TAXCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                   END-IF
               WHEN "fx:rate"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan fx:rate <currency>"
                           " [<rate> [YYYYMMDD]]"
                   ELSE
                       MOVE "RATE" TO WS-SUBACTION
                       CALL "FXCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                   END-IF
               WHEN "pricing:tier"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "Usage: artisan pricing:tier <tier>"
                           " <percent> [description]"
                   ELSE
                       MOVE "TIER" TO WS-SUBACTION
                       CALL "PRICECTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "pricing:promo"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       OR FUNCTION TRIM(WS-ARG3) = SPACES
                       OR FUNCTION TRIM(WS-ARG4) = SPACES
                       DISPLAY "Usage: artisan pricing:promo <code>"
                           " <percent> <start YYYYMMDD>"
                           " <end YYYYMMDD> [minimum] [limit]"
                   ELSE
                       MOVE "PROMO" TO WS-SUBACTION
                       CALL "PRICECTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "report:discounts"
                   MOVE "REPORT" TO WS-SUBACTION
                   CALL "PRICECTL" USING WS-SUBACTION
                       WS-ARG1 WS-ARG2 WS-ARG3
                       WS-ARG4 WS-ARG5 WS-ARG6
               WHEN "commission:plan"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "Usage: artisan commission:plan <plan>"
                           " <percent> [description]"
                   ELSE
                       MOVE "PLAN" TO WS-SUBACTION
                       CALL "COMMISSION" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "rep:set"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "Usage: artisan rep:set <rep> <plan>"
                           " [name]"
                   ELSE
                       MOVE "REP" TO WS-SUBACTION
                       CALL "COMMISSION" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "rep:retire"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan rep:retire <rep>"
                   ELSE
                       MOVE "RETIRE" TO WS-SUBACTION
                       CALL "COMMISSION" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "supplier:set"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "Usage: artisan supplier:set <supplier>"
                           " <lead-days> [name]"
                   ELSE
                       MOVE "SUPPLIER" TO WS-SUBACTION
                       CALL "PURCHCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "supplier:retire"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan supplier:retire"
                           " <supplier>"
                   ELSE
                       MOVE "RETIRE" TO WS-SUBACTION
                       CALL "PURCHCTL" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "commission:calculate"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan commission:calculate"
                           " <YYYYMM>"
                   ELSE
                       MOVE "CALC" TO WS-SUBACTION
                       CALL "COMMISSION" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                           WS-ARG4 WS-ARG5 WS-ARG6
                   END-IF
               WHEN "gl:map"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       OR FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "Usage: artisan gl:map <role> <account>"
                           " [description]"
                   ELSE
                       MOVE "MAP" TO WS-SUBACTION
                       CALL "GLPOST" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                   END-IF
               WHEN "gl:post"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan gl:post <YYYYMM>"
                   ELSE
                       MOVE "POST" TO WS-SUBACTION
                       CALL "GLPOST" USING WS-SUBACTION
                           WS-ARG1 WS-ARG2 WS-ARG3
                   END-IF
               WHEN "collections:dunning"
                   CALL "DUNNING"
               WHEN "payments:lockbox"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan payments:lockbox <file>"
                   ELSE
                       CALL "LOCKBOX" USING WS-ARG1
                   END-IF
               WHEN "orders:receive"
                   IF FUNCTION TRIM(WS-ARG1) = SPACES
                       DISPLAY "Usage: artisan orders:receive <file>"
                   ELSE
                       CALL "ORDERRECEIVE" USING WS-ARG1
                   END-IF
               WHEN "log:report"
                   CALL "LOGREPORT"
               WHEN "log:rotate"
                   DISPLAY "  report:daily  Write the daily business"
                       " summary"
                   DISPLAY "  invoice:generate Invoice SHIPPED orders"
                   DISPLAY "  invoice:reindex Index register invoices"
                       " missing from invoices.db"
                   DISPLAY "  notify:send   Mail customers order,"
                       " shipment, invoice and dunning news"
                   DISPLAY "  notify:undeliverable Report the day's"
                       " bounced and failed mail"
                   DISPLAY "  quotes:expire Expire open quotes past"
                       " their valid-until date"
                   DISPLAY "  report:quotes Quote win rate by customer"
                       " and month for a year"
                   DISPLAY "  purchasing:replenish Raise supplier POs"
                       " for SKUs at their reorder point"
                   DISPLAY "  purchasing:receive Book a supplier"
                       " delivery against a PO into on hand"
                   DISPLAY "  report:purchasing Open supplier POs and"
                       " overdue deliveries"
                   DISPLAY "  report:statements Write per-customer"
                       " statements"
                   DISPLAY "  orders:recurring Create this period's"
                       " standing orders"
                   DISPLAY "  report:aging  Bucket live orders by age"
                       " with an SLA chase list"
                   DISPLAY "  report:approvals List orders waiting"
                       " over a day for a checker"
                   DISPLAY "  report:sales  Revenue by month, customer"
                       " and SKU against last year"
                   DISPLAY "  audit:reconcile Cross-check journal,"
                       " feed and data files"
                   DISPLAY "  batch:balance Balance a day's batch runs"
                       " from the run-control ledger"
                   DISPLAY "  inventory:adjust Correct a SKU's on hand"
                       " after a cycle count"
                   DISPLAY "  inventory:reorder Set a SKU's reorder"
                       " point, quantity and supplier"
                   DISPLAY "  report:stock  List negative, zero and"
                       " over-reserved SKUs"
                   DISPLAY "  tax:rate      Set a region's sales tax"
                       " rate and jurisdiction"
                   DISPLAY "  report:tax    Tax by jurisdiction for a"
                       " closed month"
                   DISPLAY "  fx:rate       Set or list a currency's"
                       " dated exchange rate"
                   DISPLAY "  pricing:tier  Set a price tier's"
                       " discount off list"
                   DISPLAY "  pricing:promo Set a promotion code's"
                       " discount, dates and limits"
                   DISPLAY "  report:discounts Discount given by tier"
                       " and promotion for a month"
                   DISPLAY "  commission:plan Set a commission"
                       " plan's rate"
                   DISPLAY "  rep:set       Add or change a sales rep"
                       " and their plan"
                   DISPLAY "  rep:retire    Stop defaulting a rep onto"
                       " customers and orders"
                   DISPLAY "  supplier:set  Add or change a supplier"
                       " and their lead time"
                   DISPLAY "  supplier:retire Stop ordering from a"
                       " supplier"
                   DISPLAY "  commission:calculate Rep statements and"
                       " payroll file for a closed month"
                   DISPLAY "  gl:map        Point a posting role at a"
                       " ledger account"
                   DISPLAY "  gl:post       Journal a closed month to"
                       " the GL interface file"
                   DISPLAY "  payments:lockbox Apply the bank's"
                       " remittance file to orders"
                   DISPLAY "  orders:receive Turn a partner's PO file"
                       " into orders and an acknowledgment"
                   DISPLAY "  collections:dunning Send 30/60/90-day"
                       " letters and set credit holds"
                   DISPLAY "  log:report    Summarize the access log"
                   DISPLAY "  log:rotate    Roll logs to dated archives"
                   DISPLAY "  client:add    Register a named API client"
                   DISPLAY "  archive:restore Bring one archived"
                       " record back"
                   DISPLAY "  import:csv    Bulk-load key,name,amount"
                       " rows or a sku,... catalog file"
                   DISPLAY "  db:edit       Browse and fix records"
                       " interactively"
                   DISPLAY "  db:orphans    Report orders whose"
                       " (optional key prefix)"
           END-EVALUATE

           IF BATCH-COMMAND
               PERFORM CLOSE-RUN-CONTROL
           END-IF

           GOBACK.

      *    The S record goes down before the command does anything,
      *    so a run that never comes back is still on the ledger.
       OPEN-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-COMMAND TO RC-COMMAND
           STRING FUNCTION TRIM(WS-ARG1) " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARG2) " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARG3) DELIMITED BY SIZE
               INTO RC-ARGUMENTS
           MOVE "START" TO WS-RC-ACTION
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       CLOSE-RUN-CONTROL.
           MOVE "END" TO WS-RC-ACTION
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    Mirrors APIROUTER's route table so ops can see what is
      *    registered without reading routes/api.cbl. Keep in sync
      *    with DISPATCH-REQUEST when routes change.
           DISPLAY "G/P/P/D   /api/orders/{id}    ORDERCONTROLLER"
           DISPLAY "GET/POST  /api/orders/{id}/lines ORDERLINE"
               "CONTROLLER"
           DISPLAY "GET/POST  /api/orders/{id}/shipments SHIPMENT"
               "CONTROLLER"
           DISPLAY "GET/POST  /api/customers/{id}/addresses ADDRESS"
               "CONTROLLER"
           DISPLAY "G/P/D     /api/customers/{id}/addresses/{n} ADDRESS"
               "CONTROLLER"
           DISPLAY "GET       /api/approvals      APPROVALCONTROLLER"
               " (work queue)"
           DISPLAY "GET       /api/invoices       (list, paginated)"
           DISPLAY "GET       /api/invoices/{n}   INVOICECONTROLLER"
           DISPLAY "GET       /api/invoices/{n}/document (reprint"
               " text)"
           DISPLAY "GET       /api/quotes         (list, paginated)"
           DISPLAY "G/P/P     /api/quotes/{n}     QUOTECONTROLLER"
           DISPLAY "GET/POST  /api/quotes/{n}/lines (quote lines)"
           DISPLAY "GET       /api/quotes/{n}/document (quote text)"
           DISPLAY "GET       /api/payments       (list, paginated)"
           DISPLAY "G/P/P/D   /api/payments/{id}  PAYMENTCONTROLLER"
           DISPLAY "GET       /api/credits        (list, paginated)"
           DISPLAY "G/P/P/D   /api/credits/{id}   CREDITMEMOCONTROLLER"
           DISPLAY "GET       /api/products       (list, paginated)"
           DISPLAY "G/P/P/D   /api/products/{sku} PRODUCTCONTROLLER"
           DISPLAY "GET       /api/v1/customers   same as above"
           DISPLAY "G/P/P/D   /api/v1/customers/{id} same as above"
           DISPLAY "GET       /api/v1/orders      same as above"

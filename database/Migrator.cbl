               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINE-ID
               FILE STATUS IS LINES-FILE-STATUS.
      *    The line file before it carried a SKU: the record grew by
      *    the SKU and a reserve area, so migration 0013 reads it
      *    through this view and reloads it through the new one.
           SELECT OLD-LINES ASSIGN TO LINES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDL-ID
               FILE STATUS IS OLDL-FILE-STATUS.
      *    The API client registry before and after scopes: the
      *    record grew by the scope field, and an indexed file will
      *    not open under a changed record length, so migration 0009
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDC-API-KEY
               FILE STATUS IS OLDC-FILE-STATUS.
      *    Stock balances are keyed by SKU in a layout of their own.
           SELECT STOCK-DATABASE ASSIGN TO INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-SKU
               FILE STATUS IS STOCK-FILE-STATUS.
      *    Customer tax profiles and the jurisdiction rate table.
           SELECT PROFILES-DATABASE ASSIGN TO PROFILES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUSTOMER-KEY
               FILE STATUS IS PROFILES-FILE-STATUS.
           SELECT TAXRATES-DATABASE ASSIGN TO TAXRATES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-REGION
               FILE STATUS IS TAXRATES-FILE-STATUS.
      *    General-ledger account map and posted-document marks.
           SELECT GLACCOUNTS-DATABASE ASSIGN TO GLACCOUNTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ROLE
               FILE STATUS IS GLACCOUNTS-FILE-STATUS.
           SELECT GLPOSTED-DATABASE ASSIGN TO GLPOSTED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-DOC-ID
               FILE STATUS IS GLPOSTED-FILE-STATUS.
      *    Shipments against orders, indexed on the order as well.
           SELECT SHIPMENTS-DATABASE ASSIGN TO SHIPMENTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-ID
               ALTERNATE RECORD KEY IS SHIP-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS SHIPMENTS-FILE-STATUS.
      *    Customer address book, keyed customer plus number.
           SELECT ADDRESSES-DATABASE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
      *    Price tiers and promotion codes, keyed kind plus code.
           SELECT PRICING-DATABASE ASSIGN TO PRICING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-ID
               FILE STATUS IS PRICING-FILE-STATUS.
      *    Sales rep master, keyed by rep code.
           SELECT SALESREPS-DATABASE ASSIGN TO SALESREPS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CODE
               FILE STATUS IS SALESREPS-FILE-STATUS.
      *    Commission plans, keyed by plan code.
           SELECT COMMPLANS-DATABASE ASSIGN TO COMMPLANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS COMMPLANS-FILE-STATUS.
      *    Commission ledger, keyed order plus period.
           SELECT COMMISSIONS-DATABASE ASSIGN TO COMMISSIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-ID
               FILE STATUS IS COMMISSIONS-FILE-STATUS.
      *    Dated exchange rates maintained by artisan fx:rate.
           SELECT FXRATES-DATABASE ASSIGN TO FXRATES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-ID
               FILE STATUS IS FXRATES-FILE-STATUS.
      *    Base equivalents of foreign-currency invoices.
           SELECT INVOICEFX-DATABASE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
      *    Maker-checker trail of each order.
           SELECT APPROVALS-DATABASE ASSIGN TO APPROVALS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ORDER-KEY
               FILE STATUS IS APPROVALS-FILE-STATUS.
      *    Customer PO numbers and the orders they became.
           SELECT CUSTPOS-DATABASE ASSIGN TO CUSTPOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-ID
               ALTERNATE RECORD KEY IS CPO-ORDER-KEY
               FILE STATUS IS CUSTPOS-FILE-STATUS.
      *    Monthly sales summary behind report:sales.
           SELECT SALESSUM-DATABASE ASSIGN TO SALESSUM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ID
               FILE STATUS IS SALESSUM-FILE-STATUS.
      *    Invoice index - number and customer lookups for the API.
           SELECT INVOICES-DATABASE ASSIGN TO INVOICES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ID
               ALTERNATE RECORD KEY IS INV-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS INVOICES-FILE-STATUS.
      *    Customer notifications - one per message, with its status.
           SELECT NOTIFICATIONS-DATABASE ASSIGN TO NOTIFICATIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-ID
               ALTERNATE RECORD KEY IS NTF-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NTF-MESSAGE-ID
               FILE STATUS IS NOTIFICATIONS-FILE-STATUS.
      *    Sales quotations - header and lines, by customer and
      *    by the order an accepted quote became.
           SELECT QUOTES-DATABASE ASSIGN TO QUOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-ID
               ALTERNATE RECORD KEY IS QUO-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS QUO-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUOTES-FILE-STATUS.
      *    Supplier master (SupplierRecord.cpy).
           SELECT SUPPLIERS-DATABASE ASSIGN TO SUPPLIERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS SUPPLIERS-FILE-STATUS.
      *    Supplier purchase orders (PurchaseOrderRecord.cpy).
           SELECT PURCHASEORDERS-DATABASE
               ASSIGN TO PURCHASEORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-ID
               ALTERNATE RECORD KEY IS SPO-SUPPLIER
                   WITH DUPLICATES
               FILE STATUS IS PURCHASEORDERS-FILE-STATUS.
           SELECT REBUILD-TEMP ASSIGN TO "database/rebuild.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-FILE-STATUS.

       FD  LINES-DATABASE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  OLD-LINES.
       01 OLDL-RECORD.
           05 OLDL-ID.
               10 OLDL-ORDER-KEY PIC X(20).
               10 OLDL-NUMBER PIC 9(4).
           05 OLDL-DESC PIC X(60).
           05 OLDL-QTY PIC 9(5).
           05 OLDL-UNIT-PRICE PIC 9(7)V99.
           05 OLDL-AMOUNT PIC 9(9)V99.
           05 OLDL-CREATED-AT PIC X(19).

       FD  CLIENTS-DATABASE.
       01 CLIENT-RECORD.
           05 OLDC-NAME    PIC X(30).
           05 OLDC-STATUS  PIC X(8).

       FD  STOCK-DATABASE.
       01 STOCK-RECORD.
           COPY "InventoryRecord.cpy".

       FD  PROFILES-DATABASE.
       01 PROFILE-RECORD.
           COPY "CustomerProfileRecord.cpy".

       FD  TAXRATES-DATABASE.
       01 TAXRATE-RECORD.
           COPY "TaxRateRecord.cpy".

       FD  GLACCOUNTS-DATABASE.
       01 GLACCOUNT-RECORD.
           COPY "GlAccountRecord.cpy".

       FD  GLPOSTED-DATABASE.
       01 GLPOSTED-RECORD.
           COPY "GlPostedRecord.cpy".

       FD  SHIPMENTS-DATABASE.
       01 SHIPMENT-RECORD.
           COPY "ShipmentRecord.cpy".

       FD  ADDRESSES-DATABASE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  PRICING-DATABASE.
       01 PRICING-RECORD.
           COPY "PricingRuleRecord.cpy".

       FD  SALESREPS-DATABASE.
       01 SALESREP-RECORD.
           COPY "SalesRepRecord.cpy".

       FD  COMMPLANS-DATABASE.
       01 PLAN-RECORD.
           COPY "CommissionPlanRecord.cpy".

       FD  COMMISSIONS-DATABASE.
       01 COMMISSION-RECORD.
           COPY "CommissionRecord.cpy".

       FD  FXRATES-DATABASE.
       01 FXRATE-RECORD.
           COPY "FxRateRecord.cpy".

       FD  INVOICEFX-DATABASE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  APPROVALS-DATABASE.
       01 APPROVAL-RECORD.
           COPY "ApprovalRecord.cpy".

       FD  CUSTPOS-DATABASE.
       01 CUSTPO-RECORD.
           COPY "CustomerPoRecord.cpy".

       FD  SALESSUM-DATABASE.
       01 SALESSUM-RECORD.
           COPY "SalesSummaryRecord.cpy".

       FD  INVOICES-DATABASE.
       01 INVOICE-RECORD.
           COPY "InvoiceRecord.cpy".

       FD  NOTIFICATIONS-DATABASE.
       01 NOTIFICATION-RECORD.
           COPY "NotificationRecord.cpy".

       FD  QUOTES-DATABASE.
       01 QUOTE-RECORD.
           COPY "QuoteRecord.cpy".

       FD  SUPPLIERS-DATABASE.
       01 SUPPLIER-RECORD.
           COPY "SupplierRecord.cpy".

       FD  PURCHASEORDERS-DATABASE.
       01 PURCHASE-ORDER-RECORD.
           COPY "PurchaseOrderRecord.cpy".

      *    Every MODEL-RECORD field is DISPLAY usage, so a record
      *    round-trips byte for byte through one text line - the same
      *    property DBBACKUP's .bak copies rely on.
       01 DB-FILE-STATUS PIC XX.
       01 OLD-FILE-STATUS PIC XX.
       01 LINES-FILE-STATUS PIC XX.
       01 OLDL-FILE-STATUS PIC XX.
       01 CLIENTS-FILE-STATUS PIC XX.
       01 OLDC-FILE-STATUS PIC XX.
       01 TEMP-FILE-STATUS PIC XX.
       01 STOCK-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 TAXRATES-FILE-STATUS PIC XX.
       01 GLACCOUNTS-FILE-STATUS PIC XX.
       01 GLPOSTED-FILE-STATUS PIC XX.
       01 SHIPMENTS-FILE-STATUS PIC XX.
       01 ADDRESSES-FILE-STATUS PIC XX.
       01 PRICING-FILE-STATUS PIC XX.
       01 SALESREPS-FILE-STATUS PIC XX.
       01 COMMPLANS-FILE-STATUS PIC XX.
       01 COMMISSIONS-FILE-STATUS PIC XX.
       01 FXRATES-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 APPROVALS-FILE-STATUS PIC XX.
       01 CUSTPOS-FILE-STATUS PIC XX.
       01 SALESSUM-FILE-STATUS PIC XX.
       01 INVOICES-FILE-STATUS PIC XX.
       01 NOTIFICATIONS-FILE-STATUS PIC XX.
       01 QUOTES-FILE-STATUS PIC XX.
       01 SUPPLIERS-FILE-STATUS PIC XX.
       01 PURCHASEORDERS-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 DATABASE-PATH PIC X(100) VALUE
           "database/app.db".
           "database/payments.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 INVENTORY-PATH PIC X(100) VALUE
           "database/inventory.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 TAXRATES-PATH PIC X(100) VALUE
           "database/taxrates.db".
       01 GLACCOUNTS-PATH PIC X(100) VALUE
           "database/glaccounts.db".
       01 GLPOSTED-PATH PIC X(100) VALUE
           "database/glposted.db".
       01 SHIPMENTS-PATH PIC X(100) VALUE
           "database/shipments.db".
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 PRICING-PATH PIC X(100) VALUE
           "database/pricing.db".
       01 SALESREPS-PATH PIC X(100) VALUE
           "database/salesreps.db".
       01 COMMPLANS-PATH PIC X(100) VALUE
           "database/commplans.db".
       01 COMMISSIONS-PATH PIC X(100) VALUE
           "database/commissions.db".
       01 FXRATES-PATH PIC X(100) VALUE
           "database/fxrates.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 APPROVALS-PATH PIC X(100) VALUE
           "database/approvals.db".
       01 CUSTPOS-PATH PIC X(100) VALUE
           "database/custpos.db".
       01 SALESSUM-PATH PIC X(100) VALUE
           "database/salessum.db".
       01 INVOICES-PATH PIC X(100) VALUE
           "database/invoices.db".
       01 NOTIFICATIONS-PATH PIC X(100) VALUE
           "database/notifications.db".
       01 QUOTES-PATH PIC X(100) VALUE
           "database/quotes.db".
       01 SUPPLIERS-PATH PIC X(100) VALUE
           "database/suppliers.db".
       01 PURCHASEORDERS-PATH PIC X(100) VALUE
           "database/purchaseorders.db".

       01 WS-MIGRATION-COUNT PIC 99 VALUE 34.
       01 WS-IX PIC 99.

       01 MIGRATION-TABLE.
           05 MIGRATION-ENTRY OCCURS 60 TIMES.
               10 MIG-ID   PIC X(30).
               10 MIG-DESC PIC X(50).

           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           ACCEPT INVENTORY-PATH FROM ENVIRONMENT "DB_INVENTORY"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           ACCEPT TAXRATES-PATH FROM ENVIRONMENT "DB_TAXRATES"
           ACCEPT GLACCOUNTS-PATH FROM ENVIRONMENT "DB_GLACCOUNTS"
           ACCEPT GLPOSTED-PATH FROM ENVIRONMENT "DB_GLPOSTED"
           ACCEPT SHIPMENTS-PATH FROM ENVIRONMENT "DB_SHIPMENTS"
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           ACCEPT PRICING-PATH FROM ENVIRONMENT "DB_PRICING"
           ACCEPT SALESREPS-PATH FROM ENVIRONMENT "DB_SALESREPS"
           ACCEPT COMMPLANS-PATH FROM ENVIRONMENT "DB_COMMPLANS"
           ACCEPT COMMISSIONS-PATH FROM ENVIRONMENT "DB_COMMISSIONS"
           ACCEPT FXRATES-PATH FROM ENVIRONMENT "DB_FXRATES"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           ACCEPT APPROVALS-PATH FROM ENVIRONMENT "DB_APPROVALS"
           ACCEPT CUSTPOS-PATH FROM ENVIRONMENT "DB_CUSTPOS"
           ACCEPT SALESSUM-PATH FROM ENVIRONMENT "DB_SALESSUM"
           ACCEPT INVOICES-PATH FROM ENVIRONMENT "DB_INVOICES"
           ACCEPT NOTIFICATIONS-PATH FROM ENVIRONMENT "DB_NOTIFICATIONS"
           ACCEPT QUOTES-PATH FROM ENVIRONMENT "DB_QUOTES"
           ACCEPT SUPPLIERS-PATH FROM ENVIRONMENT "DB_SUPPLIERS"
           ACCEPT PURCHASEORDERS-PATH
               FROM ENVIRONMENT "DB_PURCHASEORDERS"
           IF FUNCTION TRIM(DATABASE-PATH) = SPACES
               OR FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(LINES-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               OR FUNCTION TRIM(INVENTORY-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               OR FUNCTION TRIM(TAXRATES-PATH) = SPACES
               OR FUNCTION TRIM(GLACCOUNTS-PATH) = SPACES
               OR FUNCTION TRIM(GLPOSTED-PATH) = SPACES
               OR FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               OR FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               OR FUNCTION TRIM(PRICING-PATH) = SPACES
               OR FUNCTION TRIM(SALESREPS-PATH) = SPACES
               OR FUNCTION TRIM(COMMPLANS-PATH) = SPACES
               OR FUNCTION TRIM(COMMISSIONS-PATH) = SPACES
               OR FUNCTION TRIM(FXRATES-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               OR FUNCTION TRIM(APPROVALS-PATH) = SPACES
               OR FUNCTION TRIM(CUSTPOS-PATH) = SPACES
               OR FUNCTION TRIM(SALESSUM-PATH) = SPACES
               OR FUNCTION TRIM(INVOICES-PATH) = SPACES
               OR FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               OR FUNCTION TRIM(QUOTES-PATH) = SPACES
               OR FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               OR FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(DATABASE-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF
           IF FUNCTION TRIM(INVENTORY-PATH) = SPACES
               MOVE "database/inventory.db" TO INVENTORY-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF
           IF FUNCTION TRIM(TAXRATES-PATH) = SPACES
               MOVE "database/taxrates.db" TO TAXRATES-PATH
           END-IF
           IF FUNCTION TRIM(GLACCOUNTS-PATH) = SPACES
               MOVE "database/glaccounts.db" TO GLACCOUNTS-PATH
           END-IF
           IF FUNCTION TRIM(GLPOSTED-PATH) = SPACES
               MOVE "database/glposted.db" TO GLPOSTED-PATH
           END-IF
           IF FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               MOVE "database/shipments.db" TO SHIPMENTS-PATH
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
           END-IF
           IF FUNCTION TRIM(PRICING-PATH) = SPACES
               MOVE "database/pricing.db" TO PRICING-PATH
           END-IF
           IF FUNCTION TRIM(SALESREPS-PATH) = SPACES
               MOVE "database/salesreps.db" TO SALESREPS-PATH
           END-IF
           IF FUNCTION TRIM(COMMPLANS-PATH) = SPACES
               MOVE "database/commplans.db" TO COMMPLANS-PATH
           END-IF
           IF FUNCTION TRIM(COMMISSIONS-PATH) = SPACES
               MOVE "database/commissions.db" TO COMMISSIONS-PATH
           END-IF
           IF FUNCTION TRIM(FXRATES-PATH) = SPACES
               MOVE "database/fxrates.db" TO FXRATES-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
           END-IF
           IF FUNCTION TRIM(APPROVALS-PATH) = SPACES
               MOVE "database/approvals.db" TO APPROVALS-PATH
           END-IF
           IF FUNCTION TRIM(CUSTPOS-PATH) = SPACES
               MOVE "database/custpos.db" TO CUSTPOS-PATH
           END-IF
           IF FUNCTION TRIM(SALESSUM-PATH) = SPACES
               MOVE "database/salessum.db" TO SALESSUM-PATH
           END-IF
           IF FUNCTION TRIM(INVOICES-PATH) = SPACES
               MOVE "database/invoices.db" TO INVOICES-PATH
           END-IF
           IF FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               MOVE "database/notifications.db" TO NOTIFICATIONS-PATH
           END-IF
           IF FUNCTION TRIM(QUOTES-PATH) = SPACES
               MOVE "database/quotes.db" TO QUOTES-PATH
           END-IF
           IF FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               MOVE "database/suppliers.db" TO SUPPLIERS-PATH
           END-IF
           IF FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               MOVE "database/purchaseorders.db"
                   TO PURCHASEORDERS-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(15:))
                                   TO LINES-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_CREDITS="
                               AND FUNCTION TRIM(CREDITS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO CREDITS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PRODUCTS="
                               AND FUNCTION TRIM(PRODUCTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PRODUCTS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVENTORY="
                               AND FUNCTION TRIM(INVENTORY-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVENTORY-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PROFILES="
                               AND FUNCTION TRIM(PROFILES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PROFILES-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_TAXRATES="
                               AND FUNCTION TRIM(TAXRATES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO TAXRATES-PATH
                           WHEN ENV-FILE-LINE(1:14) = "DB_GLACCOUNTS="
                               AND FUNCTION TRIM(GLACCOUNTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(15:))
                                   TO GLACCOUNTS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_GLPOSTED="
                               AND FUNCTION TRIM(GLPOSTED-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO GLPOSTED-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_SHIPMENTS="
                               AND FUNCTION TRIM(SHIPMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SHIPMENTS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_PRICING="
                               AND FUNCTION TRIM(PRICING-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO PRICING-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_SALESREPS="
                               AND FUNCTION TRIM(SALESREPS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SALESREPS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_COMMPLANS="
                               AND FUNCTION TRIM(COMMPLANS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO COMMPLANS-PATH
                           WHEN ENV-FILE-LINE(1:15) = "DB_COMMISSIONS="
                               AND FUNCTION TRIM(COMMISSIONS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(16:))
                                   TO COMMISSIONS-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_FXRATES="
                               AND FUNCTION TRIM(FXRATES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO FXRATES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVOICEFX="
                               AND FUNCTION TRIM(INVOICEFX-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVOICEFX-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_APPROVALS="
                               AND FUNCTION TRIM(APPROVALS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO APPROVALS-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_CUSTPOS="
                               AND FUNCTION TRIM(CUSTPOS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO CUSTPOS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_SALESSUM="
                               AND FUNCTION TRIM(SALESSUM-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO SALESSUM-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_INVOICES="
                               AND FUNCTION TRIM(INVOICES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO INVOICES-PATH
                           WHEN ENV-FILE-LINE(1:17) =
                                   "DB_NOTIFICATIONS="
                               AND FUNCTION TRIM(NOTIFICATIONS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(18:))
                                   TO NOTIFICATIONS-PATH
                           WHEN ENV-FILE-LINE(1:10) = "DB_QUOTES="
                               AND FUNCTION TRIM(QUOTES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO QUOTES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_SUPPLIERS="
                               AND FUNCTION TRIM(SUPPLIERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SUPPLIERS-PATH
                           WHEN ENV-FILE-LINE(1:18) =
                                   "DB_PURCHASEORDERS="
                               AND FUNCTION TRIM(PURCHASEORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(19:))
                                   TO PURCHASEORDERS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
           MOVE "0009_add_client_scope" TO MIG-ID(9)
           MOVE "Rebuild clients.dat with the per-key scope field"
               TO MIG-DESC(9)
           MOVE "0010_create_credits_db" TO MIG-ID(10)
           MOVE "Create the credits.db credit memo data file"
               TO MIG-DESC(10)
           MOVE "0011_add_order_invoice_number" TO MIG-ID(11)
           MOVE "Add invoice number to the order detail area"
               TO MIG-DESC(11)
           MOVE "0012_create_products_db" TO MIG-ID(12)
           MOVE "Create the products.db catalog data file"
               TO MIG-DESC(12)
           MOVE "0013_add_line_sku" TO MIG-ID(13)
           MOVE "Rebuild orderlines.db with the catalog SKU field"
               TO MIG-DESC(13)
           MOVE "0014_create_inventory_db" TO MIG-ID(14)
           MOVE "Create the inventory.db stock balance file"
               TO MIG-DESC(14)
           MOVE "0015_create_profiles_db" TO MIG-ID(15)
           MOVE "Create the profiles.db customer tax profile file"
               TO MIG-DESC(15)
           MOVE "0016_create_taxrates_db" TO MIG-ID(16)
           MOVE "Create the taxrates.db jurisdiction rate table"
               TO MIG-DESC(16)
           MOVE "0017_create_glaccounts_db" TO MIG-ID(17)
           MOVE "Create the glaccounts.db GL account map"
               TO MIG-DESC(17)
           MOVE "0018_create_glposted_db" TO MIG-ID(18)
           MOVE "Create the glposted.db posted-document marks"
               TO MIG-DESC(18)
           MOVE "0019_create_shipments_db" TO MIG-ID(19)
           MOVE "Create the shipments.db order shipment file"
               TO MIG-DESC(19)
           MOVE "0020_create_addresses_db" TO MIG-ID(20)
           MOVE "Create the addresses.db customer address book"
               TO MIG-DESC(20)
           MOVE "0021_create_pricing_db" TO MIG-ID(21)
           MOVE "Create the pricing.db price tiers and promotions"
               TO MIG-DESC(21)
           MOVE "0022_create_salesreps_db" TO MIG-ID(22)
           MOVE "Create the salesreps.db sales rep master"
               TO MIG-DESC(22)
           MOVE "0023_create_commplans_db" TO MIG-ID(23)
           MOVE "Create the commplans.db commission plans"
               TO MIG-DESC(23)
           MOVE "0024_create_commissions_db" TO MIG-ID(24)
           MOVE "Create the commissions.db commission ledger"
               TO MIG-DESC(24)
           MOVE "0025_create_fxrates_db" TO MIG-ID(25)
           MOVE "Create the fxrates.db dated exchange rates"
               TO MIG-DESC(25)
           MOVE "0026_create_invoicefx_db" TO MIG-ID(26)
           MOVE "Create the invoicefx.db invoice base equivalents"
               TO MIG-DESC(26)
           MOVE "0027_create_approvals_db" TO MIG-ID(27)
           MOVE "Create the approvals.db order approvals"
               TO MIG-DESC(27)
           MOVE "0028_create_custpos_db" TO MIG-ID(28)
           MOVE "Create the custpos.db customer PO register"
               TO MIG-DESC(28)
           MOVE "0029_create_salessum_db" TO MIG-ID(29)
           MOVE "Create the salessum.db monthly sales summary"
               TO MIG-DESC(29)
           MOVE "0030_create_invoices_db" TO MIG-ID(30)
           MOVE "Create invoices.db (invoice index)"
               TO MIG-DESC(30)
           MOVE "0031_create_notifications_db" TO MIG-ID(31)
           MOVE "Create notifications.db (customer mail)"
               TO MIG-DESC(31)
           MOVE "0032_create_quotes_db" TO MIG-ID(32)
           MOVE "Create quotes.db (sales quotations)"
               TO MIG-DESC(32)
           MOVE "0033_create_suppliers_db" TO MIG-ID(33)
           MOVE "Create suppliers.db (supplier master)"
               TO MIG-DESC(33)
           MOVE "0034_create_purchaseorders_db" TO MIG-ID(34)
           MOVE "Create purchaseorders.db (supplier POs)"
               TO MIG-DESC(34)
           .

       APPLY-MIGRATION-IF-NEEDED.
                   CLOSE LINES-DATABASE
               WHEN 9
                   PERFORM REBUILD-CLIENTS-FILE
               WHEN 10
                   MOVE DATABASE-PATH TO WS-SAVED-PATH
                   MOVE CREDITS-PATH TO DATABASE-PATH
                   PERFORM CREATE-DATA-FILE-IF-MISSING
                   MOVE WS-SAVED-PATH TO DATABASE-PATH
               WHEN 12
                   MOVE DATABASE-PATH TO WS-SAVED-PATH
                   MOVE PRODUCTS-PATH TO DATABASE-PATH
                   PERFORM CREATE-DATA-FILE-IF-MISSING
                   MOVE WS-SAVED-PATH TO DATABASE-PATH
               WHEN 13
                   PERFORM REBUILD-LINES-FILE
               WHEN 14
                   OPEN I-O STOCK-DATABASE
                   IF STOCK-FILE-STATUS = "35"
                       OPEN OUTPUT STOCK-DATABASE
                   END-IF
                   CLOSE STOCK-DATABASE
               WHEN 15
                   OPEN I-O PROFILES-DATABASE
                   IF PROFILES-FILE-STATUS = "35"
                       OPEN OUTPUT PROFILES-DATABASE
                   END-IF
                   CLOSE PROFILES-DATABASE
               WHEN 16
                   OPEN I-O TAXRATES-DATABASE
                   IF TAXRATES-FILE-STATUS = "35"
                       OPEN OUTPUT TAXRATES-DATABASE
                   END-IF
                   CLOSE TAXRATES-DATABASE
               WHEN 17
                   OPEN I-O GLACCOUNTS-DATABASE
                   IF GLACCOUNTS-FILE-STATUS = "35"
                       OPEN OUTPUT GLACCOUNTS-DATABASE
                   END-IF
                   CLOSE GLACCOUNTS-DATABASE
               WHEN 18
                   OPEN I-O GLPOSTED-DATABASE
                   IF GLPOSTED-FILE-STATUS = "35"
                       OPEN OUTPUT GLPOSTED-DATABASE
                   END-IF
                   CLOSE GLPOSTED-DATABASE
               WHEN 19
                   OPEN I-O SHIPMENTS-DATABASE
                   IF SHIPMENTS-FILE-STATUS = "35"
                       OPEN OUTPUT SHIPMENTS-DATABASE
                   END-IF
                   CLOSE SHIPMENTS-DATABASE
               WHEN 20
                   OPEN I-O ADDRESSES-DATABASE
                   IF ADDRESSES-FILE-STATUS = "35"
                       OPEN OUTPUT ADDRESSES-DATABASE
                   END-IF
                   CLOSE ADDRESSES-DATABASE
               WHEN 21
                   OPEN I-O PRICING-DATABASE
                   IF PRICING-FILE-STATUS = "35"
                       OPEN OUTPUT PRICING-DATABASE
                   END-IF
                   CLOSE PRICING-DATABASE
               WHEN 22
                   OPEN I-O SALESREPS-DATABASE
                   IF SALESREPS-FILE-STATUS = "35"
                       OPEN OUTPUT SALESREPS-DATABASE
                   END-IF
                   CLOSE SALESREPS-DATABASE
               WHEN 23
                   OPEN I-O COMMPLANS-DATABASE
                   IF COMMPLANS-FILE-STATUS = "35"
                       OPEN OUTPUT COMMPLANS-DATABASE
                   END-IF
                   CLOSE COMMPLANS-DATABASE
               WHEN 24
                   OPEN I-O COMMISSIONS-DATABASE
                   IF COMMISSIONS-FILE-STATUS = "35"
                       OPEN OUTPUT COMMISSIONS-DATABASE
                   END-IF
                   CLOSE COMMISSIONS-DATABASE
               WHEN 25
                   OPEN I-O FXRATES-DATABASE
                   IF FXRATES-FILE-STATUS = "35"
                       OPEN OUTPUT FXRATES-DATABASE
                   END-IF
                   CLOSE FXRATES-DATABASE
               WHEN 26
                   OPEN I-O INVOICEFX-DATABASE
                   IF INVOICEFX-FILE-STATUS = "35"
                       OPEN OUTPUT INVOICEFX-DATABASE
                   END-IF
                   CLOSE INVOICEFX-DATABASE
               WHEN 27
                   OPEN I-O APPROVALS-DATABASE
                   IF APPROVALS-FILE-STATUS = "35"
                       OPEN OUTPUT APPROVALS-DATABASE
                   END-IF
                   CLOSE APPROVALS-DATABASE
               WHEN 28
                   OPEN I-O CUSTPOS-DATABASE
                   IF CUSTPOS-FILE-STATUS = "35"
                       OPEN OUTPUT CUSTPOS-DATABASE
                   END-IF
                   CLOSE CUSTPOS-DATABASE
               WHEN 29
                   OPEN I-O SALESSUM-DATABASE
                   IF SALESSUM-FILE-STATUS = "35"
                       OPEN OUTPUT SALESSUM-DATABASE
                   END-IF
                   CLOSE SALESSUM-DATABASE
               WHEN 30
                   OPEN I-O INVOICES-DATABASE
                   IF INVOICES-FILE-STATUS = "35"
                       OPEN OUTPUT INVOICES-DATABASE
                   END-IF
                   CLOSE INVOICES-DATABASE
               WHEN 31
                   OPEN I-O NOTIFICATIONS-DATABASE
                   IF NOTIFICATIONS-FILE-STATUS = "35"
                       OPEN OUTPUT NOTIFICATIONS-DATABASE
                   END-IF
                   CLOSE NOTIFICATIONS-DATABASE
               WHEN 32
                   OPEN I-O QUOTES-DATABASE
                   IF QUOTES-FILE-STATUS = "35"
                       OPEN OUTPUT QUOTES-DATABASE
                   END-IF
                   CLOSE QUOTES-DATABASE
               WHEN 33
                   OPEN I-O SUPPLIERS-DATABASE
                   IF SUPPLIERS-FILE-STATUS = "35"
                       OPEN OUTPUT SUPPLIERS-DATABASE
                   END-IF
                   CLOSE SUPPLIERS-DATABASE
               WHEN 34
                   OPEN I-O PURCHASEORDERS-DATABASE
                   IF PURCHASEORDERS-FILE-STATUS = "35"
                       OPEN OUTPUT PURCHASEORDERS-DATABASE
                   END-IF
                   CLOSE PURCHASEORDERS-DATABASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               CLOSE CLIENTS-DATABASE
           END-IF.

      *    Rebuilds the order line file with the SKU field: old
      *    lines stream out through the pre-SKU view and come back
      *    with a blank SKU and reserve area - they were priced by
      *    hand before the catalog existed and stay as written. A
      *    file the old view cannot open (missing, or already in
      *    the new layout) is left alone.
       REBUILD-LINES-FILE.
           OPEN INPUT OLD-LINES
           IF OLDL-FILE-STATUS NOT = "00"
               DISPLAY "  [note] " FUNCTION TRIM(LINES-PATH)
                   " not rebuilt (status " OLDL-FILE-STATUS ")"
           ELSE
               OPEN OUTPUT REBUILD-TEMP
               MOVE LOW-VALUES TO OLDL-ID
               START OLD-LINES KEY IS NOT LESS THAN OLDL-ID
                   INVALID KEY MOVE "10" TO OLDL-FILE-STATUS
               END-START
               PERFORM UNTIL OLDL-FILE-STATUS NOT = "00"
                   READ OLD-LINES NEXT RECORD
                       AT END MOVE "10" TO OLDL-FILE-STATUS
                   END-READ
                   IF OLDL-FILE-STATUS = "00"
                       MOVE SPACES TO REBUILD-LINE
                       MOVE OLDL-RECORD TO REBUILD-LINE
                       WRITE REBUILD-LINE
                   END-IF
               END-PERFORM
               CLOSE OLD-LINES
               CLOSE REBUILD-TEMP

               OPEN OUTPUT LINES-DATABASE
               OPEN INPUT REBUILD-TEMP
               PERFORM UNTIL TEMP-FILE-STATUS NOT = "00"
                   READ REBUILD-TEMP
                       AT END MOVE "10" TO TEMP-FILE-STATUS
                   END-READ
                   IF TEMP-FILE-STATUS = "00"
                       AND FUNCTION TRIM(REBUILD-LINE) NOT = SPACES
                       MOVE SPACES TO LINE-RECORD
                       MOVE REBUILD-LINE(1:128) TO LINE-RECORD(1:128)
                       WRITE LINE-RECORD
                   END-IF
               END-PERFORM
               CLOSE REBUILD-TEMP
               CLOSE LINES-DATABASE
           END-IF.

       CREATE-DATA-FILE-IF-MISSING.
           OPEN I-O APP-DATABASE
           IF DB-FILE-STATUS = "35"

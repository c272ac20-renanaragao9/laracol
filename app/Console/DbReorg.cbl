
       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  REORG-TEMP.
       01 REORG-LINE PIC X(300).
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".

                   PERFORM VERIFY-ONE-FILE
                   MOVE PAYMENTS-PATH TO DATABASE-PATH
                   PERFORM VERIFY-ONE-FILE
                   MOVE CREDITS-PATH TO DATABASE-PATH
                   PERFORM VERIFY-ONE-FILE
                   MOVE PRODUCTS-PATH TO DATABASE-PATH
                   PERFORM VERIFY-ONE-FILE
                   PERFORM VERIFY-LINES-FILE
               WHEN "REORG"
                   MOVE CUSTOMERS-PATH TO DATABASE-PATH
                   PERFORM REORG-ONE-FILE
                   MOVE PAYMENTS-PATH TO DATABASE-PATH
                   PERFORM REORG-ONE-FILE
                   MOVE CREDITS-PATH TO DATABASE-PATH
                   PERFORM REORG-ONE-FILE
                   MOVE PRODUCTS-PATH TO DATABASE-PATH
                   PERFORM REORG-ONE-FILE
                   PERFORM REORG-LINES-FILE
               WHEN OTHER
                   DISPLAY "Unknown reorg action."
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               OR FUNCTION TRIM(LINES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               MOVE "database/orderlines.db" TO LINES-PATH
           END-IF.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PAYMENTS-PATH
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
                           WHEN ENV-FILE-LINE(1:14) =
                                   "DB_ORDERLINES="
                               AND FUNCTION TRIM(LINES-PATH)

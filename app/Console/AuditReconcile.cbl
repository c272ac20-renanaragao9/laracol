           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 REPORT-PATH PIC X(100).

      *    The day under reconciliation, YYYYMMDD - the operand when
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
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
                       END-EVALUATE
                   END-IF
               END-PERFORM
                   MOVE ORDERS-PATH TO DATABASE-PATH
               WHEN WS-PROBE-KEY(1:4) = "PAY-"
                   MOVE PAYMENTS-PATH TO DATABASE-PATH
               WHEN WS-PROBE-KEY(1:4) = "CRM-"
                   MOVE CREDITS-PATH TO DATABASE-PATH
               WHEN WS-PROBE-KEY(1:4) = "PRD-"
                   MOVE PRODUCTS-PATH TO DATABASE-PATH
               WHEN OTHER
                   MOVE SPACES TO DATABASE-PATH
           END-EVALUATE

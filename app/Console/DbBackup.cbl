
       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

      *    Every MODEL-RECORD field is DISPLAY usage, so a record
      *    written as one text line round-trips byte for byte; the
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 WS-BACKUP-LABEL PIC X(10).
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
           MOVE PAYMENTS-PATH TO DATABASE-PATH
           MOVE "payments" TO WS-BACKUP-LABEL
           PERFORM BACKUP-ONE-FILE
           MOVE CREDITS-PATH TO DATABASE-PATH
           MOVE "credits" TO WS-BACKUP-LABEL
           PERFORM BACKUP-ONE-FILE
           MOVE PRODUCTS-PATH TO DATABASE-PATH
           MOVE "products" TO WS-BACKUP-LABEL
           PERFORM BACKUP-ONE-FILE
           PERFORM BACKUP-LINES-FILE.

       BACKUP-ONE-FILE.

      *    Loads the named backup over the matching per-model data
      *    file - our backups are named customers-*/orders-*/
      *    payments-*/credits-*/products-*/orderlines-*, and the name
      *    says which file the copy belongs to - then re-reads
      *    the restored indexed file and reports record count and
      *    amount control total against the figures loaded, so the
      *    operator knows the restore is complete before reopening
               ELSE
                   MOVE 0 TO WS-NAME-HIT
                   INSPECT BACKUP-PATH TALLYING WS-NAME-HIT
                       FOR ALL "credits"
                   IF WS-NAME-HIT > 0
                       MOVE CREDITS-PATH TO DATABASE-PATH
                   ELSE
                       MOVE 0 TO WS-NAME-HIT
                       INSPECT BACKUP-PATH TALLYING WS-NAME-HIT
                           FOR ALL "products"
                       IF WS-NAME-HIT > 0
                           MOVE PRODUCTS-PATH TO DATABASE-PATH
                       ELSE
                           PERFORM RESOLVE-ORDER-FILE-TARGET
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY "Restoring into " FUNCTION TRIM(DATABASE-PATH).

       RESOLVE-ORDER-FILE-TARGET.
           MOVE 0 TO WS-NAME-HIT
           INSPECT BACKUP-PATH TALLYING WS-NAME-HIT
               FOR ALL "orderlines"
           IF WS-NAME-HIT > 0
               MOVE "LINES" TO WS-RESTORE-KIND
               MOVE LINES-PATH TO DATABASE-PATH
           ELSE
               MOVE ORDERS-PATH TO DATABASE-PATH
           END-IF.

       VERIFY-RESTORED-FILE.
           IF RESTORE-IS-LINES
               PERFORM VERIFY-RESTORED-LINES

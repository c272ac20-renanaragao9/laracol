
       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(300).

       FD  LINES-ARC-FILE.
       01 LINES-ARC-LINE PIC X(200).

       FD  MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(200).
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 ARCHIVE-PATH PIC X(100).
       01 WS-MOVED-COUNT PIC 9(4) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZ9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       01 WS-RESTORE-KEY PIC X(20).
       01 WS-MANIFEST-KEY PIC X(20).
       01 WS-MANIFEST-MODEL PIC X(10).
       01 WS-LN-LIMIT PIC 9(3) VALUE 100.
       01 WS-LN-USED PIC 9(3).
       01 WS-LN-TABLE.
           05 WS-LN-RECORD OCCURS 100 TIMES PIC X(200).
       01 WS-LN-IX PIC 9(3).
       01 WS-LINES-MANIFEST-FLAG PIC X.
           88 LINES-ENTRY-FOUND VALUE "Y".
           END-EVALUATE

           PERFORM RELEASE-BATCH-WINDOW
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    An archive run reports the records it moved out; a restore
      *    reports the one record it brought back, or 8 if it could
      *    not.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 0 TO RC-RECORDS-READ RC-RECORDS-WRITTEN
               RC-RECORDS-REJECTED RC-AMOUNT-HASH RC-COMPLETION-CODE
           EVALUATE FUNCTION TRIM(ARCHIVE-ACTION)
               WHEN "ARCHIVE"
                   MOVE "db:archive" TO RC-COMMAND
                   MOVE WS-MOVED-COUNT TO RC-RECORDS-WRITTEN
               WHEN "RESTORE"
                   MOVE "archive:restore" TO RC-COMMAND
                   MOVE ARCHIVE-ARG TO RC-REFERENCE
                   IF RECORD-WAS-RESTORED
                       MOVE 1 TO RC-RECORDS-WRITTEN
                   ELSE
                       MOVE 8 TO RC-COMPLETION-CODE
                   END-IF
               WHEN OTHER
                   MOVE 8 TO RC-COMPLETION-CODE
           END-EVALUATE
           MOVE "N" TO RC-BALANCE-RULE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Takes the window only if nobody holds it: an operator who
      *    already ran artisan down keeps ownership, and this batch
      *    must not lift their flag on the way out - only the run
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
           MOVE "payments" TO WS-ARCHIVE-LABEL
           PERFORM ARCHIVE-ONE-FILE
           MOVE CREDITS-PATH TO DATABASE-PATH
           MOVE "credits" TO WS-ARCHIVE-LABEL
           PERFORM ARCHIVE-ONE-FILE
           MOVE PRODUCTS-PATH TO DATABASE-PATH
           MOVE "products" TO WS-ARCHIVE-LABEL
           PERFORM ARCHIVE-ONE-FILE

           MOVE WS-MOVED-COUNT TO WS-COUNT-DISP
           DISPLAY "Archived " FUNCTION TRIM(WS-COUNT-DISP)
                   MOVE ORDERS-PATH TO DATABASE-PATH
               WHEN WS-RESTORE-KEY(1:4) = "PAY-"
                   MOVE PAYMENTS-PATH TO DATABASE-PATH
               WHEN WS-RESTORE-KEY(1:4) = "CRM-"
                   MOVE CREDITS-PATH TO DATABASE-PATH
               WHEN WS-RESTORE-KEY(1:4) = "PRD-"
                   MOVE PRODUCTS-PATH TO DATABASE-PATH
               WHEN OTHER
                   DISPLAY "Cannot place key "
                       FUNCTION TRIM(WS-RESTORE-KEY)

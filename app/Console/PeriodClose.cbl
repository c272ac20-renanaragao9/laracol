           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).
      *    finance reconciles against DAILYREPORT when the month is
      *    closed.
       01 WS-STATUS-GRID.
           05 WS-STATUS-ROW OCCURS 6 TIMES.
               10 WS-SG-COUNT PIC 9(6).
               10 WS-SG-TOTAL PIC 9(11)V99.
       01 WS-STATUS-LABEL-TABLE.
           05 FILLER PIC X(9) VALUE "NEW".
           05 FILLER PIC X(9) VALUE "AWAITING".
           05 FILLER PIC X(9) VALUE "APPROVED".
           05 FILLER PIC X(9) VALUE "SHIPPED".
           05 FILLER PIC X(9) VALUE "INVOICED".
           05 FILLER PIC X(9) VALUE "CANCELLED".
       01 WS-STATUS-LABELS REDEFINES WS-STATUS-LABEL-TABLE.
           05 WS-STATUS-LABEL OCCURS 6 TIMES PIC X(9).
       01 WS-SG-IX PIC 9.
       01 WS-CURRENT-STATUS PIC X(12).

           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
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
                       END-EVALUATE
                   END-IF
               END-PERFORM
           MOVE PAYMENTS-PATH TO DATABASE-PATH
           MOVE "Payments" TO WS-MODEL-LABEL
           PERFORM SNAPSHOT-ONE-MODEL
           MOVE CREDITS-PATH TO DATABASE-PATH
           MOVE "Credits" TO WS-MODEL-LABEL
           PERFORM SNAPSHOT-ONE-MODEL
           PERFORM SNAPSHOT-ORDERS-BY-STATUS
           CLOSE REPORT-FILE

           MOVE "Orders by status:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SG-IX FROM 1 BY 1
                   UNTIL WS-SG-IX > 6
               MOVE WS-SG-COUNT(WS-SG-IX) TO WS-COUNT-DISP
               MOVE WS-SG-TOTAL(WS-SG-IX) TO WS-TOTAL-DISP
               MOVE SPACES TO REPORT-LINE
           EVALUATE FUNCTION TRIM(WS-CURRENT-STATUS)
               WHEN "NEW"
                   MOVE 1 TO WS-SG-IX
               WHEN "AWAITING"
                   MOVE 2 TO WS-SG-IX
               WHEN "APPROVED"
                   MOVE 3 TO WS-SG-IX
               WHEN "SHIPPED"
                   MOVE 4 TO WS-SG-IX
               WHEN "INVOICED"
                   MOVE 5 TO WS-SG-IX
               WHEN "CANCELLED"
                   MOVE 6 TO WS-SG-IX
               WHEN OTHER
                   MOVE 0 TO WS-SG-IX
           END-EVALUATE

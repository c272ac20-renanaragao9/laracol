       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-SKU
               FILE STATUS IS STOCK-FILE-STATUS.
           SELECT PRODUCTS-FILE ASSIGN TO PRODUCTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               ALTERNATE RECORD KEY IS PROD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS PRODUCTS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       01 STOCK-RECORD.
           COPY "InventoryRecord.cpy".

       FD  PRODUCTS-FILE.
       01 PROD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==PROD-==.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 STOCK-FILE-STATUS PIC XX.
       01 PRODUCTS-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 INVENTORY-PATH PIC X(100) VALUE
           "database/inventory.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 REPORT-PATH PIC X(100).

       01 WS-TODAY PIC X(8).

       01 WS-STOCK-ACTION PIC X(20).
       01 WS-STOCK-INPUT PIC X(500).
       01 WS-STOCK-RESULT PIC X(500).

       01 WS-CONDITION PIC X(13).
       01 WS-DESC PIC X(30).
       01 WS-ONHAND-DISP PIC -(8)9.
       01 WS-RESERVED-DISP PIC -(8)9.
       01 WS-AVAILABLE-DISP PIC -(8)9.
       01 WS-NEGATIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-ZERO-COUNT PIC 9(6) VALUE 0.
       01 WS-OVER-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-CATALOG-OPEN PIC X VALUE "N".
           88 CATALOG-IS-OPEN VALUE "Y".
       01 WS-BALANCES-OPEN PIC X VALUE "N".
           88 BALANCES-ARE-OPEN VALUE "Y".

       LINKAGE SECTION.
       01 STOCK-COMMAND PIC X(10).
       01 STOCK-ARG-1 PIC X(100).
       01 STOCK-ARG-2 PIC X(100).
       01 STOCK-ARG-3 PIC X(100).
       01 STOCK-ARG-4 PIC X(100).

       PROCEDURE DIVISION USING STOCK-COMMAND STOCK-ARG-1 STOCK-ARG-2
           STOCK-ARG-3 STOCK-ARG-4.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           EVALUATE FUNCTION TRIM(STOCK-COMMAND)
               WHEN "ADJUST"
                   PERFORM DO-ADJUST-STOCK
               WHEN "REORDER"
                   PERFORM DO-SET-REORDER
               WHEN "REPORT"
                   PERFORM DO-STOCK-REPORT
               WHEN OTHER
                   DISPLAY "Unknown stock action."
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT INVENTORY-PATH FROM ENVIRONMENT "DB_INVENTORY"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           IF FUNCTION TRIM(INVENTORY-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(INVENTORY-PATH) = SPACES
               MOVE "database/inventory.db" TO INVENTORY-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       EVALUATE TRUE
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVENTORY="
                               AND FUNCTION TRIM(INVENTORY-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVENTORY-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PRODUCTS="
                               AND FUNCTION TRIM(PRODUCTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PRODUCTS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    inventory:adjust <sku> <+/-qty> [reason]: the count sheet
      *    says what the books do not. INVENTORY validates the SKU,
      *    applies the change to on hand and journals it; this side
      *    only passes the operands through and shows the outcome.
       DO-ADJUST-STOCK.
           MOVE SPACES TO WS-STOCK-INPUT WS-STOCK-RESULT
           STRING "SKU:" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-ARG-1) DELIMITED BY SIZE
               "|QTY:" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-ARG-2) DELIMITED BY SIZE
               "|REASON:" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-ARG-3) DELIMITED BY SIZE
               INTO WS-STOCK-INPUT
           MOVE "ADJUST" TO WS-STOCK-ACTION
           CALL "INVENTORY" USING WS-STOCK-ACTION WS-STOCK-INPUT
               WS-STOCK-RESULT
               ON EXCEPTION
                   MOVE '{"error":"INVENTORY unavailable"}'
                       TO WS-STOCK-RESULT
           END-CALL
           IF WS-STOCK-RESULT(1:9) = '{"error":'
               DISPLAY "Adjustment refused: "
                   FUNCTION TRIM(WS-STOCK-RESULT)
           ELSE
               DISPLAY "Adjusted: " FUNCTION TRIM(WS-STOCK-RESULT)
           END-IF.

      *    inventory:reorder <sku> <point> <qty> [supplier]: the
      *    replenishment policy purchasing:replenish works from. As
      *    with an adjustment INVENTORY does the checking and the
      *    journaling; a qty of 0 takes the SKU off replenishment.
       DO-SET-REORDER.
           MOVE SPACES TO WS-STOCK-INPUT WS-STOCK-RESULT
           STRING "SKU:" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-ARG-1) DELIMITED BY SIZE
               "|POINT:" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-ARG-2) DELIMITED BY SIZE
               "|QTY:" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-ARG-3) DELIMITED BY SIZE
               "|SUPPLIER:" DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-ARG-4) DELIMITED BY SIZE
               INTO WS-STOCK-INPUT
           MOVE "REORDER" TO WS-STOCK-ACTION
           CALL "INVENTORY" USING WS-STOCK-ACTION WS-STOCK-INPUT
               WS-STOCK-RESULT
               ON EXCEPTION
                   MOVE '{"error":"INVENTORY unavailable"}'
                       TO WS-STOCK-RESULT
           END-CALL
           IF WS-STOCK-RESULT(1:9) = '{"error":'
               DISPLAY "Reorder policy refused: "
                   FUNCTION TRIM(WS-STOCK-RESULT)
           ELSE
               DISPLAY "Reorder policy set: "
                   FUNCTION TRIM(WS-STOCK-RESULT)
           END-IF.

      *    The exceptions the warehouse has to look at: SKUs whose
      *    on hand has gone negative (shipped or counted below
      *    zero), SKUs with nothing on the shelf - including live
      *    catalog items that have never had a balance - and SKUs
      *    where approved orders have claimed more than is there.
       DO-STOCK-REPORT.
           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/stock-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Stock status - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONDITION     SKU              "
               DELIMITED BY SIZE
               "  ON HAND  RESERVED AVAILABLE  DESCRIPTION"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT PRODUCTS-FILE
           IF PRODUCTS-FILE-STATUS = "00"
               SET CATALOG-IS-OPEN TO TRUE
           END-IF
           PERFORM SWEEP-BALANCES
           PERFORM SWEEP-UNSTOCKED-PRODUCTS
           IF CATALOG-IS-OPEN
               CLOSE PRODUCTS-FILE
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEGATIVE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Negative:      " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ZERO-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Zero:          " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Over-reserved: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           COMPUTE WS-COUNT-DISP =
               WS-NEGATIVE-COUNT + WS-ZERO-COUNT + WS-OVER-COUNT
           DISPLAY "Exceptions: " FUNCTION TRIM(WS-COUNT-DISP)
               " SKU(s)".

       SWEEP-BALANCES.
           OPEN INPUT STOCK-FILE
           IF STOCK-FILE-STATUS = "00"
               MOVE LOW-VALUES TO STK-SKU
               START STOCK-FILE KEY IS NOT LESS THAN STK-SKU
                   INVALID KEY MOVE "10" TO STOCK-FILE-STATUS
               END-START
               PERFORM UNTIL STOCK-FILE-STATUS NOT = "00"
                   READ STOCK-FILE NEXT RECORD
                       AT END MOVE "10" TO STOCK-FILE-STATUS
                   END-READ
                   IF STOCK-FILE-STATUS = "00"
                       PERFORM JUDGE-ONE-BALANCE
                   END-IF
               END-PERFORM
               CLOSE STOCK-FILE
           END-IF.

      *    One line per SKU under its worst condition: a negative
      *    balance is also over-reserved whenever anything is
      *    reserved, but it is the negative that needs fixing first.
       JUDGE-ONE-BALANCE.
           MOVE SPACES TO WS-CONDITION
           EVALUATE TRUE
               WHEN STK-ON-HAND < 0
                   MOVE "NEGATIVE" TO WS-CONDITION
                   ADD 1 TO WS-NEGATIVE-COUNT
               WHEN STK-RESERVED > STK-ON-HAND
                   MOVE "OVER-RESERVED" TO WS-CONDITION
                   ADD 1 TO WS-OVER-COUNT
               WHEN STK-ON-HAND = 0
                   MOVE "ZERO" TO WS-CONDITION
                   ADD 1 TO WS-ZERO-COUNT
           END-EVALUATE
           IF WS-CONDITION NOT = SPACES
               PERFORM LOOKUP-DESCRIPTION
               PERFORM WRITE-STOCK-LINE
           END-IF.

       LOOKUP-DESCRIPTION.
           MOVE SPACES TO WS-DESC
           IF CATALOG-IS-OPEN
               MOVE SPACES TO PROD-KEY
               STRING "PRD-" DELIMITED BY SIZE
                   FUNCTION TRIM(STK-SKU) DELIMITED BY SIZE
                   INTO PROD-KEY
               READ PRODUCTS-FILE KEY IS PROD-KEY
               IF PRODUCTS-FILE-STATUS = "00"
                   MOVE PROD-NAME TO WS-DESC
               ELSE
                   MOVE "(not in catalog)" TO WS-DESC
               END-IF
           END-IF.

       WRITE-STOCK-LINE.
           MOVE STK-ON-HAND TO WS-ONHAND-DISP
           MOVE STK-RESERVED TO WS-RESERVED-DISP
           COMPUTE STK-AVAILABLE = STK-ON-HAND - STK-RESERVED
           MOVE STK-AVAILABLE TO WS-AVAILABLE-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-CONDITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STK-SKU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ONHAND-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESERVED-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AVAILABLE-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DESC DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    A live catalog product that has never been received or
      *    counted has no balance record at all; it is as empty as
      *    a zero one and is listed with it.
       SWEEP-UNSTOCKED-PRODUCTS.
           IF CATALOG-IS-OPEN
               OPEN INPUT STOCK-FILE
               IF STOCK-FILE-STATUS = "00"
                   SET BALANCES-ARE-OPEN TO TRUE
               END-IF
               MOVE LOW-VALUES TO PROD-KEY
               START PRODUCTS-FILE KEY IS NOT LESS THAN PROD-KEY
                   INVALID KEY MOVE "10" TO PRODUCTS-FILE-STATUS
               END-START
               PERFORM UNTIL PRODUCTS-FILE-STATUS NOT = "00"
                   READ PRODUCTS-FILE NEXT RECORD
                       AT END MOVE "10" TO PRODUCTS-FILE-STATUS
                   END-READ
                   IF PRODUCTS-FILE-STATUS = "00"
                       AND PROD-DELETED-AT = SPACES
                       AND PROD-PRODUCT-ACTIVE NOT = "N"
                       PERFORM CHECK-PRODUCT-BALANCE
                   END-IF
               END-PERFORM
               IF BALANCES-ARE-OPEN
                   CLOSE STOCK-FILE
               END-IF
           END-IF.

       CHECK-PRODUCT-BALANCE.
           MOVE "23" TO STOCK-FILE-STATUS
           MOVE PROD-KEY(5:) TO STK-SKU
           IF BALANCES-ARE-OPEN
               READ STOCK-FILE KEY IS STK-SKU
           END-IF
           IF STOCK-FILE-STATUS NOT = "00"
               MOVE SPACES TO STOCK-RECORD
               MOVE PROD-KEY(5:) TO STK-SKU
               MOVE 0 TO STK-ON-HAND STK-RESERVED
               MOVE "ZERO" TO WS-CONDITION
               ADD 1 TO WS-ZERO-COUNT
               MOVE PROD-NAME TO WS-DESC
               PERFORM WRITE-STOCK-LINE
           END-IF.

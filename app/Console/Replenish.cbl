       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLENISH.

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
           SELECT SUPPLIERS-FILE ASSIGN TO SUPPLIERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS SUPPLIERS-FILE-STATUS.
           SELECT PO-FILE ASSIGN TO PURCHASEORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-ID
               ALTERNATE RECORD KEY IS SPO-SUPPLIER
                   WITH DUPLICATES
               FILE STATUS IS PO-FILE-STATUS.
      *    The purchase order document sent to the supplier.
           SELECT DOCUMENT-FILE ASSIGN TO DOCUMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-FILE-STATUS.
      *    PO numbers come from a one-line counter file, the same
      *    allocation QUOTES uses for the orders quotes become.
           SELECT SEQ-FILE
               ASSIGN TO "storage/framework/purchase-order.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
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

       FD  SUPPLIERS-FILE.
       01 SUPPLIER-RECORD.
           COPY "SupplierRecord.cpy".

       FD  PO-FILE.
       01 PURCHASE-ORDER-RECORD.
           COPY "PurchaseOrderRecord.cpy".

       FD  DOCUMENT-FILE.
       01 DOC-LINE PIC X(80).

       FD  SEQ-FILE.
       01 SEQ-LINE PIC X(12).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 STOCK-FILE-STATUS PIC XX.
       01 PRODUCTS-FILE-STATUS PIC XX.
       01 SUPPLIERS-FILE-STATUS PIC XX.
       01 PO-FILE-STATUS PIC XX.
       01 DOCUMENT-FILE-STATUS PIC XX.
       01 SEQ-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 INVENTORY-PATH PIC X(100) VALUE
           "database/inventory.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 SUPPLIERS-PATH PIC X(100) VALUE
           "database/suppliers.db".
       01 PURCHASEORDERS-PATH PIC X(100) VALUE
           "database/purchaseorders.db".
       01 DOCUMENT-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-TODAY-DATE PIC X(10).
       01 WS-TODAY-NUM PIC 9(8).
       01 WS-DUE-NUM PIC 9(8).
       01 WS-DUE-DATE PIC X(10).

       01 WS-CATALOG-OPEN PIC X VALUE "N".
           88 CATALOG-IS-OPEN VALUE "Y".
       01 WS-SUPPLIERS-OPEN PIC X VALUE "N".
           88 SUPPLIERS-ARE-OPEN VALUE "Y".

      *    Stock already on its way: what is still outstanding on
      *    open and part-received purchase orders, summed by SKU.
       01 WS-OO-LIMIT PIC 9(4) VALUE 500.
       01 WS-OO-USED PIC 9(4).
       01 WS-ON-ORDER-TABLE.
           05 WS-OO-ENTRY OCCURS 500 TIMES.
               10 WS-OO-SKU PIC X(16).
               10 WS-OO-QTY PIC 9(9).
       01 WS-OO-IX PIC 9(4).
       01 WS-OO-FOUND PIC X.
           88 ON-ORDER-SKU-FOUND VALUE "Y".
       01 WS-PO-IS-LIVE PIC X VALUE "N".
           88 CURRENT-PO-IS-LIVE VALUE "Y".

      *    What this run orders, one entry per SKU, before it is
      *    grouped into purchase orders by supplier.
       01 WS-NEED-LIMIT PIC 9(4) VALUE 500.
       01 WS-NEED-USED PIC 9(4).
       01 WS-NEED-TABLE.
           05 WS-NEED-ENTRY OCCURS 500 TIMES.
               10 WS-NEED-SUPPLIER PIC X(12).
               10 WS-NEED-SKU PIC X(16).
               10 WS-NEED-DESC PIC X(40).
               10 WS-NEED-QTY PIC 9(9).
               10 WS-NEED-PLACED PIC X.
                   88 NEED-IS-PLACED VALUE "Y".
       01 WS-NEED-IX PIC 9(4).
       01 WS-SCAN-IX PIC 9(4).

      *    One supplier's PO at a time: the need entries it carries.
       01 WS-PO-LINE-LIMIT PIC 9(4) VALUE 50.
       01 WS-PO-LINE-USED PIC 9(4).
       01 WS-PO-LINE-TABLE.
           05 WS-PO-LINE-NEED OCCURS 50 TIMES PIC 9(4).
       01 WS-PL-IX PIC 9(4).

       01 WS-PO-KEY PIC X(20).
       01 WS-PO-SEQ PIC 9(6) VALUE 0.
       01 WS-PO-SEQ-DISP PIC 9(6).
       01 WS-KEY-TRIES PIC 9(2).
       01 WS-SUPPLIER-NAME PIC X(40).
       01 WS-LEAD-DAYS PIC 9(3).

      *    Stock position: available plus on order, signed because
      *    available goes negative when reservations outrun on hand.
       01 WS-POSITION PIC S9(11).
       01 WS-SHORTFALL PIC 9(11).
       01 WS-LOTS PIC 9(11).
       01 WS-ORDER-QTY PIC 9(11).
       01 WS-SKIP-REASON PIC X(40).

       01 WS-POLICY-COUNT PIC 9(7) VALUE 0.
       01 WS-BELOW-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-PO-COUNT PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-UNITS-ORDERED PIC 9(11) VALUE 0.
       01 WS-COUNT-DISP PIC Z(6)9.
       01 WS-LINE-DISP PIC 9(4).
       01 WS-QTY-DISP PIC Z(8)9.
       01 WS-POSITION-DISP PIC -(10)9.
       01 WS-POINT-DISP PIC Z(8)9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

           MOVE 0 TO WS-POLICY-COUNT WS-BELOW-COUNT WS-SKIPPED-COUNT
               WS-PO-COUNT WS-LINE-COUNT WS-UNITS-ORDERED
               WS-OO-USED WS-NEED-USED
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 0 TO RC-COMPLETION-CODE
           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY-NUM
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           OPEN I-O PO-FILE
           IF PO-FILE-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(PURCHASEORDERS-PATH)
                   " (status " PO-FILE-STATUS ")."
               MOVE 8 TO RC-COMPLETION-CODE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM COLLECT-ON-ORDER

           OPEN INPUT PRODUCTS-FILE
           IF PRODUCTS-FILE-STATUS = "00"
               SET CATALOG-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT SUPPLIERS-FILE
           IF SUPPLIERS-FILE-STATUS = "00"
               SET SUPPLIERS-ARE-OPEN TO TRUE
           END-IF

           PERFORM SWEEP-REORDER-POLICIES
           PERFORM VARYING WS-NEED-IX FROM 1 BY 1
                   UNTIL WS-NEED-IX > WS-NEED-USED
               IF NOT NEED-IS-PLACED(WS-NEED-IX)
                   PERFORM RAISE-ONE-PO
               END-IF
           END-PERFORM

           IF CATALOG-IS-OPEN
               CLOSE PRODUCTS-FILE
           END-IF
           IF SUPPLIERS-ARE-OPEN
               CLOSE SUPPLIERS-FILE
           END-IF
           CLOSE PO-FILE

           MOVE WS-POLICY-COUNT TO WS-COUNT-DISP
           DISPLAY "SKUs with a reorder policy: "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-BELOW-COUNT TO WS-COUNT-DISP
           DISPLAY "At or below reorder point:  "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-PO-COUNT TO WS-COUNT-DISP
           DISPLAY "Purchase orders raised:     "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           DISPLAY "PO lines:                   "
               FUNCTION TRIM(WS-COUNT-DISP)
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               DISPLAY "Not ordered:                "
                   FUNCTION TRIM(WS-COUNT-DISP)
           END-IF
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT INVENTORY-PATH FROM ENVIRONMENT "DB_INVENTORY"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           ACCEPT SUPPLIERS-PATH FROM ENVIRONMENT "DB_SUPPLIERS"
           ACCEPT PURCHASEORDERS-PATH
               FROM ENVIRONMENT "DB_PURCHASEORDERS"
           IF FUNCTION TRIM(INVENTORY-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               OR FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               OR FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(INVENTORY-PATH) = SPACES
               MOVE "database/inventory.db" TO INVENTORY-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF
           IF FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               MOVE "database/suppliers.db" TO SUPPLIERS-PATH
           END-IF
           IF FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               MOVE "database/purchaseorders.db"
                   TO PURCHASEORDERS-PATH
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
               CLOSE ENV-FILE
           END-IF.

      *    A PO's header comes ahead of its lines in key order, so
      *    the walk knows whether a line belongs to a live PO by the
      *    time it reaches it. Only what is still to come counts; a
      *    received PO, or the received part of a line, is already
      *    in on hand.
       COLLECT-ON-ORDER.
           MOVE "N" TO WS-PO-IS-LIVE
           MOVE LOW-VALUES TO SPO-ID
           START PO-FILE KEY IS NOT LESS THAN SPO-ID
               INVALID KEY MOVE "10" TO PO-FILE-STATUS
           END-START
           PERFORM UNTIL PO-FILE-STATUS NOT = "00"
               READ PO-FILE NEXT RECORD
                   AT END MOVE "10" TO PO-FILE-STATUS
               END-READ
               IF PO-FILE-STATUS = "00"
                   IF SPO-IS-HEADER
                       MOVE "N" TO WS-PO-IS-LIVE
                       IF SPO-IS-OPEN
                           SET CURRENT-PO-IS-LIVE TO TRUE
                       END-IF
                   ELSE
                       IF CURRENT-PO-IS-LIVE
                           AND SPO-QTY-RECEIVED < SPO-QTY-ORDERED
                           PERFORM ADD-LINE-TO-ON-ORDER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO PO-FILE-STATUS.

       ADD-LINE-TO-ON-ORDER.
           MOVE "N" TO WS-OO-FOUND
           PERFORM VARYING WS-OO-IX FROM 1 BY 1
                   UNTIL WS-OO-IX > WS-OO-USED
                   OR ON-ORDER-SKU-FOUND
               IF WS-OO-SKU(WS-OO-IX) = SPO-SKU
                   SET ON-ORDER-SKU-FOUND TO TRUE
                   COMPUTE WS-OO-QTY(WS-OO-IX) = WS-OO-QTY(WS-OO-IX)
                       + SPO-QTY-ORDERED - SPO-QTY-RECEIVED
               END-IF
           END-PERFORM
           IF NOT ON-ORDER-SKU-FOUND
               IF WS-OO-USED < WS-OO-LIMIT
                   ADD 1 TO WS-OO-USED
                   MOVE SPO-SKU TO WS-OO-SKU(WS-OO-USED)
                   COMPUTE WS-OO-QTY(WS-OO-USED) =
                       SPO-QTY-ORDERED - SPO-QTY-RECEIVED
               ELSE
                   DISPLAY "On-order table full at "
                       FUNCTION TRIM(SPO-SKU)
                       " - its open POs are not counted."
               END-IF
           END-IF.

      *    A SKU is replenished only when it has a policy: a lot size
      *    above zero and a preferred supplier. Balances written
      *    before policies existed hold spaces there and are passed
      *    over.
       SWEEP-REORDER-POLICIES.
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
                       AND STK-REORDER-POINT IS NUMERIC
                       AND STK-REORDER-QTY IS NUMERIC
                       AND STK-REORDER-QTY > 0
                       AND STK-SUPPLIER NOT = SPACES
                       PERFORM JUDGE-ONE-SKU
                   END-IF
               END-PERFORM
               CLOSE STOCK-FILE
           END-IF.

      *    At or below the reorder point once what is on order is
      *    counted, the SKU is ordered in whole lots: as many as it
      *    takes to lift the position back above the point. A SKU
      *    that has left the catalog, or whose supplier is gone or
      *    retired, is reported and not ordered.
       JUDGE-ONE-SKU.
           ADD 1 TO WS-POLICY-COUNT
           COMPUTE WS-POSITION = STK-ON-HAND - STK-RESERVED
           MOVE "N" TO WS-OO-FOUND
           PERFORM VARYING WS-OO-IX FROM 1 BY 1
                   UNTIL WS-OO-IX > WS-OO-USED
                   OR ON-ORDER-SKU-FOUND
               IF WS-OO-SKU(WS-OO-IX) = STK-SKU
                   SET ON-ORDER-SKU-FOUND TO TRUE
                   ADD WS-OO-QTY(WS-OO-IX) TO WS-POSITION
               END-IF
           END-PERFORM

           IF WS-POSITION NOT > STK-REORDER-POINT
               ADD 1 TO WS-BELOW-COUNT
               COMPUTE WS-SHORTFALL = STK-REORDER-POINT - WS-POSITION
               COMPUTE WS-LOTS = WS-SHORTFALL / STK-REORDER-QTY + 1
               COMPUTE WS-ORDER-QTY = WS-LOTS * STK-REORDER-QTY
               PERFORM CHECK-SKU-CAN-BE-ORDERED
               IF WS-SKIP-REASON NOT = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE WS-POSITION TO WS-POSITION-DISP
                   MOVE STK-REORDER-POINT TO WS-POINT-DISP
                   DISPLAY FUNCTION TRIM(STK-SKU) " (position "
                       FUNCTION TRIM(WS-POSITION-DISP) ", point "
                       FUNCTION TRIM(WS-POINT-DISP) ") not ordered: "
                       FUNCTION TRIM(WS-SKIP-REASON)
               ELSE
                   ADD 1 TO WS-NEED-USED
                   MOVE STK-SUPPLIER TO WS-NEED-SUPPLIER(WS-NEED-USED)
                   MOVE STK-SKU TO WS-NEED-SKU(WS-NEED-USED)
                   MOVE PROD-NAME TO WS-NEED-DESC(WS-NEED-USED)
                   MOVE WS-ORDER-QTY TO WS-NEED-QTY(WS-NEED-USED)
                   MOVE "N" TO WS-NEED-PLACED(WS-NEED-USED)
               END-IF
           END-IF.

       CHECK-SKU-CAN-BE-ORDERED.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE "23" TO PRODUCTS-FILE-STATUS
           IF CATALOG-IS-OPEN
               MOVE SPACES TO PROD-KEY
               STRING "PRD-" DELIMITED BY SIZE
                   FUNCTION TRIM(STK-SKU) DELIMITED BY SIZE
                   INTO PROD-KEY
               READ PRODUCTS-FILE KEY IS PROD-KEY
           END-IF
           MOVE "23" TO SUPPLIERS-FILE-STATUS
           IF SUPPLIERS-ARE-OPEN
               MOVE STK-SUPPLIER TO SUP-CODE
               READ SUPPLIERS-FILE KEY IS SUP-CODE
           END-IF
           EVALUATE TRUE
               WHEN PRODUCTS-FILE-STATUS NOT = "00"
                   MOVE "not in the catalog" TO WS-SKIP-REASON
               WHEN PROD-DELETED-AT NOT = SPACES
                   OR PROD-PRODUCT-ACTIVE = "N"
                   MOVE "product is discontinued" TO WS-SKIP-REASON
               WHEN SUPPLIERS-FILE-STATUS NOT = "00"
                   STRING "supplier " DELIMITED BY SIZE
                       FUNCTION TRIM(STK-SUPPLIER) DELIMITED BY SIZE
                       " is not on file" DELIMITED BY SIZE
                       INTO WS-SKIP-REASON
               WHEN SUP-ACTIVE = "N"
                   STRING "supplier " DELIMITED BY SIZE
                       FUNCTION TRIM(STK-SUPPLIER) DELIMITED BY SIZE
                       " is retired" DELIMITED BY SIZE
                       INTO WS-SKIP-REASON
               WHEN WS-NEED-USED >= WS-NEED-LIMIT
                   MOVE "too many SKUs for one run" TO WS-SKIP-REASON
           END-EVALUATE.

      *    One PO per supplier, taking every SKU this run needs from
      *    them up to the line limit; anything over the limit is
      *    left unplaced and starts the supplier's next PO.
       RAISE-ONE-PO.
           MOVE 0 TO WS-PO-LINE-USED
           PERFORM VARYING WS-SCAN-IX FROM WS-NEED-IX BY 1
                   UNTIL WS-SCAN-IX > WS-NEED-USED
                   OR WS-PO-LINE-USED >= WS-PO-LINE-LIMIT
               IF NOT NEED-IS-PLACED(WS-SCAN-IX)
                   AND WS-NEED-SUPPLIER(WS-SCAN-IX)
                       = WS-NEED-SUPPLIER(WS-NEED-IX)
                   ADD 1 TO WS-PO-LINE-USED
                   MOVE WS-SCAN-IX TO WS-PO-LINE-NEED(WS-PO-LINE-USED)
                   SET NEED-IS-PLACED(WS-SCAN-IX) TO TRUE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SUPPLIER-NAME
           MOVE 0 TO WS-LEAD-DAYS
           MOVE WS-NEED-SUPPLIER(WS-NEED-IX) TO SUP-CODE
           READ SUPPLIERS-FILE KEY IS SUP-CODE
           IF SUPPLIERS-FILE-STATUS = "00"
               MOVE SUP-NAME TO WS-SUPPLIER-NAME
               IF SUP-LEAD-DAYS IS NUMERIC
                   MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
               END-IF
           END-IF
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-LEAD-DAYS)
           MOVE SPACES TO WS-DUE-DATE
           STRING WS-DUE-NUM(1:4) "-" WS-DUE-NUM(5:2) "-"
               WS-DUE-NUM(7:2)
               DELIMITED BY SIZE
               INTO WS-DUE-DATE

           PERFORM WRITE-PO-HEADER
           IF PO-FILE-STATUS = "00"
               ADD 1 TO WS-PO-COUNT
               PERFORM VARYING WS-PL-IX FROM 1 BY 1
                       UNTIL WS-PL-IX > WS-PO-LINE-USED
                   PERFORM WRITE-PO-LINE
               END-PERFORM
               PERFORM WRITE-PO-DOCUMENT
               MOVE WS-PO-LINE-USED TO WS-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-PO-KEY) " to "
                   FUNCTION TRIM(WS-NEED-SUPPLIER(WS-NEED-IX)) ": "
                   FUNCTION TRIM(WS-COUNT-DISP) " line(s), due "
                   WS-DUE-DATE
           ELSE
               DISPLAY "PO for " FUNCTION TRIM(WS-NEED-SUPPLIER(
                   WS-NEED-IX)) " not written (status "
                   PO-FILE-STATUS ")."
               ADD WS-PO-LINE-USED TO WS-SKIPPED-COUNT
           END-IF.

      *    A key already taken (the counter file lost) moves on to
      *    the next number.
       WRITE-PO-HEADER.
           MOVE 0 TO WS-KEY-TRIES
           MOVE "22" TO PO-FILE-STATUS
           PERFORM UNTIL WS-KEY-TRIES >= 10
                   OR PO-FILE-STATUS NOT = "22"
               ADD 1 TO WS-KEY-TRIES
               PERFORM NEXT-PO-KEY
               MOVE SPACES TO PURCHASE-ORDER-RECORD
               MOVE WS-PO-KEY TO SPO-KEY
               MOVE 0 TO SPO-LINE
               MOVE WS-NEED-SUPPLIER(WS-NEED-IX) TO SPO-SUPPLIER
               MOVE WS-NOW TO SPO-CREATED-AT SPO-UPDATED-AT
               MOVE "OPEN" TO SPO-STATUS
               MOVE WS-TODAY-DATE TO SPO-ORDER-DATE
               MOVE WS-DUE-DATE TO SPO-DUE-DATE
               MOVE WS-PO-LINE-USED TO SPO-LINE-COUNT
               WRITE PURCHASE-ORDER-RECORD
           END-PERFORM.

       WRITE-PO-LINE.
           MOVE WS-PO-LINE-NEED(WS-PL-IX) TO WS-SCAN-IX
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE WS-PO-KEY TO SPO-KEY
           MOVE WS-PL-IX TO SPO-LINE
           MOVE WS-NEED-SUPPLIER(WS-SCAN-IX) TO SPO-SUPPLIER
           MOVE WS-NOW TO SPO-CREATED-AT SPO-UPDATED-AT
           MOVE WS-NEED-SKU(WS-SCAN-IX) TO SPO-SKU
           MOVE WS-NEED-DESC(WS-SCAN-IX) TO SPO-DESC
           MOVE WS-NEED-QTY(WS-SCAN-IX) TO SPO-QTY-ORDERED
           MOVE 0 TO SPO-QTY-RECEIVED
           WRITE PURCHASE-ORDER-RECORD
           IF PO-FILE-STATUS = "00"
               ADD 1 TO WS-LINE-COUNT
               ADD WS-NEED-QTY(WS-SCAN-IX) TO WS-UNITS-ORDERED
           ELSE
               DISPLAY FUNCTION TRIM(WS-PO-KEY) " line for "
                   FUNCTION TRIM(WS-NEED-SKU(WS-SCAN-IX))
                   " not written (status " PO-FILE-STATUS ")."
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       NEXT-PO-KEY.
           MOVE 0 TO WS-PO-SEQ
           OPEN INPUT SEQ-FILE
           IF SEQ-FILE-STATUS = "00"
               READ SEQ-FILE
                   AT END CONTINUE
               END-READ
               IF SEQ-FILE-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(SEQ-LINE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEQ-LINE))
                       TO WS-PO-SEQ
               END-IF
               CLOSE SEQ-FILE
           END-IF
           ADD 1 TO WS-PO-SEQ
           OPEN OUTPUT SEQ-FILE
           MOVE SPACES TO SEQ-LINE
           MOVE WS-PO-SEQ TO SEQ-LINE(1:6)
           WRITE SEQ-LINE
           CLOSE SEQ-FILE
           MOVE WS-PO-SEQ TO WS-PO-SEQ-DISP
           MOVE SPACES TO WS-PO-KEY
           STRING "PO-" DELIMITED BY SIZE
               WS-PO-SEQ-DISP DELIMITED BY SIZE
               INTO WS-PO-KEY.

      *    One document per PO under storage/purchasing/, for the
      *    buyer to send on; the supplier quotes the PO number on
      *    the delivery note and that is what it is received against.
       WRITE-PO-DOCUMENT.
           MOVE SPACES TO DOCUMENT-PATH
           STRING "storage/purchasing/po-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PO-KEY) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO DOCUMENT-PATH
           OPEN OUTPUT DOCUMENT-FILE
           IF DOCUMENT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(DOCUMENT-PATH)
                   " (status " DOCUMENT-FILE-STATUS ")."
           ELSE
               PERFORM WRITE-PO-DOCUMENT-BODY
               CLOSE DOCUMENT-FILE
           END-IF.

       WRITE-PO-DOCUMENT-BODY.
           MOVE SPACES TO DOC-LINE
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PO-KEY) DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE

           MOVE SPACES TO DOC-LINE
           STRING "Supplier:    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NEED-SUPPLIER(WS-NEED-IX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUPPLIER-NAME) DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Order date:  " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Deliver by:  " DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE

           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE "Line SKU              Description" TO DOC-LINE
           MOVE "Qty" TO DOC-LINE(70:)
           WRITE DOC-LINE
           MOVE ALL "-" TO DOC-LINE
           WRITE DOC-LINE

           PERFORM VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX > WS-PO-LINE-USED
               MOVE WS-PO-LINE-NEED(WS-PL-IX) TO WS-SCAN-IX
               MOVE WS-PL-IX TO WS-LINE-DISP
               MOVE WS-NEED-QTY(WS-SCAN-IX) TO WS-QTY-DISP
               MOVE SPACES TO DOC-LINE
               MOVE WS-LINE-DISP TO DOC-LINE(1:4)
               MOVE WS-NEED-SKU(WS-SCAN-IX) TO DOC-LINE(6:16)
               MOVE WS-NEED-DESC(WS-SCAN-IX) TO DOC-LINE(23:40)
               MOVE WS-QTY-DISP TO DOC-LINE(64:9)
               WRITE DOC-LINE
           END-PERFORM

           MOVE ALL "-" TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Please deliver by " DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               " and quote " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PO-KEY) DELIMITED BY SIZE
               " on the delivery note." DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE.

      *    Most SKUs with a policy are still above their point, so
      *    read need not equal written plus rejected. Written is PO
      *    lines raised, rejected the SKUs that needed stock but
      *    could not be ordered; the hash is the units ordered.
       REPORT-RUN-CONTROL.
           MOVE "purchasing:replenish" TO RC-COMMAND
           MOVE WS-POLICY-COUNT TO RC-RECORDS-READ
           MOVE WS-LINE-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-SKIPPED-COUNT TO RC-RECORDS-REJECTED
           MOVE WS-UNITS-ORDERED TO RC-AMOUNT-HASH
           IF RC-COMPLETION-CODE NOT = 8
               IF WS-SKIPPED-COUNT > 0
                   MOVE 4 TO RC-COMPLETION-CODE
               ELSE
                   MOVE 0 TO RC-COMPLETION-CODE
               END-IF
           END-IF
           MOVE "N" TO RC-BALANCE-RULE
           MOVE PURCHASEORDERS-PATH TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

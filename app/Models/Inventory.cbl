       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One balance record per SKU (layout in InventoryRecord.cpy).
           SELECT STOCK-FILE ASSIGN TO INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-SKU
               FILE STATUS IS STOCK-FILE-STATUS.
      *    An order's demand is read straight off its lines, the
      *    same keyed START ORDERLINES uses to walk one order.
           SELECT LINES-FILE ASSIGN TO LINES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINE-ID
               FILE STATUS IS LINES-FILE-STATUS.
           SELECT PRODUCTS-FILE ASSIGN TO PRODUCTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               ALTERNATE RECORD KEY IS PROD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS PRODUCTS-FILE-STATUS.
      *    A reorder policy names a preferred supplier, which has to
      *    be one we still buy from.
           SELECT SUPPLIERS-FILE ASSIGN TO SUPPLIERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS SUPPLIERS-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       01 STOCK-RECORD.
           COPY "InventoryRecord.cpy".

       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  PRODUCTS-FILE.
       01 PROD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==PROD-==.

       FD  SUPPLIERS-FILE.
       01 SUPPLIER-RECORD.
           COPY "SupplierRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 STOCK-FILE-STATUS PIC XX.
       01 LINES-FILE-STATUS PIC XX.
       01 PRODUCTS-FILE-STATUS PIC XX.
       01 SUPPLIERS-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 INVENTORY-PATH PIC X(100) VALUE
           "database/inventory.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 SUPPLIERS-PATH PIC X(100) VALUE
           "database/suppliers.db".

       01 WS-NOW PIC X(19).

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).

       01 WS-ORDER-KEY PIC X(20).
       01 WS-SKU PIC X(16).
       01 WS-QTY PIC S9(9).
       01 WS-REASON PIC X(30).
       01 WS-POINT PIC S9(9).
       01 WS-SUPPLIER PIC X(12).
       01 WS-REFERENCE PIC X(30).
       01 WS-FIELDS-PRESENT.
           05 WS-ORDER-PRESENT PIC X VALUE "N".
               88 ORDER-WAS-PROVIDED VALUE "Y".
           05 WS-SKU-PRESENT PIC X VALUE "N".
               88 SKU-WAS-PROVIDED VALUE "Y".
           05 WS-QTY-PRESENT PIC X VALUE "N".
               88 QTY-WAS-PROVIDED VALUE "Y".
           05 WS-POINT-PRESENT PIC X VALUE "N".
               88 POINT-WAS-PROVIDED VALUE "Y".
       01 WS-VALID-FLAG PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".

      *    What the call moves, one entry per SKU: an order's lines
      *    are summed by SKU first, so two lines for the same item
      *    are checked against availability together rather than
      *    each passing on its own.
       01 WS-DEMAND-LIMIT PIC 9(3) VALUE 50.
       01 WS-DEMAND-USED PIC 9(3).
       01 WS-DEMAND-TABLE.
           05 WS-DEMAND-ENTRY OCCURS 50 TIMES.
               10 WS-DEMAND-SKU PIC X(16).
               10 WS-DEMAND-QTY PIC 9(9).
       01 WS-DEMAND-IX PIC 9(3).
       01 WS-DEMAND-FOUND PIC X.
           88 DEMAND-SKU-FOUND VALUE "Y".
       01 WS-DEMAND-OVERFLOW PIC X VALUE "N".
           88 DEMAND-TABLE-OVERFLOWED VALUE "Y".

       01 WS-SHORT-FLAG PIC X VALUE "N".
           88 STOCK-IS-SHORT VALUE "Y".
       01 WS-SHORT-SKU PIC X(16).
       01 WS-SHORT-AVAILABLE PIC S9(9).
       01 WS-SHORT-NEEDED PIC 9(9).
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 BALANCE-ON-FILE VALUE "Y".
       01 WS-MOVED-COUNT PIC 9(3).

       01 WS-QTY-DISP PIC -(8)9.
       01 WS-ONHAND-DISP PIC -(8)9.
       01 WS-RESERVED-DISP PIC -(8)9.
       01 WS-AVAILABLE-DISP PIC -(8)9.
       01 WS-COUNT-DISP PIC ZZ9.
       01 WS-POINT-DISP PIC Z(8)9.
       01 WS-LOT-DISP PIC Z(8)9.
       01 WS-POLICY-DESC PIC X(60).

      *    Adjustments are journaled and fed downstream the way
      *    every data write is: key STK-<sku>, the balance before
      *    and after spelled out in the name fields (quantities can
      *    be negative, the amount fields cannot), and the balance
      *    record as the image.
       01 WS-AUDIT-ACTION PIC X(10) VALUE "ADJUST".
       01 WS-AUDIT-KEY PIC X(20).
       01 WS-AUDIT-BEFORE-NAME PIC X(100).
       01 WS-AUDIT-AFTER-NAME PIC X(100).
       01 WS-AUDIT-ZERO-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-ZERO-AMT-2 PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-IMAGE PIC X(300).
       01 WS-OUTBOX-REQUEST PIC X(10) VALUE "APPEND".
       01 WS-OUTBOX-STATUS PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
       01 RESULT-OUTPUT PIC X(500).

       PROCEDURE DIVISION USING ACTION DATA-INPUT RESULT-OUTPUT.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           PERFORM PARSE-STOCK-INPUT

           EVALUATE ACTION
               WHEN "RESERVE"
                   PERFORM DO-RESERVE
               WHEN "RELEASE"
                   PERFORM DO-RELEASE
               WHEN "RELIEVE"
                   PERFORM DO-RELIEVE
               WHEN "ADJUST"
                   PERFORM DO-ADJUST
               WHEN "REORDER"
                   PERFORM DO-REORDER
               WHEN "RECEIVE"
                   PERFORM DO-RECEIVE
               WHEN "SELECT"
                   PERFORM DO-SELECT-BALANCE
               WHEN OTHER
                   MOVE '{"error":"Invalid action"}' TO RESULT-OUTPUT
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT INVENTORY-PATH FROM ENVIRONMENT "DB_INVENTORY"
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           ACCEPT SUPPLIERS-PATH FROM ENVIRONMENT "DB_SUPPLIERS"
           IF FUNCTION TRIM(INVENTORY-PATH) = SPACES
               OR FUNCTION TRIM(LINES-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               OR FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(INVENTORY-PATH) = SPACES
               MOVE "database/inventory.db" TO INVENTORY-PATH
           END-IF
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               MOVE "database/orderlines.db" TO LINES-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF
           IF FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               MOVE "database/suppliers.db" TO SUPPLIERS-PATH
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
                           WHEN ENV-FILE-LINE(1:14) =
                                   "DB_ORDERLINES="
                               AND FUNCTION TRIM(LINES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(15:))
                                   TO LINES-PATH
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
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Same "KEY:value|..." shape the other models read: ORDER
      *    for an order's whole demand, or SKU plus a signed QTY for
      *    a single movement, and REASON on an adjustment. A reorder
      *    policy adds POINT and SUPPLIER (QTY is then the lot size);
      *    a receipt carries the purchase order line as REFERENCE.
       PARSE-STOCK-INPUT.
           MOVE SPACES TO WS-ORDER-KEY WS-SKU WS-REASON WS-SUPPLIER
               WS-REFERENCE
           MOVE 0 TO WS-QTY WS-POINT
           MOVE "N" TO WS-ORDER-PRESENT WS-SKU-PRESENT
               WS-QTY-PRESENT WS-POINT-PRESENT
           MOVE 1 TO WS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-INPUT))
               TO WS-DI-LEN

           PERFORM UNTIL WS-PTR > WS-DI-LEN
               MOVE SPACES TO WS-SEG
               UNSTRING DATA-INPUT DELIMITED BY "|"
                   INTO WS-SEG
                   WITH POINTER WS-PTR
               PERFORM ASSIGN-STOCK-FIELD
           END-PERFORM.

       ASSIGN-STOCK-FIELD.
           MOVE SPACES TO WS-FIELD-NAME WS-FIELD-VALUE
           UNSTRING WS-SEG DELIMITED BY ":"
               INTO WS-FIELD-NAME WS-FIELD-VALUE
           EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
               WHEN "ORDER"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-ORDER-KEY
                   SET ORDER-WAS-PROVIDED TO TRUE
               WHEN "SKU"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-SKU
                   SET SKU-WAS-PROVIDED TO TRUE
               WHEN "QTY"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-QTY
                       SET QTY-WAS-PROVIDED TO TRUE
                   END-IF
               WHEN "REASON"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-REASON
               WHEN "POINT"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-POINT
                       SET POINT-WAS-PROVIDED TO TRUE
                   END-IF
               WHEN "SUPPLIER"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-SUPPLIER
               WHEN "REFERENCE"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-REFERENCE
           END-EVALUATE.

      *    Builds the demand table for this call. Lines written
      *    before the catalog existed carry no SKU and so hold no
      *    stock; they are passed over.
       BUILD-DEMAND.
           MOVE 0 TO WS-DEMAND-USED
           MOVE "N" TO WS-DEMAND-OVERFLOW
           IF ORDER-WAS-PROVIDED
               PERFORM COLLECT-ORDER-DEMAND
           ELSE
               IF SKU-WAS-PROVIDED AND WS-SKU NOT = SPACES
                   AND WS-QTY > 0
                   MOVE WS-SKU TO LINE-SKU
                   MOVE WS-QTY TO LINE-QTY
                   PERFORM ADD-LINE-TO-DEMAND
               END-IF
           END-IF.

       COLLECT-ORDER-DEMAND.
           OPEN INPUT LINES-FILE
           IF LINES-FILE-STATUS = "00"
               MOVE WS-ORDER-KEY TO LINE-ORDER-KEY
               MOVE 0 TO LINE-NUMBER
               START LINES-FILE KEY IS NOT LESS THAN LINE-ID
                   INVALID KEY MOVE "10" TO LINES-FILE-STATUS
               END-START
               PERFORM UNTIL LINES-FILE-STATUS NOT = "00"
                   READ LINES-FILE NEXT RECORD
                       AT END MOVE "10" TO LINES-FILE-STATUS
                   END-READ
                   IF LINES-FILE-STATUS = "00"
                       IF LINE-ORDER-KEY NOT = WS-ORDER-KEY
                           MOVE "10" TO LINES-FILE-STATUS
                       ELSE
                           IF LINE-SKU NOT = SPACES
                               PERFORM ADD-LINE-TO-DEMAND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LINES-FILE
           END-IF.

       ADD-LINE-TO-DEMAND.
           MOVE "N" TO WS-DEMAND-FOUND
           PERFORM VARYING WS-DEMAND-IX FROM 1 BY 1
                   UNTIL WS-DEMAND-IX > WS-DEMAND-USED
                   OR DEMAND-SKU-FOUND
               IF WS-DEMAND-SKU(WS-DEMAND-IX) = LINE-SKU
                   ADD LINE-QTY TO WS-DEMAND-QTY(WS-DEMAND-IX)
                   SET DEMAND-SKU-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT DEMAND-SKU-FOUND
               IF WS-DEMAND-USED < WS-DEMAND-LIMIT
                   ADD 1 TO WS-DEMAND-USED
                   MOVE LINE-SKU TO WS-DEMAND-SKU(WS-DEMAND-USED)
                   MOVE LINE-QTY TO WS-DEMAND-QTY(WS-DEMAND-USED)
               ELSE
                   SET DEMAND-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       OPEN-STOCK-IO.
           OPEN I-O STOCK-FILE
           IF STOCK-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.

      *    A SKU never counted or received has no record yet; it is
      *    read as an all-zero balance and written fresh on first
      *    movement.
       READ-BALANCE.
           MOVE "N" TO WS-RECORD-FOUND
           READ STOCK-FILE KEY IS STK-SKU
           IF STOCK-FILE-STATUS = "00"
               SET BALANCE-ON-FILE TO TRUE
           ELSE
               MOVE SPACES TO STOCK-RECORD
               MOVE WS-DEMAND-SKU(WS-DEMAND-IX) TO STK-SKU
               MOVE 0 TO STK-ON-HAND STK-RESERVED STK-AVAILABLE
           END-IF
           PERFORM NORMALISE-REORDER-POLICY.

      *    A balance written before reorder policies existed (or a
      *    fresh one) has spaces where the policy goes; it is given
      *    the no-policy values so every rewrite leaves it numeric.
       NORMALISE-REORDER-POLICY.
           IF STK-REORDER-POINT IS NOT NUMERIC
               OR STK-REORDER-QTY IS NOT NUMERIC
               MOVE 0 TO STK-REORDER-POINT STK-REORDER-QTY
               MOVE SPACES TO STK-SUPPLIER
           END-IF.

       SAVE-BALANCE.
           COMPUTE STK-AVAILABLE = STK-ON-HAND - STK-RESERVED
           MOVE WS-NOW TO STK-UPDATED-AT
           IF BALANCE-ON-FILE
               REWRITE STOCK-RECORD
           ELSE
               WRITE STOCK-RECORD
           END-IF
           IF STOCK-FILE-STATUS = "00"
               ADD 1 TO WS-MOVED-COUNT
           END-IF.

      *    Approval claims stock: every SKU on the order must have
      *    enough available for the whole quantity or nothing is
      *    reserved at all, and the caller is told which SKU fell
      *    short - the order stays where it was. An order with more
      *    SKUs than the demand table holds is refused outright:
      *    reserving only the ones that fit would let the rest go
      *    through unchecked.
       DO-RESERVE.
           PERFORM BUILD-DEMAND
           IF DEMAND-TABLE-OVERFLOWED
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"order has more than 50 items'
                   & ' to reserve"}' TO RESULT-OUTPUT
           ELSE
               PERFORM RESERVE-DEMAND
           END-IF.

       RESERVE-DEMAND.
           MOVE 0 TO WS-MOVED-COUNT
           MOVE "N" TO WS-SHORT-FLAG
           PERFORM OPEN-STOCK-IO

           PERFORM VARYING WS-DEMAND-IX FROM 1 BY 1
                   UNTIL WS-DEMAND-IX > WS-DEMAND-USED
                   OR STOCK-IS-SHORT
               MOVE WS-DEMAND-SKU(WS-DEMAND-IX) TO STK-SKU
               PERFORM READ-BALANCE
               IF STK-ON-HAND - STK-RESERVED
                       < WS-DEMAND-QTY(WS-DEMAND-IX)
                   SET STOCK-IS-SHORT TO TRUE
                   MOVE STK-SKU TO WS-SHORT-SKU
                   COMPUTE WS-SHORT-AVAILABLE =
                       STK-ON-HAND - STK-RESERVED
                   MOVE WS-DEMAND-QTY(WS-DEMAND-IX) TO WS-SHORT-NEEDED
               END-IF
           END-PERFORM

           IF STOCK-IS-SHORT
               MOVE WS-SHORT-AVAILABLE TO WS-AVAILABLE-DISP
               MOVE WS-SHORT-NEEDED TO WS-QTY-DISP
               MOVE SPACES TO RESULT-OUTPUT
               STRING '{"error":"Validation failed",'
                   DELIMITED BY SIZE
                   '"message":"insufficient stock for sku '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHORT-SKU) DELIMITED BY SIZE
                   ' (available ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AVAILABLE-DISP) DELIMITED BY SIZE
                   ', needed ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                   ')"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           ELSE
               PERFORM VARYING WS-DEMAND-IX FROM 1 BY 1
                       UNTIL WS-DEMAND-IX > WS-DEMAND-USED
                   MOVE WS-DEMAND-SKU(WS-DEMAND-IX) TO STK-SKU
                   PERFORM READ-BALANCE
                   ADD WS-DEMAND-QTY(WS-DEMAND-IX) TO STK-RESERVED
                   PERFORM SAVE-BALANCE
               END-PERFORM
               MOVE "reserved" TO WS-REASON
               PERFORM BUILD-MOVEMENT-RESULT
           END-IF
           CLOSE STOCK-FILE.

      *    A cancelled approval gives its claim back. A reservation
      *    is never released below zero - an order approved before
      *    stock was tracked never took one.
       DO-RELEASE.
           PERFORM BUILD-DEMAND
           MOVE 0 TO WS-MOVED-COUNT
           PERFORM OPEN-STOCK-IO
           PERFORM VARYING WS-DEMAND-IX FROM 1 BY 1
                   UNTIL WS-DEMAND-IX > WS-DEMAND-USED
               MOVE WS-DEMAND-SKU(WS-DEMAND-IX) TO STK-SKU
               PERFORM READ-BALANCE
               IF BALANCE-ON-FILE
                   PERFORM TAKE-DOWN-RESERVATION
                   PERFORM SAVE-BALANCE
               END-IF
           END-PERFORM
           CLOSE STOCK-FILE
           MOVE "released" TO WS-REASON
           PERFORM BUILD-MOVEMENT-RESULT.

      *    Goods leaving the building: on hand drops by the shipped
      *    quantity and the reservation that held it is used up. On
      *    hand is allowed to go negative - the goods have gone, and
      *    the stock report is where the shortfall gets chased.
       DO-RELIEVE.
           PERFORM BUILD-DEMAND
           MOVE 0 TO WS-MOVED-COUNT
           PERFORM OPEN-STOCK-IO
           PERFORM VARYING WS-DEMAND-IX FROM 1 BY 1
                   UNTIL WS-DEMAND-IX > WS-DEMAND-USED
               MOVE WS-DEMAND-SKU(WS-DEMAND-IX) TO STK-SKU
               PERFORM READ-BALANCE
               SUBTRACT WS-DEMAND-QTY(WS-DEMAND-IX) FROM STK-ON-HAND
               PERFORM TAKE-DOWN-RESERVATION
               PERFORM SAVE-BALANCE
           END-PERFORM
           CLOSE STOCK-FILE
           MOVE "relieved" TO WS-REASON
           PERFORM BUILD-MOVEMENT-RESULT.

       TAKE-DOWN-RESERVATION.
           IF STK-RESERVED > WS-DEMAND-QTY(WS-DEMAND-IX)
               SUBTRACT WS-DEMAND-QTY(WS-DEMAND-IX) FROM STK-RESERVED
           ELSE
               MOVE 0 TO STK-RESERVED
           END-IF.

       BUILD-MOVEMENT-RESULT.
           MOVE WS-MOVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"status":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               '","order":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               '","skus":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               '}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    Cycle-count correction: QTY is the signed change to on
      *    hand (+12 found, -3 missing). Only a catalog SKU can be
      *    adjusted - a mistyped one must not grow a balance of its
      *    own - and every adjustment is journaled with its reason.
       DO-ADJUST.
           MOVE "Y" TO WS-VALID-FLAG
           EVALUATE TRUE
               WHEN NOT SKU-WAS-PROVIDED OR WS-SKU = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"sku is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT QTY-WAS-PROVIDED OR WS-QTY = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"qty must be a non-zero'
                       & ' number"}'
                       TO RESULT-OUTPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM CHECK-CATALOG-SKU
           END-IF

           IF INPUT-IS-VALID
               MOVE "ADJUST" TO WS-AUDIT-ACTION
               IF WS-REASON = SPACES
                   MOVE "CYCLE COUNT" TO WS-REASON
               END-IF
               PERFORM OPEN-STOCK-IO
               MOVE 1 TO WS-DEMAND-IX
               MOVE WS-SKU TO WS-DEMAND-SKU(1)
               MOVE WS-SKU TO STK-SKU
               PERFORM READ-BALANCE
               PERFORM DESCRIBE-BALANCE
               MOVE SPACES TO WS-AUDIT-BEFORE-NAME
               STRING "on hand " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ONHAND-DISP) DELIMITED BY SIZE
                   " reserved " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RESERVED-DISP) DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE-NAME

               ADD WS-QTY TO STK-ON-HAND
               MOVE 0 TO WS-MOVED-COUNT
               PERFORM SAVE-BALANCE
               IF STOCK-FILE-STATUS = "00"
                   PERFORM DESCRIBE-BALANCE
                   MOVE WS-QTY TO WS-QTY-DISP
                   MOVE SPACES TO WS-AUDIT-AFTER-NAME
                   STRING "on hand " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ONHAND-DISP) DELIMITED BY SIZE
                       " reserved " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RESERVED-DISP)
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER-NAME
                   PERFORM JOURNAL-ADJUSTMENT
                   PERFORM BUILD-BALANCE-RESULT
               ELSE
                   MOVE '{"error":"Adjustment failed"}'
                       TO RESULT-OUTPUT
               END-IF
               CLOSE STOCK-FILE
           END-IF.

      *    Sets a SKU's replenishment policy: POINT is the reorder
      *    point, QTY the lot ordered each time stock runs down to
      *    it, SUPPLIER the preferred supplier, who must be on file
      *    and still in use. A zero QTY takes the SKU off automatic
      *    replenishment and clears the supplier with it. A SKU with
      *    no balance yet gets one, at zero, carrying the policy.
       DO-REORDER.
           MOVE "Y" TO WS-VALID-FLAG
           EVALUATE TRUE
               WHEN NOT SKU-WAS-PROVIDED OR WS-SKU = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"sku is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT POINT-WAS-PROVIDED OR WS-POINT < 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"reorder point must be a number'
                       & ' of zero or more"}'
                       TO RESULT-OUTPUT
               WHEN NOT QTY-WAS-PROVIDED OR WS-QTY < 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"reorder qty must be a number'
                       & ' of zero or more"}'
                       TO RESULT-OUTPUT
               WHEN WS-QTY > 0 AND WS-SUPPLIER = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"supplier is required"}'
                       TO RESULT-OUTPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM CHECK-CATALOG-SKU
           END-IF
           IF INPUT-IS-VALID AND WS-QTY > 0
               PERFORM CHECK-SUPPLIER
           END-IF

           IF INPUT-IS-VALID
               MOVE "REORDER" TO WS-AUDIT-ACTION
               PERFORM OPEN-STOCK-IO
               MOVE 1 TO WS-DEMAND-IX
               MOVE WS-SKU TO WS-DEMAND-SKU(1)
               MOVE WS-SKU TO STK-SKU
               PERFORM READ-BALANCE
               PERFORM DESCRIBE-POLICY
               MOVE WS-POLICY-DESC TO WS-AUDIT-BEFORE-NAME
               IF WS-QTY > 0
                   MOVE WS-POINT TO STK-REORDER-POINT
                   MOVE WS-QTY TO STK-REORDER-QTY
                   MOVE WS-SUPPLIER TO STK-SUPPLIER
               ELSE
                   MOVE 0 TO STK-REORDER-POINT STK-REORDER-QTY
                   MOVE SPACES TO STK-SUPPLIER
               END-IF
               MOVE 0 TO WS-MOVED-COUNT
               PERFORM SAVE-BALANCE
               IF STOCK-FILE-STATUS = "00"
                   PERFORM DESCRIBE-POLICY
                   MOVE WS-POLICY-DESC TO WS-AUDIT-AFTER-NAME
                   PERFORM JOURNAL-ADJUSTMENT
                   PERFORM BUILD-BALANCE-RESULT
               ELSE
                   MOVE '{"error":"Update failed"}' TO RESULT-OUTPUT
               END-IF
               CLOSE STOCK-FILE
           END-IF.

      *    Goods in from a supplier: QTY is added to on hand and the
      *    delivery is journaled against REFERENCE, the purchase
      *    order line it was booked in on. Like an adjustment it is
      *    for catalog SKUs only; unlike one it can only add stock -
      *    goods sent back are a count correction, not a receipt.
       DO-RECEIVE.
           MOVE "Y" TO WS-VALID-FLAG
           EVALUATE TRUE
               WHEN NOT SKU-WAS-PROVIDED OR WS-SKU = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"sku is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT QTY-WAS-PROVIDED OR WS-QTY NOT > 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"qty must be a positive'
                       & ' number"}'
                       TO RESULT-OUTPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM CHECK-CATALOG-SKU
           END-IF

           IF INPUT-IS-VALID
               MOVE "RECEIVE" TO WS-AUDIT-ACTION
               PERFORM OPEN-STOCK-IO
               MOVE 1 TO WS-DEMAND-IX
               MOVE WS-SKU TO WS-DEMAND-SKU(1)
               MOVE WS-SKU TO STK-SKU
               PERFORM READ-BALANCE
               PERFORM DESCRIBE-BALANCE
               MOVE SPACES TO WS-AUDIT-BEFORE-NAME
               STRING "on hand " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ONHAND-DISP) DELIMITED BY SIZE
                   " reserved " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RESERVED-DISP) DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE-NAME

               ADD WS-QTY TO STK-ON-HAND
               MOVE 0 TO WS-MOVED-COUNT
               PERFORM SAVE-BALANCE
               IF STOCK-FILE-STATUS = "00"
                   PERFORM DESCRIBE-BALANCE
                   MOVE WS-QTY TO WS-QTY-DISP
                   MOVE SPACES TO WS-AUDIT-AFTER-NAME
                   STRING "on hand " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ONHAND-DISP) DELIMITED BY SIZE
                       " reserved " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RESERVED-DISP)
                           DELIMITED BY SIZE
                       " (received " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REFERENCE) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER-NAME
                   PERFORM JOURNAL-ADJUSTMENT
                   PERFORM BUILD-BALANCE-RESULT
               ELSE
                   MOVE '{"error":"Receipt failed"}' TO RESULT-OUTPUT
               END-IF
               CLOSE STOCK-FILE
           END-IF.

       DESCRIBE-POLICY.
           MOVE SPACES TO WS-POLICY-DESC
           IF STK-REORDER-QTY = 0
               MOVE "no reorder policy" TO WS-POLICY-DESC
           ELSE
               MOVE STK-REORDER-POINT TO WS-POINT-DISP
               MOVE STK-REORDER-QTY TO WS-LOT-DISP
               STRING "reorder at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-POINT-DISP) DELIMITED BY SIZE
                   " qty " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOT-DISP) DELIMITED BY SIZE
                   " from " DELIMITED BY SIZE
                   FUNCTION TRIM(STK-SUPPLIER) DELIMITED BY SIZE
                   INTO WS-POLICY-DESC
           END-IF.

       CHECK-SUPPLIER.
           OPEN INPUT SUPPLIERS-FILE
           IF SUPPLIERS-FILE-STATUS = "00"
               MOVE WS-SUPPLIER TO SUP-CODE
               READ SUPPLIERS-FILE KEY IS SUP-CODE
               IF SUPPLIERS-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               CLOSE SUPPLIERS-FILE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF NOT INPUT-IS-VALID
               MOVE '{"error":"Validation failed",'
                   & '"message":"supplier does not exist"}'
                   TO RESULT-OUTPUT
           ELSE
               IF SUP-ACTIVE = "N"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"supplier is retired"}'
                       TO RESULT-OUTPUT
               END-IF
           END-IF.

       CHECK-CATALOG-SKU.
           OPEN INPUT PRODUCTS-FILE
           IF PRODUCTS-FILE-STATUS = "00"
               MOVE SPACES TO PROD-KEY
               STRING "PRD-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SKU) DELIMITED BY SIZE
                   INTO PROD-KEY
               READ PRODUCTS-FILE KEY IS PROD-KEY
               IF PRODUCTS-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               CLOSE PRODUCTS-FILE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF NOT INPUT-IS-VALID
               MOVE '{"error":"Validation failed",'
                   & '"message":"sku does not exist"}'
                   TO RESULT-OUTPUT
           END-IF.

       JOURNAL-ADJUSTMENT.
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "STK-" DELIMITED BY SIZE
               FUNCTION TRIM(STK-SKU) DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE STOCK-RECORD TO WS-AUDIT-IMAGE
           CALL "AUDITLOG" USING WS-AUDIT-ACTION WS-AUDIT-KEY
               WS-AUDIT-BEFORE-NAME WS-AUDIT-ZERO-AMT
               WS-AUDIT-AFTER-NAME WS-AUDIT-ZERO-AMT-2
               WS-AUDIT-IMAGE
               ON EXCEPTION
                   CONTINUE
           END-CALL
           CALL "OUTBOXFEED" USING WS-OUTBOX-REQUEST
               WS-AUDIT-ACTION WS-AUDIT-KEY WS-AUDIT-AFTER-NAME
               WS-AUDIT-ZERO-AMT-2 WS-OUTBOX-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       DESCRIBE-BALANCE.
           MOVE STK-ON-HAND TO WS-ONHAND-DISP
           MOVE STK-RESERVED TO WS-RESERVED-DISP
           COMPUTE STK-AVAILABLE = STK-ON-HAND - STK-RESERVED
           MOVE STK-AVAILABLE TO WS-AVAILABLE-DISP
           MOVE STK-REORDER-POINT TO WS-POINT-DISP
           MOVE STK-REORDER-QTY TO WS-LOT-DISP.

       BUILD-BALANCE-RESULT.
           PERFORM DESCRIBE-BALANCE
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"sku":"' DELIMITED BY SIZE
               FUNCTION TRIM(STK-SKU) DELIMITED BY SIZE
               '","on_hand":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ONHAND-DISP) DELIMITED BY SIZE
               ',"reserved":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESERVED-DISP) DELIMITED BY SIZE
               ',"available":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVAILABLE-DISP) DELIMITED BY SIZE
               ',"reorder_point":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-POINT-DISP) DELIMITED BY SIZE
               ',"reorder_qty":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOT-DISP) DELIMITED BY SIZE
               ',"supplier":"' DELIMITED BY SIZE
               FUNCTION TRIM(STK-SUPPLIER) DELIMITED BY SIZE
               '","updated_at":"' DELIMITED BY SIZE
               FUNCTION TRIM(STK-UPDATED-AT) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

       DO-SELECT-BALANCE.
           IF NOT SKU-WAS-PROVIDED OR WS-SKU = SPACES
               MOVE '{"error":"Validation failed",'
                   & '"message":"sku is required"}'
                   TO RESULT-OUTPUT
           ELSE
               OPEN INPUT STOCK-FILE
               IF STOCK-FILE-STATUS = "00"
                   MOVE 1 TO WS-DEMAND-IX
                   MOVE WS-SKU TO WS-DEMAND-SKU(1)
                   MOVE WS-SKU TO STK-SKU
                   PERFORM READ-BALANCE
                   CLOSE STOCK-FILE
               ELSE
                   MOVE SPACES TO STOCK-RECORD
                   MOVE WS-SKU TO STK-SKU
                   MOVE 0 TO STK-ON-HAND STK-RESERVED STK-AVAILABLE
                   PERFORM NORMALISE-REORDER-POLICY
               END-IF
               PERFORM BUILD-BALANCE-RESULT
           END-IF.

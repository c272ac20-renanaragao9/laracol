       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One record per order line a shipment carries (layout in
      *    ShipmentRecord.cpy), indexed on the order as well so every
      *    shipment against one order can be walked.
           SELECT SHIPMENTS-FILE ASSIGN TO SHIPMENTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-ID
               ALTERNATE RECORD KEY IS SHIP-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS SHIPMENTS-FILE-STATUS.
           SELECT LINES-FILE ASSIGN TO LINES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINE-ID
               FILE STATUS IS LINES-FILE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO ORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-KEY
               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
      *    Same base layout, renamed so the packing slip can name
      *    the customer the goods are going to.
           SELECT CUSTOMERS-FILE ASSIGN TO CUSTOMERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS CUST-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMERS-FILE-STATUS.
      *    The customer address book, for the ship-to on the slip.
           SELECT ADDRESSES-FILE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
           SELECT SLIP-FILE ASSIGN TO SLIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLIP-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENTS-FILE.
       01 SHIPMENT-RECORD.
           COPY "ShipmentRecord.cpy".

       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  ORDERS-FILE.
       01 MODEL-RECORD.
           COPY "ModelRecord.cpy".

       FD  CUSTOMERS-FILE.
       01 CUSTOMER-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CUST-==.

       FD  ADDRESSES-FILE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  SLIP-FILE.
       01 SLIP-LINE PIC X(80).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 SHIPMENTS-FILE-STATUS PIC XX.
       01 LINES-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 ADDRESSES-FILE-STATUS PIC XX.
       01 SLIP-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 SHIPMENTS-PATH PIC X(100) VALUE
           "database/shipments.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 SLIP-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-TODAY PIC X(8).

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).

       01 WS-ORDER-KEY PIC X(20).
       01 WS-CARRIER PIC X(20).
       01 WS-TRACKING PIC X(30).
       01 WS-SHIP-DATE PIC X(10).
       01 WS-SHIPMENT-KEY PIC X(20).
       01 WS-FIELDS-PRESENT.
           05 WS-ORDER-PRESENT PIC X VALUE "N".
               88 ORDER-WAS-PROVIDED VALUE "Y".
           05 WS-CARRIER-PRESENT PIC X VALUE "N".
               88 CARRIER-WAS-PROVIDED VALUE "Y".
           05 WS-TRACKING-PRESENT PIC X VALUE "N".
               88 TRACKING-WAS-PROVIDED VALUE "Y".
           05 WS-DATE-PRESENT PIC X VALUE "N".
               88 DATE-WAS-PROVIDED VALUE "Y".
           05 WS-PICK-INVALID PIC X VALUE "N".
               88 PICK-IS-INVALID VALUE "Y".
       01 WS-VALID-FLAG PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".

      *    What the warehouse says it is sending: LINE names an order
      *    line and the QTY that follows it is how many go on this
      *    shipment. A LINE with no QTY ships whatever is left on it,
      *    and no LINE at all ships everything still open.
       01 WS-PICK-LIMIT PIC 9(3) VALUE 50.
       01 WS-PICK-USED PIC 9(3).
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 50 TIMES.
               10 WS-PICK-LINE PIC 9(4).
               10 WS-PICK-QTY PIC 9(5).
               10 WS-PICK-QTY-SET PIC X.
                   88 PICK-QTY-GIVEN VALUE "Y".
       01 WS-PICK-IX PIC 9(3).
       01 WS-PICK-NUMBER PIC 9(5).

      *    The order's lines with what each has shipped so far and
      *    what this shipment takes off them.
       01 WS-OL-LIMIT PIC 9(3) VALUE 200.
       01 WS-OL-USED PIC 9(3).
       01 WS-OL-TABLE.
           05 WS-OL-ENTRY OCCURS 200 TIMES.
               10 WS-OL-LINE PIC 9(4).
               10 WS-OL-SKU PIC X(16).
               10 WS-OL-DESC PIC X(60).
               10 WS-OL-ORDERED PIC 9(7).
               10 WS-OL-SHIPPED PIC 9(7).
               10 WS-OL-NOW PIC 9(7).
       01 WS-OL-IX PIC 9(3).
       01 WS-OL-FOUND-IX PIC 9(3).
       01 WS-OL-OPEN PIC 9(7).

       01 WS-SHIP-LINES PIC 9(4).
       01 WS-SHIP-UNITS PIC 9(9).
       01 WS-WRITTEN-LINES PIC 9(4).
       01 WS-COMPLETE-FLAG PIC X VALUE "N".
           88 ORDER-FULLY-SHIPPED VALUE "Y".
       01 WS-WRITE-FLAG PIC X VALUE "Y".
           88 SHIPMENT-WAS-WRITTEN VALUE "Y".

      *    The parent order as the probe found it - name, amount and
      *    version ride along so the move to SHIPPED can go back
      *    through BASEMODEL's normal UPDATE with the version read.
       01 WS-ORDER-NAME PIC X(100).
       01 WS-ORDER-AMOUNT PIC 9(9)V99.
       01 WS-ORDER-VERSION PIC 9(9).
       01 WS-ORDER-STATUS PIC X(12).
       01 WS-ORDER-CUSTOMER PIC X(20).
       01 WS-ORDER-SHIP-TO PIC 9(4).
       01 WS-CUST-NAME PIC X(100).

      *    The address block as printed, one line per entry, built
      *    by FORMAT-ADDRESS-LINES from the address book record the
      *    lookup settled on. No lines means none was found.
       01 WS-ADDR-WANTED-TYPE PIC X(8).
       01 WS-ADDR-CUSTOMER PIC X(20).
       01 WS-ADDR-LINE-COUNT PIC 9(1).
       01 WS-ADDR-LINES.
           05 WS-ADDR-LINE PIC X(66) OCCURS 5 TIMES.
       01 WS-ADDR-IX PIC 9(1).
       01 WS-ADDR-PTR PIC 9(3).
       01 WS-FINAL-STATUS PIC X(12).

       01 WS-STOCK-ACTION PIC X(20).
       01 WS-STOCK-INPUT PIC X(500).
       01 WS-STOCK-RESULT PIC X(500).

       01 WS-MODEL-ACTION PIC X(20).
       01 WS-MODEL-INPUT PIC X(500).
       01 WS-MODEL-RESULT PIC X(500).

       01 WS-AMOUNT-DISP PIC Z(8)9.99.
       01 WS-VERSION-DISP PIC Z(8)9.
       01 WS-LINE-DISP PIC ZZZ9.
       01 WS-QTY-DISP PIC Z(6)9.
       01 WS-ORDERED-DISP PIC Z(6)9.
       01 WS-OPEN-DISP PIC Z(6)9.
       01 WS-UNITS-DISP PIC Z(8)9.
       01 WS-COUNT-DISP PIC ZZZ9.

       01 WS-ROWS-BUFFER PIC X(400).
       01 WS-ROWS-PTR PIC 9(4).
       01 WS-ROW-JSON PIC X(300).
       01 WS-ROW-PTR PIC 9(4).
       01 WS-ROW-JSON-LEN PIC 9(4).
       01 WS-ROW-COUNT PIC 9(4).
       01 WS-ROW-LINES PIC 9(4).
       01 WS-ROW-KEY PIC X(20).
       01 WS-SHIPMENT-COUNT PIC 9(4).

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
       01 RESULT-OUTPUT PIC X(500).

       PROCEDURE DIVISION USING ACTION DATA-INPUT RESULT-OUTPUT.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           EVALUATE ACTION
               WHEN "INSERT"
                   PERFORM DO-INSERT-SHIPMENT
               WHEN "SELECT"
                   PERFORM DO-SELECT-SHIPMENTS
               WHEN OTHER
                   MOVE '{"error":"Invalid action"}' TO RESULT-OUTPUT
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT SHIPMENTS-PATH FROM ENVIRONMENT "DB_SHIPMENTS"
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           IF FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               OR FUNCTION TRIM(LINES-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               MOVE "database/shipments.db" TO SHIPMENTS-PATH
           END-IF
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               MOVE "database/orderlines.db" TO LINES-PATH
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               MOVE "database/customers.db" TO CUSTOMERS-PATH
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
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
                           WHEN ENV-FILE-LINE(1:13) = "DB_SHIPMENTS="
                               AND FUNCTION TRIM(SHIPMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SHIPMENTS-PATH
                           WHEN ENV-FILE-LINE(1:14) =
                                   "DB_ORDERLINES="
                               AND FUNCTION TRIM(LINES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(15:))
                                   TO LINES-PATH
                           WHEN ENV-FILE-LINE(1:10) = "DB_ORDERS="
                               AND FUNCTION TRIM(ORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_CUSTOMERS="
                               AND FUNCTION TRIM(CUSTOMERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO CUSTOMERS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Same "KEY:value|..." shape BASEMODEL's PARSE-DATA-INPUT
      *    reads, with the fields a shipment carries: ORDER, CARRIER,
      *    TRACKING, DATE and any number of LINE/QTY pairs.
       PARSE-SHIPMENT-INPUT.
           MOVE SPACES TO WS-ORDER-KEY WS-CARRIER WS-TRACKING
               WS-SHIP-DATE
           MOVE "N" TO WS-ORDER-PRESENT WS-CARRIER-PRESENT
               WS-TRACKING-PRESENT WS-DATE-PRESENT WS-PICK-INVALID
           MOVE 0 TO WS-PICK-USED
           MOVE 1 TO WS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-INPUT))
               TO WS-DI-LEN

           PERFORM UNTIL WS-PTR > WS-DI-LEN
               MOVE SPACES TO WS-SEG
               UNSTRING DATA-INPUT DELIMITED BY "|"
                   INTO WS-SEG
                   WITH POINTER WS-PTR
               PERFORM ASSIGN-SHIPMENT-FIELD
           END-PERFORM.

       ASSIGN-SHIPMENT-FIELD.
           MOVE SPACES TO WS-FIELD-NAME WS-FIELD-VALUE
           UNSTRING WS-SEG DELIMITED BY ":"
               INTO WS-FIELD-NAME WS-FIELD-VALUE
           EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
               WHEN "ORDER"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-ORDER-KEY
                   SET ORDER-WAS-PROVIDED TO TRUE
               WHEN "CARRIER"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-CARRIER
                   SET CARRIER-WAS-PROVIDED TO TRUE
               WHEN "TRACKING"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-TRACKING
                   SET TRACKING-WAS-PROVIDED TO TRUE
               WHEN "DATE"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-SHIP-DATE
                   SET DATE-WAS-PROVIDED TO TRUE
               WHEN "LINE"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                       AND WS-PICK-USED < WS-PICK-LIMIT
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-PICK-NUMBER
                       ADD 1 TO WS-PICK-USED
                       MOVE WS-PICK-NUMBER
                           TO WS-PICK-LINE(WS-PICK-USED)
                       MOVE 0 TO WS-PICK-QTY(WS-PICK-USED)
                       MOVE "N" TO WS-PICK-QTY-SET(WS-PICK-USED)
                   ELSE
                       SET PICK-IS-INVALID TO TRUE
                   END-IF
      *    A QTY belongs to the LINE just before it; one with no LINE
      *    ahead of it, or a second one for the same LINE, is a
      *    malformed pick list.
               WHEN "QTY"
                   IF WS-PICK-USED = 0
                       SET PICK-IS-INVALID TO TRUE
                   ELSE
                       IF PICK-QTY-GIVEN(WS-PICK-USED)
                           OR FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-FIELD-VALUE)) NOT = 0
                           SET PICK-IS-INVALID TO TRUE
                       ELSE
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-FIELD-VALUE))
                               TO WS-PICK-QTY(WS-PICK-USED)
                           SET PICK-QTY-GIVEN(WS-PICK-USED) TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       DO-INSERT-SHIPMENT.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-SHIPMENT-INPUT

           EVALUATE TRUE
               WHEN NOT ORDER-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-ORDER-KEY) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"order is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT CARRIER-WAS-PROVIDED
                   OR WS-CARRIER = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"carrier is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT TRACKING-WAS-PROVIDED
                   OR WS-TRACKING = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"tracking is required"}'
                       TO RESULT-OUTPUT
               WHEN PICK-IS-INVALID
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"each qty must follow a line'
                       & ' and be a number"}'
                       TO RESULT-OUTPUT
               WHEN DATE-WAS-PROVIDED AND WS-SHIP-DATE NOT = SPACES
                   AND (WS-SHIP-DATE(1:4) IS NOT NUMERIC
                       OR WS-SHIP-DATE(5:1) NOT = "-"
                       OR WS-SHIP-DATE(6:2) IS NOT NUMERIC
                       OR WS-SHIP-DATE(8:1) NOT = "-"
                       OR WS-SHIP-DATE(9:2) IS NOT NUMERIC)
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"date must be YYYY-MM-DD"}'
                       TO RESULT-OUTPUT
           END-EVALUATE

           IF INPUT-IS-VALID AND WS-SHIP-DATE = SPACES
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                   WS-TODAY(7:2) DELIMITED BY SIZE
                   INTO WS-SHIP-DATE
           END-IF

           IF INPUT-IS-VALID
               PERFORM CHECK-PARENT-ORDER
           END-IF

           IF INPUT-IS-VALID
               PERFORM LOAD-ORDER-LINES
               PERFORM ADD-SHIPPED-SO-FAR
               PERFORM PICK-SHIPMENT-LINES
           END-IF

           IF INPUT-IS-VALID
               PERFORM WRITE-SHIPMENT
               IF NOT SHIPMENT-WAS-WRITTEN
                   MOVE "N" TO WS-VALID-FLAG
                   PERFORM ROLL-BACK-SHIPMENT
                   MOVE '{"error":"Insert failed"}' TO RESULT-OUTPUT
               END-IF
           END-IF

      *    The last shipment against an order is what moves it to
      *    SHIPPED. If the model refuses the move (a version race, a
      *    closed period) the shipment comes back out, so a record
      *    never claims goods left on an order the books still show
      *    as open.
           IF INPUT-IS-VALID
               MOVE WS-ORDER-STATUS TO WS-FINAL-STATUS
               IF ORDER-FULLY-SHIPPED
                   PERFORM FLIP-ORDER-TO-SHIPPED
                   IF WS-MODEL-RESULT(1:9) = '{"error":'
                       MOVE "N" TO WS-VALID-FLAG
                       PERFORM ROLL-BACK-SHIPMENT
                       MOVE WS-MODEL-RESULT TO RESULT-OUTPUT
                   ELSE
                       MOVE "SHIPPED" TO WS-FINAL-STATUS
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM RELIEVE-SHIPPED-STOCK
               PERFORM LOOK-UP-SHIP-CUSTOMER
               PERFORM WRITE-PACKING-SLIP
               PERFORM BUILD-SHIPMENT-RESULT
           END-IF.

      *    Only an approved order has its stock promised, so only an
      *    approved order can have goods go out against it. A live
      *    order that is already SHIPPED has nothing left to send.
       CHECK-PARENT-ORDER.
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               MOVE WS-ORDER-KEY TO MODEL-KEY
               READ ORDERS-FILE KEY IS MODEL-KEY
               IF ORDERS-FILE-STATUS = "00"
                   AND MODEL-DELETED-AT NOT = SPACES
                   MOVE "23" TO ORDERS-FILE-STATUS
               END-IF
               IF ORDERS-FILE-STATUS = "00"
                   MOVE MODEL-NAME TO WS-ORDER-NAME
                   MOVE MODEL-AMOUNT TO WS-ORDER-AMOUNT
                   MOVE MODEL-VERSION TO WS-ORDER-VERSION
                   MOVE MODEL-ORDER-STATUS TO WS-ORDER-STATUS
                   MOVE MODEL-CUSTOMER-KEY TO WS-ORDER-CUSTOMER
                   IF MODEL-SHIP-TO IS NUMERIC
                       MOVE MODEL-SHIP-TO TO WS-ORDER-SHIP-TO
                   ELSE
                       MOVE 0 TO WS-ORDER-SHIP-TO
                   END-IF
                   IF WS-ORDER-STATUS NOT = "APPROVED"
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"only an APPROVED order'
                           & ' can be shipped"}'
                           TO RESULT-OUTPUT
                   END-IF
               ELSE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"order does not exist"}'
                       TO RESULT-OUTPUT
               END-IF
               CLOSE ORDERS-FILE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"order does not exist"}'
                   TO RESULT-OUTPUT
           END-IF.

       LOAD-ORDER-LINES.
           MOVE 0 TO WS-OL-USED
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
                           IF WS-OL-USED < WS-OL-LIMIT
                               ADD 1 TO WS-OL-USED
                               MOVE LINE-NUMBER
                                   TO WS-OL-LINE(WS-OL-USED)
                               MOVE LINE-SKU TO WS-OL-SKU(WS-OL-USED)
                               MOVE LINE-DESC
                                   TO WS-OL-DESC(WS-OL-USED)
                               MOVE LINE-QTY
                                   TO WS-OL-ORDERED(WS-OL-USED)
                               MOVE 0 TO WS-OL-SHIPPED(WS-OL-USED)
                                   WS-OL-NOW(WS-OL-USED)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LINES-FILE
           END-IF

           IF WS-OL-USED = 0
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"order has no lines to ship"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    Earlier shipments against the order, walked on the order
      *    index, take their quantities off what is still open.
       ADD-SHIPPED-SO-FAR.
           OPEN INPUT SHIPMENTS-FILE
           IF SHIPMENTS-FILE-STATUS = "00"
               MOVE WS-ORDER-KEY TO SHIP-ORDER-KEY
               START SHIPMENTS-FILE KEY IS EQUAL TO SHIP-ORDER-KEY
                   INVALID KEY MOVE "10" TO SHIPMENTS-FILE-STATUS
               END-START
               PERFORM UNTIL SHIPMENTS-FILE-STATUS NOT = "00"
                   READ SHIPMENTS-FILE NEXT RECORD
                       AT END MOVE "10" TO SHIPMENTS-FILE-STATUS
                   END-READ
                   IF SHIPMENTS-FILE-STATUS = "00"
                       IF SHIP-ORDER-KEY NOT = WS-ORDER-KEY
                           MOVE "10" TO SHIPMENTS-FILE-STATUS
                       ELSE
                           MOVE SHIP-ORDER-LINE TO WS-PICK-NUMBER
                           PERFORM FIND-ORDER-LINE
                           IF WS-OL-FOUND-IX > 0
                               ADD SHIP-QTY
                                   TO WS-OL-SHIPPED(WS-OL-FOUND-IX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SHIPMENTS-FILE
           END-IF.

       FIND-ORDER-LINE.
           MOVE 0 TO WS-OL-FOUND-IX
           PERFORM VARYING WS-OL-IX FROM 1 BY 1
                   UNTIL WS-OL-IX > WS-OL-USED
                   OR WS-OL-FOUND-IX > 0
               IF WS-OL-LINE(WS-OL-IX) = WS-PICK-NUMBER
                   MOVE WS-OL-IX TO WS-OL-FOUND-IX
               END-IF
           END-PERFORM.

      *    Lays the pick list over the open quantities. Nothing may
      *    ship beyond what a line still has open - a short pick is a
      *    partial shipment, an over-pick is an error - and the
      *    shipment must move at least one unit.
       PICK-SHIPMENT-LINES.
           IF WS-PICK-USED = 0
               PERFORM VARYING WS-OL-IX FROM 1 BY 1
                       UNTIL WS-OL-IX > WS-OL-USED
                   IF WS-OL-ORDERED(WS-OL-IX)
                           > WS-OL-SHIPPED(WS-OL-IX)
                       COMPUTE WS-OL-NOW(WS-OL-IX) =
                           WS-OL-ORDERED(WS-OL-IX)
                           - WS-OL-SHIPPED(WS-OL-IX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PICK-IX FROM 1 BY 1
                       UNTIL WS-PICK-IX > WS-PICK-USED
                       OR NOT INPUT-IS-VALID
                   PERFORM APPLY-ONE-PICK
               END-PERFORM
           END-IF

           IF INPUT-IS-VALID
               MOVE 0 TO WS-SHIP-LINES WS-SHIP-UNITS
               SET ORDER-FULLY-SHIPPED TO TRUE
               PERFORM VARYING WS-OL-IX FROM 1 BY 1
                       UNTIL WS-OL-IX > WS-OL-USED
                   IF WS-OL-NOW(WS-OL-IX) > 0
                       ADD 1 TO WS-SHIP-LINES
                       ADD WS-OL-NOW(WS-OL-IX) TO WS-SHIP-UNITS
                   END-IF
                   IF WS-OL-SHIPPED(WS-OL-IX) + WS-OL-NOW(WS-OL-IX)
                           < WS-OL-ORDERED(WS-OL-IX)
                       MOVE "N" TO WS-COMPLETE-FLAG
                   END-IF
               END-PERFORM
               IF WS-SHIP-UNITS = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"nothing left to ship"}'
                       TO RESULT-OUTPUT
               END-IF
           END-IF.

       APPLY-ONE-PICK.
           MOVE WS-PICK-LINE(WS-PICK-IX) TO WS-PICK-NUMBER
           PERFORM FIND-ORDER-LINE
           MOVE WS-PICK-NUMBER TO WS-LINE-DISP
           IF WS-OL-FOUND-IX = 0
               MOVE "N" TO WS-VALID-FLAG
               MOVE SPACES TO RESULT-OUTPUT
               STRING '{"error":"Validation failed",'
                   DELIMITED BY SIZE
                   '"message":"line ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
                   ' is not on the order"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           ELSE
               COMPUTE WS-OL-OPEN = WS-OL-ORDERED(WS-OL-FOUND-IX)
                   - WS-OL-SHIPPED(WS-OL-FOUND-IX)
                   - WS-OL-NOW(WS-OL-FOUND-IX)
               IF PICK-QTY-GIVEN(WS-PICK-IX)
                   IF WS-PICK-QTY(WS-PICK-IX) > WS-OL-OPEN
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE WS-OL-OPEN TO WS-OPEN-DISP
                       MOVE SPACES TO RESULT-OUTPUT
                       STRING '{"error":"Validation failed",'
                           DELIMITED BY SIZE
                           '"message":"line ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LINE-DISP)
                               DELIMITED BY SIZE
                           ' has only ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-OPEN-DISP)
                               DELIMITED BY SIZE
                           ' left to ship"}' DELIMITED BY SIZE
                           INTO RESULT-OUTPUT
                   ELSE
                       ADD WS-PICK-QTY(WS-PICK-IX)
                           TO WS-OL-NOW(WS-OL-FOUND-IX)
                   END-IF
               ELSE
                   ADD WS-OL-OPEN TO WS-OL-NOW(WS-OL-FOUND-IX)
               END-IF
           END-IF.

      *    The shipment key is the moment it was booked, to the
      *    hundredth of a second: SHP-YYYYMMDDHHMMSSCC.
       WRITE-SHIPMENT.
           MOVE SPACES TO WS-SHIPMENT-KEY
           STRING "SHP-" WS-NOW(1:16) DELIMITED BY SIZE
               INTO WS-SHIPMENT-KEY
           MOVE 0 TO WS-WRITTEN-LINES
           MOVE "Y" TO WS-WRITE-FLAG

           OPEN I-O SHIPMENTS-FILE
           IF SHIPMENTS-FILE-STATUS = "35"
               OPEN OUTPUT SHIPMENTS-FILE
               CLOSE SHIPMENTS-FILE
               OPEN I-O SHIPMENTS-FILE
           END-IF
           IF SHIPMENTS-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-WRITE-FLAG
           ELSE
               PERFORM VARYING WS-OL-IX FROM 1 BY 1
                       UNTIL WS-OL-IX > WS-OL-USED
                       OR NOT SHIPMENT-WAS-WRITTEN
                   IF WS-OL-NOW(WS-OL-IX) > 0
                       PERFORM WRITE-SHIPMENT-LINE
                   END-IF
               END-PERFORM
               CLOSE SHIPMENTS-FILE
           END-IF.

       WRITE-SHIPMENT-LINE.
           MOVE SPACES TO SHIPMENT-RECORD
           MOVE WS-SHIPMENT-KEY TO SHIP-KEY
           MOVE WS-OL-LINE(WS-OL-IX) TO SHIP-ORDER-LINE
           MOVE WS-ORDER-KEY TO SHIP-ORDER-KEY
           MOVE WS-OL-SKU(WS-OL-IX) TO SHIP-SKU
           MOVE WS-OL-NOW(WS-OL-IX) TO SHIP-QTY
           MOVE WS-CARRIER TO SHIP-CARRIER
           MOVE WS-TRACKING TO SHIP-TRACKING
           MOVE WS-SHIP-DATE TO SHIP-DATE
           MOVE WS-NOW TO SHIP-CREATED-AT
           WRITE SHIPMENT-RECORD
           IF SHIPMENTS-FILE-STATUS = "00"
               ADD 1 TO WS-WRITTEN-LINES
           ELSE
               MOVE "N" TO WS-WRITE-FLAG
           END-IF.

      *    Takes back every record written under this shipment key,
      *    whether the write stopped part way or the order refused
      *    the move to SHIPPED.
       ROLL-BACK-SHIPMENT.
           OPEN I-O SHIPMENTS-FILE
           IF SHIPMENTS-FILE-STATUS = "00"
               PERFORM VARYING WS-OL-IX FROM 1 BY 1
                       UNTIL WS-OL-IX > WS-OL-USED
                   IF WS-OL-NOW(WS-OL-IX) > 0
                       MOVE WS-SHIPMENT-KEY TO SHIP-KEY
                       MOVE WS-OL-LINE(WS-OL-IX) TO SHIP-ORDER-LINE
                       READ SHIPMENTS-FILE KEY IS SHIP-ID
                       IF SHIPMENTS-FILE-STATUS = "00"
                           DELETE SHIPMENTS-FILE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SHIPMENTS-FILE
           END-IF.

      *    Through BASEMODEL's normal UPDATE so the status check, the
      *    version bump, the audit journal and the outbox feed all
      *    see the move; BASEMODEL itself confirms with SHIPSTATUS
      *    that every line is now out.
       FLIP-ORDER-TO-SHIPPED.
           MOVE WS-ORDER-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-ORDER-VERSION TO WS-VERSION-DISP
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:ORDER|KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               "|NAME:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-NAME) DELIMITED BY SIZE
               "|AMOUNT:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               "|VERSION:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
               "|STATUS:SHIPPED" DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE "UPDATE" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL.

      *    Goods come off the shelf as each shipment leaves, line by
      *    line, rather than all at once when the order completes:
      *    on hand drops and the reservation that held the goods is
      *    used up. Lines from before the catalog hold no stock.
       RELIEVE-SHIPPED-STOCK.
           MOVE "RELIEVE" TO WS-STOCK-ACTION
           PERFORM VARYING WS-OL-IX FROM 1 BY 1
                   UNTIL WS-OL-IX > WS-OL-USED
               IF WS-OL-NOW(WS-OL-IX) > 0
                   AND WS-OL-SKU(WS-OL-IX) NOT = SPACES
                   MOVE WS-OL-NOW(WS-OL-IX) TO WS-QTY-DISP
                   MOVE SPACES TO WS-STOCK-INPUT WS-STOCK-RESULT
                   STRING "SKU:" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OL-SKU(WS-OL-IX))
                           DELIMITED BY SIZE
                       "|QTY:" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                       INTO WS-STOCK-INPUT
                   CALL "INVENTORY" USING WS-STOCK-ACTION
                       WS-STOCK-INPUT WS-STOCK-RESULT
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-PERFORM.

      *    Keyed probe for the slip's ship-to block. A customer gone
      *    missing still gets the goods the order promised; the name
      *    is left blank for the warehouse to query.
       LOOK-UP-SHIP-CUSTOMER.
           MOVE SPACES TO WS-CUST-NAME
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-FILE-STATUS = "00"
               MOVE WS-ORDER-CUSTOMER TO CUST-KEY
               READ CUSTOMERS-FILE KEY IS CUST-KEY
               IF CUSTOMERS-FILE-STATUS = "00"
                   MOVE CUST-NAME TO WS-CUST-NAME
               END-IF
               CLOSE CUSTOMERS-FILE
           END-IF
           PERFORM LOOK-UP-SHIP-TO-ADDRESS.

      *    The address the order names; one since retired from the
      *    address book gives way to the customer's current default
      *    shipping address, as does an order that names none.
       LOOK-UP-SHIP-TO-ADDRESS.
           MOVE 0 TO WS-ADDR-LINE-COUNT
           MOVE SPACES TO WS-ADDR-LINES
           IF WS-ORDER-SHIP-TO > 0
               OPEN INPUT ADDRESSES-FILE
               IF ADDRESSES-FILE-STATUS = "00"
                   MOVE WS-ORDER-CUSTOMER TO ADDR-CUSTOMER-KEY
                   MOVE WS-ORDER-SHIP-TO TO ADDR-NUMBER
                   READ ADDRESSES-FILE KEY IS ADDR-ID
                   IF ADDRESSES-FILE-STATUS = "00"
                       AND ADDR-DELETED-AT = SPACES
                       PERFORM FORMAT-ADDRESS-LINES
                   END-IF
                   CLOSE ADDRESSES-FILE
               END-IF
           END-IF
           IF WS-ADDR-LINE-COUNT = 0
               MOVE WS-ORDER-CUSTOMER TO WS-ADDR-CUSTOMER
               MOVE "SHIPPING" TO WS-ADDR-WANTED-TYPE
               PERFORM LOOK-UP-DEFAULT-ADDRESS
           END-IF.

      *    The customer's default address of WS-ADDR-WANTED-TYPE
      *    (BILLING for what is mailed, SHIPPING for the goods):
      *    a keyed walk of the customer's addresses that stops at the
      *    live default.
       LOOK-UP-DEFAULT-ADDRESS.
           MOVE 0 TO WS-ADDR-LINE-COUNT
           MOVE SPACES TO WS-ADDR-LINES
           OPEN INPUT ADDRESSES-FILE
           IF ADDRESSES-FILE-STATUS = "00"
               MOVE WS-ADDR-CUSTOMER TO ADDR-CUSTOMER-KEY
               MOVE 0 TO ADDR-NUMBER
               START ADDRESSES-FILE KEY IS NOT LESS THAN ADDR-ID
                   INVALID KEY MOVE "10" TO ADDRESSES-FILE-STATUS
               END-START
               PERFORM UNTIL ADDRESSES-FILE-STATUS NOT = "00"
                   READ ADDRESSES-FILE NEXT RECORD
                       AT END MOVE "10" TO ADDRESSES-FILE-STATUS
                   END-READ
                   IF ADDRESSES-FILE-STATUS = "00"
                       IF ADDR-CUSTOMER-KEY NOT = WS-ADDR-CUSTOMER
                           MOVE "10" TO ADDRESSES-FILE-STATUS
                       ELSE
                           IF ADDR-DELETED-AT = SPACES
                               AND ADDR-TYPE = WS-ADDR-WANTED-TYPE
                               AND ADDR-DEFAULT = "Y"
                               PERFORM FORMAT-ADDRESS-LINES
                               MOVE "10" TO ADDRESSES-FILE-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ADDRESSES-FILE
           END-IF.

      *    Attention line and second street line only when present;
      *    city, region and postcode share a line the way a postal
      *    address is written.
       FORMAT-ADDRESS-LINES.
           MOVE 0 TO WS-ADDR-LINE-COUNT
           MOVE SPACES TO WS-ADDR-LINES
           IF ADDR-ATTENTION NOT = SPACES
               ADD 1 TO WS-ADDR-LINE-COUNT
               STRING "Attn: " DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-ATTENTION) DELIMITED BY SIZE
                   INTO WS-ADDR-LINE(WS-ADDR-LINE-COUNT)
           END-IF
           ADD 1 TO WS-ADDR-LINE-COUNT
           MOVE ADDR-LINE1 TO WS-ADDR-LINE(WS-ADDR-LINE-COUNT)
           IF ADDR-LINE2 NOT = SPACES
               ADD 1 TO WS-ADDR-LINE-COUNT
               MOVE ADDR-LINE2 TO WS-ADDR-LINE(WS-ADDR-LINE-COUNT)
           END-IF
           ADD 1 TO WS-ADDR-LINE-COUNT
           MOVE 1 TO WS-ADDR-PTR
           STRING FUNCTION TRIM(ADDR-CITY) DELIMITED BY SIZE
               INTO WS-ADDR-LINE(WS-ADDR-LINE-COUNT)
               WITH POINTER WS-ADDR-PTR
           IF ADDR-REGION NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-REGION) DELIMITED BY SIZE
                   INTO WS-ADDR-LINE(WS-ADDR-LINE-COUNT)
                   WITH POINTER WS-ADDR-PTR
           END-IF
           IF ADDR-POSTCODE NOT = SPACES
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-POSTCODE) DELIMITED BY SIZE
                   INTO WS-ADDR-LINE(WS-ADDR-LINE-COUNT)
                   WITH POINTER WS-ADDR-PTR
           END-IF
           IF ADDR-COUNTRY NOT = SPACES
               ADD 1 TO WS-ADDR-LINE-COUNT
               MOVE ADDR-COUNTRY TO WS-ADDR-LINE(WS-ADDR-LINE-COUNT)
           END-IF.

      *    One printable slip per shipment under storage/packing/ for
      *    the warehouse to pack against: what goes in this box, and
      *    for every line what was ordered and what is still to
      *    follow.
       WRITE-PACKING-SLIP.
           MOVE SPACES TO SLIP-PATH
           STRING "storage/packing/packing-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SHIPMENT-KEY) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO SLIP-PATH

      *    The goods have gone either way; a slip that cannot be
      *    written shows as a blank path in the reply for the
      *    warehouse to chase.
           OPEN OUTPUT SLIP-FILE
           IF SLIP-FILE-STATUS NOT = "00"
               MOVE SPACES TO SLIP-PATH
           ELSE
               PERFORM WRITE-PACKING-SLIP-BODY
               CLOSE SLIP-FILE
           END-IF.

       WRITE-PACKING-SLIP-BODY.
           MOVE SPACES TO SLIP-LINE
           STRING "PACKING SLIP " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SHIPMENT-KEY) DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE ALL "=" TO SLIP-LINE
           WRITE SLIP-LINE

           MOVE SPACES TO SLIP-LINE
           STRING "Order:      " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-NAME) DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE

           MOVE SPACES TO SLIP-LINE
           STRING "Ship to:    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-CUSTOMER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           IF WS-ADDR-LINE-COUNT = 0
               MOVE SPACES TO SLIP-LINE
               MOVE "(no shipping address on file)" TO SLIP-LINE(13:)
               WRITE SLIP-LINE
           END-IF
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-LINE-COUNT
               MOVE SPACES TO SLIP-LINE
               MOVE WS-ADDR-LINE(WS-ADDR-IX) TO SLIP-LINE(13:)
               WRITE SLIP-LINE
           END-PERFORM

           MOVE SPACES TO SLIP-LINE
           STRING "Ship date:  " DELIMITED BY SIZE
               WS-SHIP-DATE DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE

           MOVE SPACES TO SLIP-LINE
           STRING "Carrier:    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CARRIER) DELIMITED BY SIZE
               "  tracking " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRACKING) DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE

           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "Line SKU              Description" TO SLIP-LINE
           MOVE "Packed Ordered To follow" TO SLIP-LINE(55:)
           WRITE SLIP-LINE
           MOVE ALL "-" TO SLIP-LINE
           WRITE SLIP-LINE

           PERFORM VARYING WS-OL-IX FROM 1 BY 1
                   UNTIL WS-OL-IX > WS-OL-USED
               PERFORM WRITE-PACKING-SLIP-LINE
           END-PERFORM

           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE WS-SHIP-UNITS TO WS-UNITS-DISP
           MOVE SPACES TO SLIP-LINE
           STRING "Units packed: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNITS-DISP) DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           IF ORDER-FULLY-SHIPPED
               MOVE "This shipment completes the order." TO SLIP-LINE
           ELSE
               MOVE "Partial shipment - the balance will follow."
                   TO SLIP-LINE
           END-IF
           WRITE SLIP-LINE.

      *    Every line on the order is listed, packed or not, so the
      *    customer can see what is still to come.
       WRITE-PACKING-SLIP-LINE.
           MOVE WS-OL-LINE(WS-OL-IX) TO WS-LINE-DISP
           MOVE WS-OL-NOW(WS-OL-IX) TO WS-QTY-DISP
           MOVE WS-OL-ORDERED(WS-OL-IX) TO WS-ORDERED-DISP
           COMPUTE WS-OL-OPEN = WS-OL-ORDERED(WS-OL-IX)
               - WS-OL-SHIPPED(WS-OL-IX) - WS-OL-NOW(WS-OL-IX)
           MOVE WS-OL-OPEN TO WS-OPEN-DISP
           MOVE SPACES TO SLIP-LINE
           MOVE WS-LINE-DISP TO SLIP-LINE(1:4)
           MOVE WS-OL-SKU(WS-OL-IX) TO SLIP-LINE(6:16)
           MOVE WS-OL-DESC(WS-OL-IX) TO SLIP-LINE(23:31)
           MOVE WS-QTY-DISP TO SLIP-LINE(54:7)
           MOVE WS-ORDERED-DISP TO SLIP-LINE(62:7)
           MOVE WS-OPEN-DISP TO SLIP-LINE(70:7)
           WRITE SLIP-LINE.

       BUILD-SHIPMENT-RESULT.
           MOVE WS-SHIP-LINES TO WS-COUNT-DISP
           MOVE WS-SHIP-UNITS TO WS-UNITS-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"shipment":"' FUNCTION TRIM(WS-SHIPMENT-KEY)
               '","order":"' FUNCTION TRIM(WS-ORDER-KEY)
               '","carrier":"' FUNCTION TRIM(WS-CARRIER)
               '","tracking":"' FUNCTION TRIM(WS-TRACKING)
               '","ship_date":"' WS-SHIP-DATE
               '","lines":' FUNCTION TRIM(WS-COUNT-DISP)
               ',"units":' FUNCTION TRIM(WS-UNITS-DISP)
               ',"order_status":"' FUNCTION TRIM(WS-FINAL-STATUS)
               '","packing_slip":"' FUNCTION TRIM(SLIP-PATH)
               '"}'
               DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    Lists the order's shipments, one row per shipment with the
      *    lines and quantities it carried. A shipment's records sit
      *    together on the order index, so a change of shipment key
      *    closes the row being built.
       DO-SELECT-SHIPMENTS.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-SHIPMENT-INPUT
           IF NOT ORDER-WAS-PROVIDED
               OR FUNCTION TRIM(WS-ORDER-KEY) = SPACES
               MOVE '{"error":"Validation failed",'
                   & '"message":"order is required"}'
                   TO RESULT-OUTPUT
           ELSE
               MOVE SPACES TO WS-ROWS-BUFFER WS-ROW-KEY
               MOVE 1 TO WS-ROWS-PTR
               MOVE 0 TO WS-ROW-COUNT WS-SHIPMENT-COUNT
                   WS-SHIP-UNITS
               OPEN INPUT SHIPMENTS-FILE
               IF SHIPMENTS-FILE-STATUS = "00"
                   PERFORM LIST-ORDER-SHIPMENTS
                   CLOSE SHIPMENTS-FILE
               END-IF
               IF WS-ROW-KEY NOT = SPACES
                   PERFORM APPEND-SHIPMENT-ROW
               END-IF
               MOVE WS-SHIPMENT-COUNT TO WS-COUNT-DISP
               MOVE WS-SHIP-UNITS TO WS-UNITS-DISP
               MOVE SPACES TO RESULT-OUTPUT
               STRING '{"data":[' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROWS-BUFFER) DELIMITED BY SIZE
                   '],"total":' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   ',"units_shipped":' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UNITS-DISP) DELIMITED BY SIZE
                   '}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           END-IF.

       LIST-ORDER-SHIPMENTS.
           MOVE WS-ORDER-KEY TO SHIP-ORDER-KEY
           START SHIPMENTS-FILE KEY IS EQUAL TO SHIP-ORDER-KEY
               INVALID KEY MOVE "10" TO SHIPMENTS-FILE-STATUS
           END-START
           PERFORM UNTIL SHIPMENTS-FILE-STATUS NOT = "00"
               READ SHIPMENTS-FILE NEXT RECORD
                   AT END MOVE "10" TO SHIPMENTS-FILE-STATUS
               END-READ
               IF SHIPMENTS-FILE-STATUS = "00"
                   IF SHIP-ORDER-KEY NOT = WS-ORDER-KEY
                       MOVE "10" TO SHIPMENTS-FILE-STATUS
                   ELSE
                       IF SHIP-KEY NOT = WS-ROW-KEY
                           IF WS-ROW-KEY NOT = SPACES
                               PERFORM APPEND-SHIPMENT-ROW
                           END-IF
                           PERFORM START-SHIPMENT-ROW
                       END-IF
                       PERFORM ADD-SHIPMENT-ROW-LINE
                   END-IF
               END-IF
           END-PERFORM.

       START-SHIPMENT-ROW.
           MOVE SHIP-KEY TO WS-ROW-KEY
           ADD 1 TO WS-SHIPMENT-COUNT
           MOVE 0 TO WS-ROW-LINES
           MOVE SPACES TO WS-ROW-JSON
           MOVE 1 TO WS-ROW-PTR
           STRING '{"shipment":"' FUNCTION TRIM(SHIP-KEY)
               '","ship_date":"' SHIP-DATE
               '","carrier":"' FUNCTION TRIM(SHIP-CARRIER)
               '","tracking":"' FUNCTION TRIM(SHIP-TRACKING)
               '","lines":[' DELIMITED BY SIZE
               INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR.

       ADD-SHIPMENT-ROW-LINE.
           ADD SHIP-QTY TO WS-SHIP-UNITS
           MOVE SHIP-ORDER-LINE TO WS-LINE-DISP
           MOVE SHIP-QTY TO WS-QTY-DISP
           IF WS-ROW-LINES > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
           END-IF
           STRING '{"line":' FUNCTION TRIM(WS-LINE-DISP)
               ',"sku":"' FUNCTION TRIM(SHIP-SKU)
               '","qty":' FUNCTION TRIM(WS-QTY-DISP)
               '}' DELIMITED BY SIZE
               INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
           ADD 1 TO WS-ROW-LINES.

      *    Rows are dropped once the buffer is full rather than
      *    overrunning it, the same guard ORDERLINES' listing
      *    applies; "total" still counts every shipment.
       APPEND-SHIPMENT-ROW.
           STRING "]}" DELIMITED BY SIZE
               INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW-JSON))
               TO WS-ROW-JSON-LEN
           IF WS-ROW-COUNT > 0
               ADD 1 TO WS-ROW-JSON-LEN
           END-IF
           IF WS-ROWS-PTR + WS-ROW-JSON-LEN - 1
                   <= FUNCTION LENGTH(WS-ROWS-BUFFER)
               IF WS-ROW-COUNT > 0
                   STRING "," DELIMITED BY SIZE
                       INTO WS-ROWS-BUFFER WITH POINTER WS-ROWS-PTR
               END-IF
               STRING FUNCTION TRIM(WS-ROW-JSON) DELIMITED BY SIZE
                   INTO WS-ROWS-BUFFER WITH POINTER WS-ROWS-PTR
               ADD 1 TO WS-ROW-COUNT
           END-IF.

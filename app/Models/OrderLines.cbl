       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Child file of orders: one record per line item, keyed by
      *    order key plus line number (layout in OrderLineRecord.cpy).
           SELECT LINES-FILE ASSIGN TO LINES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
      *    The product catalog every line is priced from - same
      *    base layout and keys as the other model files.
           SELECT PRODUCTS-FILE ASSIGN TO PRODUCTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               ALTERNATE RECORD KEY IS PROD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS PRODUCTS-FILE-STATUS.
      *    The customer's price tier (profile) and the tier and
      *    promotion rules that take a line below list.
           SELECT PROFILES-FILE ASSIGN TO PROFILES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUSTOMER-KEY
               FILE STATUS IS PROFILES-FILE-STATUS.
           SELECT PRICING-FILE ASSIGN TO PRICING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-ID
               FILE STATUS IS PRICING-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.
       FILE SECTION.
       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  ORDERS-FILE.
       01 MODEL-RECORD.
           COPY "ModelRecord.cpy".

       FD  PRODUCTS-FILE.
       01 PROD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==PROD-==.

       FD  PROFILES-FILE.
       01 PROFILE-RECORD.
           COPY "CustomerProfileRecord.cpy".

       FD  PRICING-FILE.
       01 PRICING-RECORD.
           COPY "PricingRuleRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).


       01 LINES-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 PRODUCTS-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 PRICING-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 PRICING-PATH PIC X(100) VALUE
           "database/pricing.db".

       01 WS-NOW PIC X(19).

       01 WS-LINE-DESC PIC X(60).
       01 WS-LINE-QTY PIC 9(5).
       01 WS-LINE-PRICE PIC 9(7)V99.
       01 WS-LINE-SKU PIC X(16).
       01 WS-SKU-TEXT PIC X(60).
       01 WS-FIELDS-PRESENT.
           05 WS-ORDER-PRESENT PIC X VALUE "N".
               88 ORDER-WAS-PROVIDED VALUE "Y".
               88 QTY-WAS-PROVIDED VALUE "Y".
           05 WS-PRICE-PRESENT PIC X VALUE "N".
               88 PRICE-WAS-PROVIDED VALUE "Y".
           05 WS-SKU-PRESENT PIC X VALUE "N".
               88 SKU-WAS-PROVIDED VALUE "Y".
           05 WS-SKU-INVALID PIC X VALUE "N".
               88 SKU-IS-TOO-LONG VALUE "Y".
       01 WS-VALID-FLAG PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".

      *    BASEMODEL's normal UPDATE with the version it read.
       01 WS-ORDER-NAME PIC X(100).
       01 WS-ORDER-VERSION PIC 9(9).
       01 WS-ORDER-STATUS PIC X(12).
       01 WS-ORDER-CUSTOMER PIC X(20).
       01 WS-ORDER-PROMO PIC X(12).
       01 WS-ORDER-CURRENCY PIC X(3).

      *    The catalog is priced in the base currency; a line on an
      *    order in another currency takes the list price (and the
      *    promotion's minimum) converted at today's rate (FXRATE).
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-FX-RATE PIC 9(5)V9(6).

      *    Line pricing. The catalog list price less the better of
      *    the customer's tier and the order's promotion - the
      *    promotion only once the order's list value, this line
      *    included, reaches its minimum. A price keyed on the line
      *    stands as keyed. When the promotion first comes into
      *    play the order's earlier lines are brought down to it
      *    too (WS-PROMO-SAVING is what that takes off the total).
       01 WS-LIST-PRICE PIC 9(7)V99.
       01 WS-PRICE-KEYED-FLAG PIC X VALUE "N".
           88 LINE-PRICE-KEYED VALUE "Y".
       01 WS-TIER-CODE PIC X(12).
       01 WS-TIER-PCT PIC 9(2)V99.
       01 WS-PROMO-PCT PIC 9(2)V99.
       01 WS-PROMO-MIN PIC 9(9)V99.
       01 WS-PROMO-UNIT PIC 9(7)V99.
       01 WS-LINE-BASIS PIC X(1).
       01 WS-LINE-DISC-CODE PIC X(12).
       01 WS-LINE-DISC-PCT PIC 9(2)V99.
       01 WS-LIST-TOTAL PIC 9(11)V99.
       01 WS-PROMO-SAVING PIC 9(11)V99.
       01 WS-REPRICE-FLAG PIC X VALUE "N".
           88 EARLIER-LINES-REPRICE VALUE "Y".
       01 WS-BASIS-WORD PIC X(5).
       01 WS-PCT-DISP PIC Z9.99.
       01 WS-LIST-DISP PIC Z(6)9.99.

      *    A line added to an order that is already approved must
      *    claim its stock the way the approval did for the others.
       01 WS-STOCK-ACTION PIC X(20).
       01 WS-STOCK-INPUT PIC X(500).
       01 WS-STOCK-RESULT PIC X(500).
       01 WS-STOCK-RESERVED-FLAG PIC X VALUE "N".
           88 LINE-STOCK-RESERVED VALUE "Y".

       01 WS-NEXT-LINE-NO PIC 9(4).
       01 WS-LINES-TOTAL PIC 9(11)V99.

       01 WS-ROWS-BUFFER PIC X(400).
       01 WS-ROWS-PTR PIC 9(4).
       01 WS-ROW-JSON PIC X(200).
       01 WS-ROW-JSON-LEN PIC 9(4).
       01 WS-ROW-COUNT PIC 9(4).

       LOAD-CONFIG.
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           ACCEPT PRICING-PATH FROM ENVIRONMENT "DB_PRICING"
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               OR FUNCTION TRIM(PRICING-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(LINES-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF
           IF FUNCTION TRIM(PRICING-PATH) = SPACES
               MOVE "database/pricing.db" TO PRICING-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PRODUCTS="
                               AND FUNCTION TRIM(PRODUCTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PRODUCTS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PROFILES="
                               AND FUNCTION TRIM(PROFILES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PROFILES-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_PRICING="
                               AND FUNCTION TRIM(PRICING-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO PRICING-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

      *    Same "KEY:value|..." shape BASEMODEL's PARSE-DATA-INPUT
      *    reads, with the fields a line item carries: ORDER, SKU,
      *    QTY, PRICE (and DESC, which the catalog now supplies).
       PARSE-LINE-INPUT.
           MOVE SPACES TO WS-ORDER-KEY WS-LINE-DESC WS-LINE-SKU
           MOVE 0 TO WS-LINE-QTY WS-LINE-PRICE
           MOVE "N" TO WS-ORDER-PRESENT WS-DESC-PRESENT
               WS-QTY-PRESENT WS-PRICE-PRESENT
               WS-SKU-PRESENT WS-SKU-INVALID
           MOVE 1 TO WS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-INPUT))
               TO WS-DI-LEN
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-LINE-DESC
                   SET DESC-WAS-PROVIDED TO TRUE
      *    SKUs are upper-cased the way PRODUCTCONTROLLER keys them;
      *    one longer than the 16 bytes the PRD- key leaves cannot
      *    be in the catalog and is refused rather than truncated
      *    onto some other product.
               WHEN "SKU"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-SKU-TEXT
                   IF WS-SKU-TEXT(17:) NOT = SPACES
                       SET SKU-IS-TOO-LONG TO TRUE
                   END-IF
                   MOVE WS-SKU-TEXT TO WS-LINE-SKU
                   SET SKU-WAS-PROVIDED TO TRUE
               WHEN "QTY"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
      *    deleted fails the write, the same referential rule
      *    BASEMODEL applies between orders and customers. The
      *    order's name and version are kept for the recompute.
      *    Lines go on only while the order is NEW or APPROVED: an
      *    order awaiting sign-off has its amount frozen, and one
      *    shipped, invoiced or cancelled is past taking goods. On
      *    an APPROVED order the recompute is held to the approval
      *    threshold by BASEMODEL, and a line it refuses is rolled
      *    back with its stock released like any other refusal.
       CHECK-PARENT-ORDER.
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               IF ORDERS-FILE-STATUS = "00"
                   MOVE MODEL-NAME TO WS-ORDER-NAME
                   MOVE MODEL-VERSION TO WS-ORDER-VERSION
                   MOVE MODEL-ORDER-STATUS TO WS-ORDER-STATUS
                   MOVE MODEL-CUSTOMER-KEY TO WS-ORDER-CUSTOMER
                   MOVE MODEL-PROMO-CODE TO WS-ORDER-PROMO
                   MOVE MODEL-CURRENCY TO WS-ORDER-CURRENCY
                   IF WS-ORDER-STATUS = SPACES
                       MOVE "NEW" TO WS-ORDER-STATUS
                   END-IF
                   IF WS-ORDER-STATUS NOT = "NEW"
                       AND WS-ORDER-STATUS NOT = "APPROVED"
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE SPACES TO RESULT-OUTPUT
                       STRING '{"error":"Validation failed",'
                           DELIMITED BY SIZE
                           '"message":"lines cannot be added once the'
                           DELIMITED BY SIZE
                           ' order is ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ORDER-STATUS)
                           DELIMITED BY SIZE
                           '"}' DELIMITED BY SIZE
                           INTO RESULT-OUTPUT
                   END-IF
               ELSE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                   TO RESULT-OUTPUT
           END-IF.

      *    Every new line names a catalog product: an unknown,
      *    retired or inactive SKU is refused. The description
      *    always comes from the catalog so one item reads one way
      *    on every order; the list price is kept with the line, and
      *    a PRICE sent with the line overrides the pricing rules
      *    for that line only.
       CHECK-LINE-PRODUCT.
           MOVE "N" TO WS-PRICE-KEYED-FLAG
           IF PRICE-WAS-PROVIDED
               SET LINE-PRICE-KEYED TO TRUE
           END-IF
           OPEN INPUT PRODUCTS-FILE
           IF PRODUCTS-FILE-STATUS = "00"
               MOVE SPACES TO PROD-KEY
               STRING "PRD-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-SKU) DELIMITED BY SIZE
                   INTO PROD-KEY
               READ PRODUCTS-FILE KEY IS PROD-KEY
               IF PRODUCTS-FILE-STATUS = "00"
                   AND PROD-DELETED-AT NOT = SPACES
                   MOVE "23" TO PRODUCTS-FILE-STATUS
               END-IF
               IF PRODUCTS-FILE-STATUS = "00"
                   IF PROD-PRODUCT-ACTIVE = "N"
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"sku is inactive"}'
                           TO RESULT-OUTPUT
                   ELSE
                       MOVE PROD-NAME TO WS-LINE-DESC
                       MOVE PROD-AMOUNT TO WS-LIST-PRICE
                       IF NOT PRICE-WAS-PROVIDED
                           MOVE PROD-AMOUNT TO WS-LINE-PRICE
                           SET PRICE-WAS-PROVIDED TO TRUE
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"sku does not exist"}'
                       TO RESULT-OUTPUT
               END-IF
               CLOSE PRODUCTS-FILE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"sku does not exist"}'
                   TO RESULT-OUTPUT
           END-IF.

       OPEN-LINES-IO.
           OPEN I-O LINES-FILE
           IF LINES-FILE-STATUS = "35"
      *    the order recompute) fall out of the same walk.
       SWEEP-ORDER-LINES.
           MOVE 0 TO WS-NEXT-LINE-NO WS-LINES-TOTAL WS-LINE-COUNT
           MOVE 0 TO WS-LIST-TOTAL WS-PROMO-SAVING
           MOVE WS-ORDER-KEY TO LINE-ORDER-KEY
           MOVE 0 TO LINE-NUMBER
           START LINES-FILE KEY IS NOT LESS THAN LINE-ID
                   ELSE
                       ADD 1 TO WS-LINE-COUNT
                       ADD LINE-AMOUNT TO WS-LINES-TOTAL
                       PERFORM NOTE-SWEPT-LINE-PRICE
                       IF LINE-NUMBER > WS-NEXT-LINE-NO
                           MOVE LINE-NUMBER TO WS-NEXT-LINE-NO
                       END-IF
                   MOVE '{"error":"Validation failed",'
                       & '"message":"order is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT SKU-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-LINE-SKU) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"sku is required"}'
                       TO RESULT-OUTPUT
               WHEN SKU-IS-TOO-LONG
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"sku does not exist"}'
                       TO RESULT-OUTPUT
               WHEN NOT QTY-WAS-PROVIDED OR WS-LINE-QTY = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"qty must be a positive'
                       & ' number"}'
                       TO RESULT-OUTPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM CHECK-LINE-PRODUCT
           END-IF

           IF INPUT-IS-VALID
               PERFORM CHECK-PARENT-ORDER
           END-IF

           IF INPUT-IS-VALID
               PERFORM LOOK-UP-LINE-DISCOUNTS
           END-IF

           IF INPUT-IS-VALID AND WS-ORDER-CURRENCY NOT = SPACES
               PERFORM CONVERT-LINE-PRICES
           END-IF

           MOVE "N" TO WS-STOCK-RESERVED-FLAG
           IF INPUT-IS-VALID AND WS-ORDER-STATUS = "APPROVED"
               MOVE "RESERVE" TO WS-STOCK-ACTION
               PERFORM CALL-LINE-STOCK
               IF WS-STOCK-RESULT(1:9) = '{"error":'
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE WS-STOCK-RESULT TO RESULT-OUTPUT
               ELSE
                   SET LINE-STOCK-RESERVED TO TRUE
               END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM OPEN-LINES-IO
               PERFORM SWEEP-ORDER-LINES
               ADD 1 TO WS-NEXT-LINE-NO
               PERFORM SETTLE-LINE-PRICE

               MOVE SPACES TO LINE-RECORD
               MOVE WS-ORDER-KEY TO LINE-ORDER-KEY
               MOVE WS-NEXT-LINE-NO TO LINE-NUMBER
               MOVE WS-LINE-SKU TO LINE-SKU
               MOVE WS-LINE-DESC TO LINE-DESC
               MOVE WS-LINE-QTY TO LINE-QTY
               MOVE WS-LINE-PRICE TO LINE-UNIT-PRICE
               COMPUTE LINE-AMOUNT = WS-LINE-QTY * WS-LINE-PRICE
               MOVE WS-LIST-PRICE TO LINE-LIST-PRICE
               MOVE WS-LINE-BASIS TO LINE-PRICE-BASIS
               MOVE WS-LINE-DISC-CODE TO LINE-DISCOUNT-CODE
               MOVE WS-LINE-DISC-PCT TO LINE-DISCOUNT-PCT
               MOVE WS-NOW TO LINE-CREATED-AT
               ADD LINE-AMOUNT TO WS-LINES-TOTAL

      *    total the order never took.
                   IF RECOMPUTE-WAS-ACCEPTED
                       PERFORM BUILD-LINE-RESULT
                       IF EARLIER-LINES-REPRICE
                           PERFORM REPRICE-EARLIER-LINES
                       END-IF
                   ELSE
                       PERFORM ROLL-BACK-LINE
                       PERFORM RELEASE-LINE-STOCK
                       MOVE WS-MODEL-RESULT TO RESULT-OUTPUT
                   END-IF
               ELSE
                   MOVE '{"error":"Insert failed"}' TO RESULT-OUTPUT
                   CLOSE LINES-FILE
                   PERFORM RELEASE-LINE-STOCK
               END-IF
           END-IF.

      *    The tier comes off the customer's profile; the promotion
      *    off the order. A promotion quoted while it was running is
      *    honoured for every line of that order - the dates are
      *    proved when the code is quoted, not line by line.
       LOOK-UP-LINE-DISCOUNTS.
           MOVE SPACES TO WS-TIER-CODE
           MOVE 0 TO WS-TIER-PCT WS-PROMO-PCT WS-PROMO-MIN
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               MOVE WS-ORDER-CUSTOMER TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   MOVE PROF-PRICE-TIER TO WS-TIER-CODE
               END-IF
               CLOSE PROFILES-FILE
           END-IF
           OPEN INPUT PRICING-FILE
           IF PRICING-FILE-STATUS = "00"
               IF WS-TIER-CODE NOT = SPACES
                   MOVE "TIER" TO PRC-KIND
                   MOVE WS-TIER-CODE TO PRC-CODE
                   READ PRICING-FILE KEY IS PRC-ID
                   IF PRICING-FILE-STATUS = "00"
                       MOVE PRC-PERCENT TO WS-TIER-PCT
                   END-IF
               END-IF
               IF WS-ORDER-PROMO NOT = SPACES
                   MOVE "PROMO" TO PRC-KIND
                   MOVE WS-ORDER-PROMO TO PRC-CODE
                   READ PRICING-FILE KEY IS PRC-ID
                   IF PRICING-FILE-STATUS = "00"
                       MOVE PRC-PERCENT TO WS-PROMO-PCT
                       MOVE PRC-MIN-AMOUNT TO WS-PROMO-MIN
                   END-IF
               END-IF
               CLOSE PRICING-FILE
           END-IF.

      *    A keyed price is taken to be in the order's currency
      *    already and stands. FXRATE hands the rate back at 39 for
      *    12.
       CONVERT-LINE-PRICES.
           MOVE SPACES TO WS-FX-INPUT WS-FX-RESULT
           STRING "CURRENCY:" DELIMITED BY SIZE
               WS-ORDER-CURRENCY DELIMITED BY SIZE
               INTO WS-FX-INPUT
           CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT WS-FX-RESULT
               ON EXCEPTION
                   MOVE '{"error":"FXRATE unavailable"}'
                       TO WS-FX-RESULT
           END-CALL
           MOVE 0 TO WS-FX-RATE
           IF WS-FX-RESULT(1:9) NOT = '{"error":'
               MOVE FUNCTION NUMVAL(WS-FX-RESULT(39:12))
                   TO WS-FX-RATE
           END-IF
           IF WS-FX-RATE = 0
               MOVE "N" TO WS-VALID-FLAG
               IF WS-FX-RESULT(1:9) = '{"error":'
                   MOVE WS-FX-RESULT TO RESULT-OUTPUT
               ELSE
                   MOVE '{"error":"Validation failed",'
                       & '"message":"no usable exchange rate"}'
                       TO RESULT-OUTPUT
               END-IF
           ELSE
               COMPUTE WS-LIST-PRICE ROUNDED
                   = WS-LIST-PRICE / WS-FX-RATE
               IF NOT LINE-PRICE-KEYED
                   MOVE WS-LIST-PRICE TO WS-LINE-PRICE
               END-IF
               COMPUTE WS-PROMO-MIN ROUNDED
                   = WS-PROMO-MIN / WS-FX-RATE
           END-IF.

      *    Called from the sweep for each line already on the order:
      *    its list value towards the promotion's minimum, and what
      *    bringing it down to the promotion would save. Lines from
      *    before pricing rules count at what they were charged and
      *    are never repriced; nor is a keyed price, nor a line the
      *    promotion already priced, nor one whose tier does better.
       NOTE-SWEPT-LINE-PRICE.
           IF LINE-LIST-PRICE IS NUMERIC
               COMPUTE WS-LIST-TOTAL = WS-LIST-TOTAL
                   + LINE-QTY * LINE-LIST-PRICE
               IF LINE-PRICE-BASIS NOT = "M"
                   AND LINE-PRICE-BASIS NOT = "P"
                   AND LINE-DISCOUNT-PCT < WS-PROMO-PCT
                   PERFORM PRICE-LINE-AT-PROMOTION
                   COMPUTE WS-PROMO-SAVING = WS-PROMO-SAVING
                       + LINE-AMOUNT - LINE-QTY * WS-PROMO-UNIT
               END-IF
           ELSE
               ADD LINE-AMOUNT TO WS-LIST-TOTAL
           END-IF.

       PRICE-LINE-AT-PROMOTION.
           COMPUTE WS-PROMO-UNIT ROUNDED =
               LINE-LIST-PRICE * (100 - WS-PROMO-PCT) / 100.

       SETTLE-LINE-PRICE.
           COMPUTE WS-LIST-TOTAL = WS-LIST-TOTAL
               + WS-LINE-QTY * WS-LIST-PRICE
           MOVE "N" TO WS-REPRICE-FLAG
           MOVE SPACES TO WS-LINE-BASIS WS-LINE-DISC-CODE
           MOVE 0 TO WS-LINE-DISC-PCT
           IF LINE-PRICE-KEYED
               MOVE "M" TO WS-LINE-BASIS
           ELSE
               IF WS-TIER-PCT > 0
                   MOVE "T" TO WS-LINE-BASIS
                   MOVE WS-TIER-CODE TO WS-LINE-DISC-CODE
                   MOVE WS-TIER-PCT TO WS-LINE-DISC-PCT
               END-IF
               IF WS-PROMO-PCT > WS-LINE-DISC-PCT
                   AND WS-LIST-TOTAL NOT < WS-PROMO-MIN
                   MOVE "P" TO WS-LINE-BASIS
                   MOVE WS-ORDER-PROMO TO WS-LINE-DISC-CODE
                   MOVE WS-PROMO-PCT TO WS-LINE-DISC-PCT
               END-IF
               COMPUTE WS-LINE-PRICE ROUNDED =
                   WS-LIST-PRICE * (100 - WS-LINE-DISC-PCT) / 100
           END-IF
           IF WS-PROMO-PCT > 0
               AND WS-LIST-TOTAL NOT < WS-PROMO-MIN
               AND WS-PROMO-SAVING > 0
               SET EARLIER-LINES-REPRICE TO TRUE
               SUBTRACT WS-PROMO-SAVING FROM WS-LINES-TOTAL
           END-IF.

      *    Only once the order has taken the lower total: the same
      *    lines the sweep priced the saving on are rewritten at the
      *    promotion's price.
       REPRICE-EARLIER-LINES.
           OPEN I-O LINES-FILE
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
                           PERFORM REPRICE-ONE-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LINES-FILE
           END-IF.

       REPRICE-ONE-LINE.
           IF LINE-NUMBER < WS-NEXT-LINE-NO
               AND LINE-LIST-PRICE IS NUMERIC
               AND LINE-PRICE-BASIS NOT = "M"
               AND LINE-PRICE-BASIS NOT = "P"
               AND LINE-DISCOUNT-PCT < WS-PROMO-PCT
               PERFORM PRICE-LINE-AT-PROMOTION
               MOVE WS-PROMO-UNIT TO LINE-UNIT-PRICE
               COMPUTE LINE-AMOUNT = LINE-QTY * WS-PROMO-UNIT
               MOVE "P" TO LINE-PRICE-BASIS
               MOVE WS-ORDER-PROMO TO LINE-DISCOUNT-CODE
               MOVE WS-PROMO-PCT TO LINE-DISCOUNT-PCT
               REWRITE LINE-RECORD
           END-IF.

       RELEASE-LINE-STOCK.
           IF LINE-STOCK-RESERVED
               MOVE "RELEASE" TO WS-STOCK-ACTION
               PERFORM CALL-LINE-STOCK
           END-IF.

       CALL-LINE-STOCK.
           MOVE WS-LINE-QTY TO WS-QTY-DISP
           MOVE SPACES TO WS-STOCK-INPUT WS-STOCK-RESULT
           STRING "SKU:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-SKU) DELIMITED BY SIZE
               "|QTY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
               INTO WS-STOCK-INPUT
           CALL "INVENTORY" USING WS-STOCK-ACTION WS-STOCK-INPUT
               WS-STOCK-RESULT
               ON EXCEPTION
                   MOVE '{"error":"INVENTORY unavailable"}'
                       TO WS-STOCK-RESULT
           END-CALL.

       ROLL-BACK-LINE.
           OPEN I-O LINES-FILE
           IF LINES-FILE-STATUS = "00"
           END-IF.

       BUILD-LINE-RESULT.
           EVALUATE LINE-PRICE-BASIS
               WHEN "T"
                   MOVE "TIER" TO WS-BASIS-WORD
               WHEN "P"
                   MOVE "PROMO" TO WS-BASIS-WORD
               WHEN "M"
                   MOVE "KEYED" TO WS-BASIS-WORD
               WHEN OTHER
                   MOVE "LIST" TO WS-BASIS-WORD
           END-EVALUATE
           MOVE LINE-LIST-PRICE TO WS-LIST-DISP
           MOVE LINE-DISCOUNT-PCT TO WS-PCT-DISP
           MOVE LINE-NUMBER TO WS-LINE-DISP
           MOVE LINE-QTY TO WS-QTY-DISP
           MOVE LINE-UNIT-PRICE TO WS-PRICE-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"order":"' FUNCTION TRIM(LINE-ORDER-KEY)
               '","line":' FUNCTION TRIM(WS-LINE-DISP)
               ',"sku":"' FUNCTION TRIM(LINE-SKU)
               '","desc":"' FUNCTION TRIM(LINE-DESC)
               '","qty":' FUNCTION TRIM(WS-QTY-DISP)
               ',"list_price":' FUNCTION TRIM(WS-LIST-DISP)
               ',"price":' FUNCTION TRIM(WS-PRICE-DISP)
               ',"priced_by":"' FUNCTION TRIM(WS-BASIS-WORD)
               '","discount_code":"' FUNCTION TRIM(LINE-DISCOUNT-CODE)
               '","discount_pct":' FUNCTION TRIM(WS-PCT-DISP)
               ',"amount":' FUNCTION TRIM(WS-AMOUNT-DISP)
               ',"order_total":' FUNCTION TRIM(WS-TOTAL-DISP)
               '}'
      *    overrunning it, the same guard BASEMODEL's listing rows
      *    apply.
       APPEND-LINE-ROW.
           IF LINE-LIST-PRICE IS NUMERIC
               MOVE LINE-LIST-PRICE TO WS-LIST-DISP
           ELSE
               MOVE LINE-UNIT-PRICE TO WS-LIST-DISP
           END-IF
           MOVE LINE-NUMBER TO WS-LINE-DISP
           MOVE LINE-QTY TO WS-QTY-DISP
           MOVE LINE-UNIT-PRICE TO WS-PRICE-DISP
           MOVE LINE-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-ROW-JSON
           STRING '{"line":' FUNCTION TRIM(WS-LINE-DISP)
               ',"sku":"' FUNCTION TRIM(LINE-SKU)
               '","desc":"' FUNCTION TRIM(LINE-DESC)
               '","qty":' FUNCTION TRIM(WS-QTY-DISP)
               ',"list_price":' FUNCTION TRIM(WS-LIST-DISP)
               ',"price":' FUNCTION TRIM(WS-PRICE-DISP)
               ',"amount":' FUNCTION TRIM(WS-AMOUNT-DISP)
               '}'

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One record per quotation and one per line it quotes
      *    (layout in QuoteRecord.cpy), indexed on the customer and
      *    on the order an accepted quote was made into.
           SELECT QUOTES-FILE ASSIGN TO QUOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-ID
               ALTERNATE RECORD KEY IS QUO-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS QUO-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUOTES-FILE-STATUS.
      *    Same base layout, renamed so the quote can be tied to a
      *    live customer and the document can name them.
           SELECT CUSTOMERS-FILE ASSIGN TO CUSTOMERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS CUST-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMERS-FILE-STATUS.
      *    Quote lines are priced the way ORDERLINES prices an order
      *    line: the catalog, the customer's tier and currency.
           SELECT PRODUCTS-FILE ASSIGN TO PRODUCTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               ALTERNATE RECORD KEY IS PROD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS PRODUCTS-FILE-STATUS.
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
      *    The quote document sent to the customer.
           SELECT DOCUMENT-FILE ASSIGN TO DOCUMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-FILE-STATUS.
      *    Order keys for accepted quotes come from a one-line
      *    counter file, the same allocation ORDERRECEIVE uses for
      *    partner POs.
           SELECT SEQ-FILE
               ASSIGN TO "storage/framework/quote-order.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTES-FILE.
       01 QUOTE-RECORD.
           COPY "QuoteRecord.cpy".

       FD  CUSTOMERS-FILE.
       01 CUSTOMER-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CUST-==.

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

       FD  DOCUMENT-FILE.
       01 DOC-LINE PIC X(80).

       FD  SEQ-FILE.
       01 SEQ-LINE PIC X(12).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 QUOTES-FILE-STATUS PIC XX.
       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 PRODUCTS-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 PRICING-FILE-STATUS PIC XX.
       01 DOCUMENT-FILE-STATUS PIC XX.
       01 SEQ-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 QUOTES-PATH PIC X(100) VALUE
           "database/quotes.db".
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 PRICING-PATH PIC X(100) VALUE
           "database/pricing.db".
       01 DOCUMENT-PATH PIC X(100).
      *    A quote in the base currency carries no currency of its
      *    own; it is shown as APP_CURRENCY, as FXRATE reads it.
       01 WS-BASE-CURRENCY PIC X(3).

       01 WS-NOW PIC X(19).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01 WS-TODAY-DATE PIC X(10).

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).

      *    KEY names the quote; CUSTOMER, NAME and VALID describe a
      *    new one; SKU, QTY and PRICE a line being added; STATUS
      *    moves it on (or filters a list, with CUSTOMER and PAGE);
      *    ORDER finds the quote an order was made from.
       01 WS-QUOTE-KEY PIC X(20).
       01 WS-CUSTOMER-KEY PIC X(20).
       01 WS-ORDER-FILTER PIC X(20).
       01 WS-NEW-NAME PIC X(60).
       01 WS-NEW-VALID PIC X(10).
       01 WS-NEW-STATUS PIC X(10).
       01 WS-LINE-SKU PIC X(16).
       01 WS-SKU-TEXT PIC X(60).
       01 WS-LINE-QTY PIC 9(5).
       01 WS-LINE-PRICE PIC 9(7)V99.
       01 WS-PAGE PIC 9(4).
       01 WS-FIELDS-PRESENT.
           05 WS-KEY-PRESENT PIC X VALUE "N".
               88 KEY-WAS-PROVIDED VALUE "Y".
           05 WS-CUSTOMER-PRESENT PIC X VALUE "N".
               88 CUSTOMER-WAS-PROVIDED VALUE "Y".
           05 WS-ORDER-PRESENT PIC X VALUE "N".
               88 ORDER-WAS-PROVIDED VALUE "Y".
           05 WS-NAME-PRESENT PIC X VALUE "N".
               88 NAME-WAS-PROVIDED VALUE "Y".
           05 WS-VALID-PRESENT PIC X VALUE "N".
               88 VALID-WAS-PROVIDED VALUE "Y".
           05 WS-STATUS-PRESENT PIC X VALUE "N".
               88 STATUS-WAS-PROVIDED VALUE "Y".
           05 WS-SKU-PRESENT PIC X VALUE "N".
               88 SKU-WAS-PROVIDED VALUE "Y".
           05 WS-SKU-INVALID PIC X VALUE "N".
               88 SKU-IS-TOO-LONG VALUE "Y".
           05 WS-QTY-PRESENT PIC X VALUE "N".
               88 QTY-WAS-PROVIDED VALUE "Y".
           05 WS-PRICE-PRESENT PIC X VALUE "N".
               88 PRICE-WAS-PROVIDED VALUE "Y".
       01 WS-VALID-FLAG PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-VALID-MESSAGE PIC X(80).

      *    A quote stands for this many days unless VALID says
      *    otherwise.
       01 WS-VALID-DAYS PIC 9(3) VALUE 30.
       01 WS-VALID-NUM PIC 9(8).
       01 WS-VALID-TEXT REDEFINES WS-VALID-NUM PIC X(8).

      *    The quote as read, worked on here and written back in one
      *    REWRITE; the stamp it was read at proves nobody else
      *    moved it on in between.
       01 WS-QUOTE-HEADER.
           COPY "QuoteRecord.cpy"
               REPLACING LEADING ==QUO-== BY ==QH-==.
       01 WS-READ-STAMP PIC X(19).
       01 WS-FOUND-FLAG PIC X VALUE "N".
           88 QUOTE-WAS-FOUND VALUE "Y".
       01 WS-QUOTES-OPEN-FLAG PIC X VALUE "N".
           88 QUOTES-ARE-OPEN VALUE "Y".

      *    The quote's lines, for the document and for the order an
      *    accepted quote becomes.
       01 WS-QL-LIMIT PIC 9(2) VALUE 50.
       01 WS-QL-USED PIC 9(2).
       01 WS-QL-TABLE.
           05 WS-QL-ENTRY OCCURS 50 TIMES.
               10 WS-QL-LINE PIC 9(4).
               10 WS-QL-SKU PIC X(16).
               10 WS-QL-DESC PIC X(60).
               10 WS-QL-QTY PIC 9(5).
               10 WS-QL-UNIT PIC 9(7)V99.
               10 WS-QL-AMOUNT PIC 9(9)V99.
       01 WS-QL-IX PIC 9(2).

       01 WS-CUST-NAME PIC X(100).
       01 WS-CUST-CURRENCY PIC X(3).

      *    Line pricing, as ORDERLINES does it short of promotions
      *    (a promotion is quoted on the order, not the quote): the
      *    list price less the customer's tier, converted to the
      *    quote currency; a keyed price stands as keyed.
       01 WS-LINE-DESC PIC X(60).
       01 WS-LIST-PRICE PIC 9(7)V99.
       01 WS-LINE-AMOUNT PIC 9(9)V99.
       01 WS-PRICE-KEYED-FLAG PIC X VALUE "N".
           88 LINE-PRICE-KEYED VALUE "Y".
       01 WS-TIER-CODE PIC X(12).
       01 WS-TIER-PCT PIC 9(2)V99.
       01 WS-LINE-BASIS PIC X(1).
       01 WS-LINE-PCT PIC 9(2)V99.
       01 WS-BASIS-WORD PIC X(5).
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-FX-RATE PIC 9(5)V9(6).

      *    Acceptance: the order and its lines go in through the
      *    models, as if the desk had keyed them at the quoted
      *    prices.
       01 WS-ORDER-KEY PIC X(20).
       01 WS-ORDER-SEQ PIC 9(6) VALUE 0.
       01 WS-ORDER-SEQ-DISP PIC 9(6).
       01 WS-KEY-TRIES PIC 99.
       01 WS-ORDER-FLAG PIC X VALUE "N".
           88 ORDER-WAS-CREATED VALUE "Y".
       01 WS-LINE-FAILED PIC X VALUE "N".
           88 LINE-WAS-REFUSED VALUE "Y".
       01 WS-REASON PIC X(60).
       01 WS-MODEL-ACTION PIC X(20).
       01 WS-MODEL-INPUT PIC X(500).
       01 WS-MODEL-RESULT PIC X(500).

       01 WS-DOC-FLAG PIC X VALUE "N".
           88 DOCUMENT-WAS-WRITTEN VALUE "Y".

       01 WS-TOTAL-DISP PIC Z(10)9.99.
       01 WS-AMOUNT-DISP PIC Z(8)9.99.
       01 WS-PRICE-DISP PIC Z(6)9.99.
       01 WS-LIST-DISP PIC Z(6)9.99.
       01 WS-PCT-DISP PIC Z9.99.
       01 WS-QTY-DISP PIC ZZZZ9.
       01 WS-LINE-DISP PIC ZZZ9.
       01 WS-COUNT-DISP PIC ZZZ9.
       01 WS-PAGE-DISP PIC ZZZ9.
       01 WS-CURRENCY PIC X(3).

       01 WS-PAGE-SIZE PIC 9(4) VALUE 3.
       01 WS-LINE-PAGE-SIZE PIC 9(4) VALUE 4.
       01 WS-SKIP-COUNT PIC 9(4).
       01 WS-ROWS-BUFFER PIC X(440).
       01 WS-ROWS-PTR PIC 9(4).
       01 WS-ROW-JSON PIC X(200).
       01 WS-ROW-JSON-LEN PIC 9(4).
       01 WS-ROW-COUNT PIC 9(4).
       01 WS-MATCH-COUNT PIC 9(4).

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
       01 RESULT-OUTPUT PIC X(500).

       PROCEDURE DIVISION USING ACTION DATA-INPUT RESULT-OUTPUT.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
               WS-TODAY(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           EVALUATE ACTION
               WHEN "INSERT"
                   PERFORM DO-INSERT-QUOTE
               WHEN "ADDLINE"
                   PERFORM DO-ADD-QUOTE-LINE
               WHEN "UPDATE"
                   PERFORM DO-UPDATE-QUOTE
               WHEN "SELECT"
                   PERFORM DO-SELECT-QUOTES
               WHEN "LINES"
                   PERFORM DO-SELECT-QUOTE-LINES
               WHEN "DOCUMENT"
                   PERFORM DO-LOCATE-DOCUMENT
               WHEN OTHER
                   MOVE '{"error":"Invalid action"}' TO RESULT-OUTPUT
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           MOVE SPACES TO WS-BASE-CURRENCY
           ACCEPT QUOTES-PATH FROM ENVIRONMENT "DB_QUOTES"
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           ACCEPT PRICING-PATH FROM ENVIRONMENT "DB_PRICING"
           ACCEPT WS-BASE-CURRENCY FROM ENVIRONMENT "APP_CURRENCY"
           IF FUNCTION TRIM(QUOTES-PATH) = SPACES
               OR FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               OR FUNCTION TRIM(PRICING-PATH) = SPACES
               OR WS-BASE-CURRENCY = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(QUOTES-PATH) = SPACES
               MOVE "database/quotes.db" TO QUOTES-PATH
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               MOVE "database/customers.db" TO CUSTOMERS-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF
           IF FUNCTION TRIM(PRICING-PATH) = SPACES
               MOVE "database/pricing.db" TO PRICING-PATH
           END-IF
           IF WS-BASE-CURRENCY = SPACES
               MOVE "GBP" TO WS-BASE-CURRENCY
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BASE-CURRENCY)
               TO WS-BASE-CURRENCY.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       EVALUATE TRUE
                           WHEN ENV-FILE-LINE(1:10) = "DB_QUOTES="
                               AND FUNCTION TRIM(QUOTES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO QUOTES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_CUSTOMERS="
                               AND FUNCTION TRIM(CUSTOMERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO CUSTOMERS-PATH
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
                           WHEN ENV-FILE-LINE(1:13) = "APP_CURRENCY="
                               AND WS-BASE-CURRENCY = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO WS-BASE-CURRENCY
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Same "KEY:value|..." shape BASEMODEL's PARSE-DATA-INPUT
      *    reads. A bare customer number is taken as CUST-<n> and a
      *    bare order number as ORD-<n>, the way their routes
      *    address them.
       PARSE-QUOTE-INPUT.
           MOVE SPACES TO WS-QUOTE-KEY WS-CUSTOMER-KEY
               WS-ORDER-FILTER WS-NEW-NAME WS-NEW-VALID
               WS-NEW-STATUS WS-LINE-SKU WS-VALID-MESSAGE
           MOVE 0 TO WS-LINE-QTY WS-LINE-PRICE
           MOVE 1 TO WS-PAGE
           MOVE "N" TO WS-KEY-PRESENT WS-CUSTOMER-PRESENT
               WS-ORDER-PRESENT WS-NAME-PRESENT WS-VALID-PRESENT
               WS-STATUS-PRESENT WS-SKU-PRESENT WS-SKU-INVALID
               WS-QTY-PRESENT WS-PRICE-PRESENT
           MOVE 1 TO WS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-INPUT))
               TO WS-DI-LEN

           PERFORM UNTIL WS-PTR > WS-DI-LEN
               MOVE SPACES TO WS-SEG
               UNSTRING DATA-INPUT DELIMITED BY "|"
                   INTO WS-SEG
                   WITH POINTER WS-PTR
               PERFORM ASSIGN-QUOTE-FIELD
           END-PERFORM.

       ASSIGN-QUOTE-FIELD.
           MOVE SPACES TO WS-FIELD-NAME WS-FIELD-VALUE
           UNSTRING WS-SEG DELIMITED BY ":"
               INTO WS-FIELD-NAME WS-FIELD-VALUE
           EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
               WHEN "KEY"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-QUOTE-KEY
                   SET KEY-WAS-PROVIDED TO TRUE
               WHEN "CUSTOMER"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-CUSTOMER-KEY
                   IF WS-CUSTOMER-KEY NOT = SPACES
                       AND WS-CUSTOMER-KEY(1:5) NOT = "CUST-"
                       MOVE SPACES TO WS-CUSTOMER-KEY
                       STRING "CUST-" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIELD-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-CUSTOMER-KEY
                   END-IF
                   SET CUSTOMER-WAS-PROVIDED TO TRUE
               WHEN "ORDER"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-ORDER-FILTER
                   IF WS-ORDER-FILTER NOT = SPACES
                       AND WS-ORDER-FILTER(1:4) NOT = "ORD-"
                       MOVE SPACES TO WS-ORDER-FILTER
                       STRING "ORD-" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIELD-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-ORDER-FILTER
                   END-IF
                   SET ORDER-WAS-PROVIDED TO TRUE
               WHEN "NAME"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-NAME
                   SET NAME-WAS-PROVIDED TO TRUE
               WHEN "VALID"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-VALID
                   SET VALID-WAS-PROVIDED TO TRUE
                   PERFORM CHECK-VALID-DATE
               WHEN "STATUS"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-STATUS
                   SET STATUS-WAS-PROVIDED TO TRUE
      *    SKUs are upper-cased and length-checked the way ORDERLINES
      *    takes them.
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
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) >= 1
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) <= 99999
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-LINE-QTY
                       SET QTY-WAS-PROVIDED TO TRUE
                   ELSE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "qty must be a positive number"
                           TO WS-VALID-MESSAGE
                   END-IF
               WHEN "PRICE"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) >= 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) < 10000000
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-LINE-PRICE
                       SET PRICE-WAS-PROVIDED TO TRUE
                   ELSE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "price must be a number"
                           TO WS-VALID-MESSAGE
                   END-IF
               WHEN "PAGE"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) >= 1
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) <= 9999
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-PAGE
                   ELSE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "page must be a whole number from 1"
                           TO WS-VALID-MESSAGE
                   END-IF
           END-EVALUATE.

      *    A real calendar date in the YYYY-MM-DD shape the order
      *    routes take.
       CHECK-VALID-DATE.
           MOVE 0 TO WS-VALID-NUM
           IF WS-NEW-VALID(1:4) IS NUMERIC
               AND WS-NEW-VALID(5:1) = "-"
               AND WS-NEW-VALID(6:2) IS NUMERIC
               AND WS-NEW-VALID(8:1) = "-"
               AND WS-NEW-VALID(9:2) IS NUMERIC
               STRING WS-NEW-VALID(1:4) WS-NEW-VALID(6:2)
                   WS-NEW-VALID(9:2) DELIMITED BY SIZE
                   INTO WS-VALID-TEXT
           END-IF
           IF WS-VALID-NUM = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-VALID-NUM) NOT = 0
               MOVE "N" TO WS-VALID-FLAG
               MOVE "valid must be a date (YYYY-MM-DD)"
                   TO WS-VALID-MESSAGE
           END-IF.

       BUILD-VALIDATION-ERROR.
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"error":"Validation failed","message":"'
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALID-MESSAGE) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

       REFUSE-QUOTE-INPUT.
           MOVE "N" TO WS-VALID-FLAG
           PERFORM BUILD-VALIDATION-ERROR.

      *    A new quote starts as a DRAFT with no lines, in the
      *    currency the customer is invoiced in.
       DO-INSERT-QUOTE.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-QUOTE-INPUT

           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN NOT KEY-WAS-PROVIDED OR WS-QUOTE-KEY = SPACES
                   MOVE "quote key is required" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN NOT CUSTOMER-WAS-PROVIDED
                   OR WS-CUSTOMER-KEY = SPACES
                   MOVE "customer is required" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN NOT NAME-WAS-PROVIDED OR WS-NEW-NAME = SPACES
                   MOVE "name is required" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN VALID-WAS-PROVIDED
                   AND WS-NEW-VALID < WS-TODAY-DATE
                   MOVE "valid must not be in the past"
                       TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
           END-EVALUATE

           IF INPUT-IS-VALID AND NOT VALID-WAS-PROVIDED
               COMPUTE WS-VALID-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   + WS-VALID-DAYS)
               MOVE SPACES TO WS-NEW-VALID
               STRING WS-VALID-TEXT(1:4) "-" WS-VALID-TEXT(5:2) "-"
                   WS-VALID-TEXT(7:2) DELIMITED BY SIZE
                   INTO WS-NEW-VALID
           END-IF

           IF INPUT-IS-VALID
               PERFORM CHECK-QUOTE-CUSTOMER
           END-IF

           IF INPUT-IS-VALID
               PERFORM WRITE-QUOTE-HEADER
           END-IF.

      *    A quote is made out only to a live customer - missing or
      *    soft-deleted is refused, the rule BASEMODEL applies to
      *    orders. The name is kept for the document.
       CHECK-QUOTE-CUSTOMER.
           MOVE SPACES TO WS-CUST-NAME WS-CUST-CURRENCY
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-FILE-STATUS = "00"
               MOVE WS-CUSTOMER-KEY TO CUST-KEY
               READ CUSTOMERS-FILE KEY IS CUST-KEY
               IF CUSTOMERS-FILE-STATUS = "00"
                   AND CUST-DELETED-AT NOT = SPACES
                   MOVE "23" TO CUSTOMERS-FILE-STATUS
               END-IF
               IF CUSTOMERS-FILE-STATUS = "00"
                   MOVE CUST-NAME TO WS-CUST-NAME
               END-IF
               CLOSE CUSTOMERS-FILE
           END-IF
           IF WS-CUST-NAME = SPACES
               MOVE "customer does not exist" TO WS-VALID-MESSAGE
               PERFORM REFUSE-QUOTE-INPUT
           ELSE
               PERFORM LOOK-UP-CUSTOMER-CURRENCY
           END-IF.

      *    No profile, or none naming a currency, is the base
      *    currency - the same reading BASEMODEL gives a new order.
       LOOK-UP-CUSTOMER-CURRENCY.
           MOVE SPACES TO WS-CUST-CURRENCY
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               MOVE WS-CUSTOMER-KEY TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   MOVE PROF-CURRENCY TO WS-CUST-CURRENCY
               END-IF
               CLOSE PROFILES-FILE
           END-IF.

       WRITE-QUOTE-HEADER.
           PERFORM OPEN-QUOTES-IO
           IF NOT QUOTES-ARE-OPEN
               MOVE '{"error":"Insert failed"}' TO RESULT-OUTPUT
           ELSE
               MOVE SPACES TO QUOTE-RECORD
               MOVE WS-QUOTE-KEY TO QUO-KEY
               MOVE 0 TO QUO-LINE
               MOVE WS-CUSTOMER-KEY TO QUO-CUSTOMER-KEY
               MOVE WS-NOW TO QUO-CREATED-AT QUO-UPDATED-AT
               MOVE WS-NEW-NAME TO QUO-NAME
               MOVE "DRAFT" TO QUO-STATUS
               MOVE WS-TODAY-DATE TO QUO-QUOTE-DATE
               MOVE WS-NEW-VALID TO QUO-VALID-UNTIL
               MOVE WS-CUST-CURRENCY TO QUO-CURRENCY
               MOVE 0 TO QUO-TOTAL QUO-LINE-COUNT
               WRITE QUOTE-RECORD
               EVALUATE QUOTES-FILE-STATUS
                   WHEN "00"
                       MOVE QUOTE-RECORD TO WS-QUOTE-HEADER
                       PERFORM BUILD-QUOTE-RESULT
                   WHEN "22"
                       MOVE '{"error":"Duplicate key"}'
                           TO RESULT-OUTPUT
                   WHEN OTHER
                       MOVE '{"error":"Insert failed"}'
                           TO RESULT-OUTPUT
               END-EVALUATE
               PERFORM CLOSE-QUOTES-FILE
           END-IF.

      *    Lines go onto a DRAFT only: once the document has gone out
      *    the customer holds the figures, and a change means a new
      *    quote.
       DO-ADD-QUOTE-LINE.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-QUOTE-INPUT

           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN NOT KEY-WAS-PROVIDED OR WS-QUOTE-KEY = SPACES
                   MOVE "quote key is required" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN NOT SKU-WAS-PROVIDED OR WS-LINE-SKU = SPACES
                   MOVE "sku is required" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN SKU-IS-TOO-LONG
                   MOVE "sku does not exist" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN NOT QTY-WAS-PROVIDED
                   MOVE "qty must be a positive number"
                       TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM OPEN-QUOTES-IO
               PERFORM READ-QUOTE-HEADER
               EVALUATE TRUE
                   WHEN NOT QUOTE-WAS-FOUND
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Record not found"}'
                           TO RESULT-OUTPUT
                   WHEN NOT QH-IS-DRAFT
                       MOVE "only a DRAFT quote can take lines"
                           TO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
                   WHEN QH-LINE-COUNT >= WS-QL-LIMIT
                       MOVE "a quote carries at most 50 lines"
                           TO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
               END-EVALUATE

               IF INPUT-IS-VALID
                   MOVE QH-CUSTOMER-KEY TO WS-CUSTOMER-KEY
                   PERFORM CHECK-LINE-PRODUCT
               END-IF
               IF INPUT-IS-VALID
                   PERFORM LOOK-UP-TIER-DISCOUNT
                   IF QH-CURRENCY NOT = SPACES
                       PERFORM CONVERT-LINE-PRICES
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   PERFORM SETTLE-LINE-PRICE
                   PERFORM WRITE-QUOTE-LINE
               END-IF
               PERFORM CLOSE-QUOTES-FILE
           END-IF.

      *    Every line names a live catalog product, described as the
      *    catalog describes it - the same rule ORDERLINES applies,
      *    so a quoted line cannot fail to become an order line.
       CHECK-LINE-PRODUCT.
           MOVE "N" TO WS-PRICE-KEYED-FLAG
           IF PRICE-WAS-PROVIDED
               SET LINE-PRICE-KEYED TO TRUE
           END-IF
           MOVE SPACES TO WS-LINE-DESC
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
                       MOVE "sku is inactive" TO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
                   ELSE
                       MOVE PROD-NAME TO WS-LINE-DESC
                       MOVE PROD-AMOUNT TO WS-LIST-PRICE
                       IF NOT PRICE-WAS-PROVIDED
                           MOVE PROD-AMOUNT TO WS-LINE-PRICE
                       END-IF
                   END-IF
               ELSE
                   MOVE "sku does not exist" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               END-IF
               CLOSE PRODUCTS-FILE
           ELSE
               MOVE "sku does not exist" TO WS-VALID-MESSAGE
               PERFORM REFUSE-QUOTE-INPUT
           END-IF.

       LOOK-UP-TIER-DISCOUNT.
           MOVE SPACES TO WS-TIER-CODE
           MOVE 0 TO WS-TIER-PCT
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               MOVE WS-CUSTOMER-KEY TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   MOVE PROF-PRICE-TIER TO WS-TIER-CODE
               END-IF
               CLOSE PROFILES-FILE
           END-IF
           IF WS-TIER-CODE NOT = SPACES
               OPEN INPUT PRICING-FILE
               IF PRICING-FILE-STATUS = "00"
                   MOVE "TIER" TO PRC-KIND
                   MOVE WS-TIER-CODE TO PRC-CODE
                   READ PRICING-FILE KEY IS PRC-ID
                   IF PRICING-FILE-STATUS = "00"
                       MOVE PRC-PERCENT TO WS-TIER-PCT
                   END-IF
                   CLOSE PRICING-FILE
               END-IF
           END-IF.

      *    A keyed price is taken to be in the quote's currency
      *    already and stands. FXRATE hands the rate back at 39 for
      *    12.
       CONVERT-LINE-PRICES.
           MOVE SPACES TO WS-FX-INPUT WS-FX-RESULT
           STRING "CURRENCY:" DELIMITED BY SIZE
               QH-CURRENCY DELIMITED BY SIZE
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
                   MOVE "no usable exchange rate" TO WS-VALID-MESSAGE
                   PERFORM BUILD-VALIDATION-ERROR
               END-IF
           ELSE
               COMPUTE WS-LIST-PRICE ROUNDED
                   = WS-LIST-PRICE / WS-FX-RATE
               IF NOT LINE-PRICE-KEYED
                   MOVE WS-LIST-PRICE TO WS-LINE-PRICE
               END-IF
           END-IF.

       SETTLE-LINE-PRICE.
           MOVE SPACES TO WS-LINE-BASIS
           MOVE 0 TO WS-LINE-PCT
           IF LINE-PRICE-KEYED
               MOVE "M" TO WS-LINE-BASIS
           ELSE
               IF WS-TIER-PCT > 0
                   MOVE "T" TO WS-LINE-BASIS
                   MOVE WS-TIER-PCT TO WS-LINE-PCT
               END-IF
               COMPUTE WS-LINE-PRICE ROUNDED =
                   WS-LIST-PRICE * (100 - WS-LINE-PCT) / 100
           END-IF
           COMPUTE WS-LINE-AMOUNT = WS-LINE-QTY * WS-LINE-PRICE.

      *    The line and the quote total it adds to go together: a
      *    total that cannot be rewritten takes the line back out.
       WRITE-QUOTE-LINE.
           MOVE SPACES TO QUOTE-RECORD
           MOVE WS-QUOTE-KEY TO QUO-KEY
           COMPUTE QUO-LINE = QH-LINE-COUNT + 1
           MOVE QH-CUSTOMER-KEY TO QUO-CUSTOMER-KEY
           MOVE WS-NOW TO QUO-CREATED-AT QUO-UPDATED-AT
           MOVE WS-LINE-SKU TO QUO-SKU
           MOVE WS-LINE-DESC TO QUO-DESC
           MOVE WS-LINE-QTY TO QUO-QTY
           MOVE WS-LINE-PRICE TO QUO-UNIT-PRICE
           MOVE WS-LIST-PRICE TO QUO-LIST-PRICE
           MOVE WS-LINE-AMOUNT TO QUO-LINE-AMOUNT
           MOVE WS-LINE-PCT TO QUO-DISCOUNT-PCT
           MOVE WS-LINE-BASIS TO QUO-PRICE-BASIS
           WRITE QUOTE-RECORD
           IF QUOTES-FILE-STATUS NOT = "00"
               MOVE '{"error":"Insert failed"}' TO RESULT-OUTPUT
           ELSE
               ADD WS-LINE-AMOUNT TO QH-TOTAL
               ADD 1 TO QH-LINE-COUNT
               MOVE WS-NOW TO QH-UPDATED-AT
               MOVE WS-QUOTE-HEADER TO QUOTE-RECORD
               REWRITE QUOTE-RECORD
               IF QUOTES-FILE-STATUS = "00"
                   PERFORM BUILD-LINE-RESULT
               ELSE
                   MOVE WS-QUOTE-KEY TO QUO-KEY
                   MOVE QH-LINE-COUNT TO QUO-LINE
                   DELETE QUOTES-FILE RECORD
                   MOVE '{"error":"Insert failed"}' TO RESULT-OUTPUT
               END-IF
           END-IF.

       BUILD-LINE-RESULT.
           EVALUATE WS-LINE-BASIS
               WHEN "M"
                   MOVE "keyed" TO WS-BASIS-WORD
               WHEN "T"
                   MOVE "tier" TO WS-BASIS-WORD
               WHEN OTHER
                   MOVE "list" TO WS-BASIS-WORD
           END-EVALUATE
           MOVE QH-LINE-COUNT TO WS-LINE-DISP
           MOVE WS-LINE-QTY TO WS-QTY-DISP
           MOVE WS-LINE-PRICE TO WS-PRICE-DISP
           MOVE WS-LIST-PRICE TO WS-LIST-DISP
           MOVE WS-LINE-PCT TO WS-PCT-DISP
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISP
           MOVE QH-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"quote":"' FUNCTION TRIM(WS-QUOTE-KEY)
               '","line":' FUNCTION TRIM(WS-LINE-DISP)
               ',"sku":"' FUNCTION TRIM(WS-LINE-SKU)
               '","description":"' FUNCTION TRIM(WS-LINE-DESC)
               '","qty":' FUNCTION TRIM(WS-QTY-DISP)
               ',"unit_price":' FUNCTION TRIM(WS-PRICE-DISP)
               ',"list_price":' FUNCTION TRIM(WS-LIST-DISP)
               ',"discount_pct":' FUNCTION TRIM(WS-PCT-DISP)
               ',"basis":"' FUNCTION TRIM(WS-BASIS-WORD)
               '","amount":' FUNCTION TRIM(WS-AMOUNT-DISP)
               ',"quote_total":' FUNCTION TRIM(WS-TOTAL-DISP)
               '}'
               DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    STATUS moves a quote on: SENT writes the document for the
      *    customer (again, if it is re-sent), DECLINED closes it,
      *    ACCEPTED makes it into an order. NAME and VALID can be
      *    changed on a DRAFT, or on a SENT quote as it is re-sent.
      *    EXPIRED is quotes:expire's to set.
       DO-UPDATE-QUOTE.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE "N" TO WS-ORDER-FLAG
           PERFORM PARSE-QUOTE-INPUT

           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN NOT KEY-WAS-PROVIDED OR WS-QUOTE-KEY = SPACES
                   MOVE "quote key is required" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN NOT STATUS-WAS-PROVIDED AND NOT NAME-WAS-PROVIDED
                   AND NOT VALID-WAS-PROVIDED
                   MOVE "status, name or valid is required"
                       TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN STATUS-WAS-PROVIDED
                   AND WS-NEW-STATUS NOT = "SENT"
                   AND WS-NEW-STATUS NOT = "ACCEPTED"
                   AND WS-NEW-STATUS NOT = "DECLINED"
                   MOVE "status must be SENT, ACCEPTED or DECLINED"
                       TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN NAME-WAS-PROVIDED AND WS-NEW-NAME = SPACES
                   MOVE "name must not be blank" TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
               WHEN VALID-WAS-PROVIDED
                   AND WS-NEW-VALID < WS-TODAY-DATE
                   MOVE "valid must not be in the past"
                       TO WS-VALID-MESSAGE
                   PERFORM REFUSE-QUOTE-INPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM OPEN-QUOTES-IO
               PERFORM READ-QUOTE-HEADER
               IF QUOTE-WAS-FOUND
                   PERFORM LOAD-QUOTE-LINES
               END-IF
               PERFORM CLOSE-QUOTES-FILE
               IF QUOTE-WAS-FOUND
                   PERFORM CHECK-QUOTE-CHANGE
               ELSE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               END-IF
           END-IF

           IF INPUT-IS-VALID
               EVALUATE WS-NEW-STATUS
                   WHEN "SENT"
                       PERFORM SEND-QUOTE
                   WHEN "DECLINED"
                       MOVE "DECLINED" TO QH-STATUS
                       MOVE WS-TODAY-DATE TO QH-DECIDED-DATE
                   WHEN "ACCEPTED"
                       PERFORM ACCEPT-QUOTE
               END-EVALUATE
           END-IF

           IF INPUT-IS-VALID
               PERFORM SAVE-QUOTE-HEADER
               IF NOT INPUT-IS-VALID AND ORDER-WAS-CREATED
                   PERFORM WITHDRAW-QUOTE-ORDER
               END-IF
           END-IF.

      *    Edits first, so a quote re-sent with a later VALID is
      *    judged on the date the customer will now see.
       CHECK-QUOTE-CHANGE.
           IF (NAME-WAS-PROVIDED OR VALID-WAS-PROVIDED)
               AND NOT QH-IS-DRAFT
               AND NOT (QH-IS-SENT AND WS-NEW-STATUS = "SENT")
               MOVE "only a DRAFT quote, or one being re-sent, can"
                   & " be changed" TO WS-VALID-MESSAGE
               PERFORM REFUSE-QUOTE-INPUT
           END-IF
           IF INPUT-IS-VALID
               IF NAME-WAS-PROVIDED
                   MOVE WS-NEW-NAME TO QH-NAME
               END-IF
               IF VALID-WAS-PROVIDED
                   MOVE WS-NEW-VALID TO QH-VALID-UNTIL
               END-IF
               EVALUATE TRUE
                   WHEN WS-NEW-STATUS = "SENT" AND NOT QH-IS-OPEN
                       MOVE "only a DRAFT or SENT quote can be sent"
                           TO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
                   WHEN WS-NEW-STATUS = "SENT" AND QH-LINE-COUNT = 0
                       MOVE "a quote with no lines cannot be sent"
                           TO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
                   WHEN WS-NEW-STATUS = "DECLINED"
                       AND NOT QH-IS-OPEN
                       MOVE "only a DRAFT or SENT quote can be"
                           & " declined" TO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
                   WHEN WS-NEW-STATUS = "ACCEPTED"
                       AND NOT QH-IS-SENT
                       MOVE "only a SENT quote can be accepted"
                           TO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
                   WHEN (WS-NEW-STATUS = "SENT"
                           OR WS-NEW-STATUS = "ACCEPTED")
                       AND QH-VALID-UNTIL < WS-TODAY-DATE
                       MOVE SPACES TO WS-VALID-MESSAGE
                       STRING "quote was valid until " QH-VALID-UNTIL
                           DELIMITED BY SIZE
                           INTO WS-VALID-MESSAGE
                       PERFORM REFUSE-QUOTE-INPUT
               END-EVALUATE
           END-IF.

      *    The quote only counts as sent once the customer's copy is
      *    on file to be sent.
       SEND-QUOTE.
           PERFORM LOOK-UP-DOCUMENT-CUSTOMER
           PERFORM WRITE-QUOTE-DOCUMENT
           IF DOCUMENT-WAS-WRITTEN
               MOVE "SENT" TO QH-STATUS
               MOVE WS-TODAY-DATE TO QH-SENT-DATE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Document could not be written"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    A retired or erased customer still has a quote to read;
      *    the document then carries the key alone.
       LOOK-UP-DOCUMENT-CUSTOMER.
           MOVE SPACES TO WS-CUST-NAME
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-FILE-STATUS = "00"
               MOVE QH-CUSTOMER-KEY TO CUST-KEY
               READ CUSTOMERS-FILE KEY IS CUST-KEY
               IF CUSTOMERS-FILE-STATUS = "00"
                   MOVE CUST-NAME TO WS-CUST-NAME
               END-IF
               CLOSE CUSTOMERS-FILE
           END-IF.

      *    The order is priced in the customer's currency as it
      *    stands today, and the quoted prices are in the currency
      *    of the quote: if the two no longer agree the figures
      *    cannot be carried over, and the customer is quoted again.
       ACCEPT-QUOTE.
           MOVE QH-CUSTOMER-KEY TO WS-CUSTOMER-KEY
           PERFORM LOOK-UP-CUSTOMER-CURRENCY
           IF WS-CUST-CURRENCY NOT = QH-CURRENCY
               MOVE "customer currency has changed since the quote"
                   TO WS-VALID-MESSAGE
               PERFORM REFUSE-QUOTE-INPUT
           ELSE
               PERFORM CREATE-QUOTE-ORDER
           END-IF
           IF INPUT-IS-VALID
               MOVE "ACCEPTED" TO QH-STATUS
               MOVE WS-ORDER-KEY TO QH-ORDER-KEY
               MOVE WS-TODAY-DATE TO QH-DECIDED-DATE
           END-IF.

      *    The order goes in through BASEMODEL's normal INSERT -
      *    customer probe, credit hold, currency, maker-checker,
      *    audit journal and outbox event all as if the desk had
      *    keyed it - at nothing, and each quoted line through
      *    ORDERLINES at its quoted price brings it to the quoted
      *    total. A key already taken (the counter file lost) moves
      *    on to the next number.
       CREATE-QUOTE-ORDER.
           MOVE 0 TO WS-KEY-TRIES
           MOVE '{"error":"Duplicate key"}' TO WS-MODEL-RESULT
           PERFORM UNTIL WS-KEY-TRIES >= 10
                   OR WS-MODEL-RESULT(1:24)
                       NOT = '{"error":"Duplicate key"'
               ADD 1 TO WS-KEY-TRIES
               PERFORM NEXT-ORDER-KEY
               PERFORM INSERT-QUOTE-ORDER
           END-PERFORM

           IF WS-MODEL-RESULT(1:9) = '{"error":'
               PERFORM EXTRACT-REFUSAL-REASON
               MOVE SPACES TO WS-VALID-MESSAGE
               STRING "order refused: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                   INTO WS-VALID-MESSAGE
               PERFORM REFUSE-QUOTE-INPUT
           ELSE
               SET ORDER-WAS-CREATED TO TRUE
               MOVE "N" TO WS-LINE-FAILED
               PERFORM VARYING WS-QL-IX FROM 1 BY 1
                       UNTIL WS-QL-IX > WS-QL-USED
                       OR LINE-WAS-REFUSED
                   PERFORM ADD-QUOTE-ORDER-LINE
               END-PERFORM
               IF LINE-WAS-REFUSED
                   PERFORM WITHDRAW-QUOTE-ORDER
                   PERFORM REFUSE-QUOTE-INPUT
               END-IF
           END-IF.

       NEXT-ORDER-KEY.
           MOVE 0 TO WS-ORDER-SEQ
           OPEN INPUT SEQ-FILE
           IF SEQ-FILE-STATUS = "00"
               READ SEQ-FILE
                   AT END CONTINUE
               END-READ
               IF SEQ-FILE-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(SEQ-LINE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEQ-LINE))
                       TO WS-ORDER-SEQ
               END-IF
               CLOSE SEQ-FILE
           END-IF
           ADD 1 TO WS-ORDER-SEQ
           OPEN OUTPUT SEQ-FILE
           MOVE SPACES TO SEQ-LINE
           MOVE WS-ORDER-SEQ TO SEQ-LINE(1:6)
           WRITE SEQ-LINE
           CLOSE SEQ-FILE
           MOVE WS-ORDER-SEQ TO WS-ORDER-SEQ-DISP
           MOVE SPACES TO WS-ORDER-KEY
           STRING "ORD-QT" DELIMITED BY SIZE
               WS-ORDER-SEQ-DISP DELIMITED BY SIZE
               INTO WS-ORDER-KEY.

       INSERT-QUOTE-ORDER.
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:ORDER|KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               "|NAME:" DELIMITED BY SIZE
               FUNCTION TRIM(QH-NAME) DELIMITED BY SIZE
               "|AMOUNT:0|CUSTOMER:" DELIMITED BY SIZE
               FUNCTION TRIM(QH-CUSTOMER-KEY) DELIMITED BY SIZE
               "|DATE:" DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE "INSERT" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL.

      *    The quoted price always rides with the line, so ORDERLINES
      *    keeps it as keyed rather than pricing the line afresh.
       ADD-QUOTE-ORDER-LINE.
           MOVE WS-QL-QTY(WS-QL-IX) TO WS-QTY-DISP
           MOVE WS-QL-UNIT(WS-QL-IX) TO WS-PRICE-DISP
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "ORDER:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               "|SKU:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QL-SKU(WS-QL-IX)) DELIMITED BY SIZE
               "|QTY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
               "|PRICE:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRICE-DISP) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE "INSERT" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "ORDERLINES" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"ORDERLINES unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL
           IF WS-MODEL-RESULT(1:9) = '{"error":'
               SET LINE-WAS-REFUSED TO TRUE
               PERFORM EXTRACT-REFUSAL-REASON
               MOVE WS-QL-LINE(WS-QL-IX) TO WS-LINE-DISP
               MOVE SPACES TO WS-VALID-MESSAGE
               STRING "order refused line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                   INTO WS-VALID-MESSAGE
           END-IF.

      *    A quote becomes an order whole or not at all: an order
      *    that could not carry one of its lines, or whose quote
      *    could not be marked accepted, is retired through the
      *    model (journaled like any other).
       WITHDRAW-QUOTE-ORDER.
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:ORDER|KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE "DELETE" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL
           MOVE "N" TO WS-ORDER-FLAG.

      *    Same reading of a model refusal ORDERRECEIVE uses.
       EXTRACT-REFUSAL-REASON.
           MOVE SPACES TO WS-REASON
           IF WS-MODEL-RESULT(1:29) =
                   '{"error":"Validation failed",'
               UNSTRING WS-MODEL-RESULT(41:)
                   DELIMITED BY '"' INTO WS-REASON
           ELSE
               UNSTRING WS-MODEL-RESULT(11:)
                   DELIMITED BY '"' INTO WS-REASON
           END-IF.

      *    Written back only if the quote is as it was read; anyone
      *    who moved it on in the meantime wins, and this change
      *    comes back as a Conflict.
       SAVE-QUOTE-HEADER.
           PERFORM OPEN-QUOTES-IO
           IF QUOTES-ARE-OPEN
               MOVE WS-QUOTE-KEY TO QUO-KEY
               MOVE 0 TO QUO-LINE
               READ QUOTES-FILE KEY IS QUO-ID
           END-IF
           EVALUATE TRUE
               WHEN NOT QUOTES-ARE-OPEN
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Update failed"}' TO RESULT-OUTPUT
               WHEN QUOTES-FILE-STATUS NOT = "00"
                   OR QUO-UPDATED-AT NOT = WS-READ-STAMP
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Conflict"}' TO RESULT-OUTPUT
               WHEN OTHER
                   MOVE WS-NOW TO QH-UPDATED-AT
                   MOVE WS-QUOTE-HEADER TO QUOTE-RECORD
                   REWRITE QUOTE-RECORD
                   IF QUOTES-FILE-STATUS = "00"
                       PERFORM BUILD-QUOTE-RESULT
                   ELSE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Update failed"}'
                           TO RESULT-OUTPUT
                   END-IF
           END-EVALUATE
           PERFORM CLOSE-QUOTES-FILE.

      *    One document per quote under storage/quotes/, rewritten
      *    each time the quote is sent, so it always shows the
      *    figures and date the customer was last given.
       WRITE-QUOTE-DOCUMENT.
           MOVE "N" TO WS-DOC-FLAG
           PERFORM SET-DOCUMENT-PATH
           OPEN OUTPUT DOCUMENT-FILE
           IF DOCUMENT-FILE-STATUS = "00"
               PERFORM WRITE-QUOTE-DOCUMENT-BODY
               CLOSE DOCUMENT-FILE
               SET DOCUMENT-WAS-WRITTEN TO TRUE
           END-IF.

       SET-DOCUMENT-PATH.
           MOVE SPACES TO DOCUMENT-PATH
           STRING "storage/quotes/quote-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUOTE-KEY) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO DOCUMENT-PATH.

       WRITE-QUOTE-DOCUMENT-BODY.
           IF QH-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           ELSE
               MOVE QH-CURRENCY TO WS-CURRENCY
           END-IF
           MOVE SPACES TO DOC-LINE
           STRING "QUOTATION " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUOTE-KEY) DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE

           MOVE SPACES TO DOC-LINE
           STRING "Customer:    " DELIMITED BY SIZE
               FUNCTION TRIM(QH-CUSTOMER-KEY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Reference:   " DELIMITED BY SIZE
               FUNCTION TRIM(QH-NAME) DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Quote date:  " DELIMITED BY SIZE
               QH-QUOTE-DATE DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Valid until: " DELIMITED BY SIZE
               QH-VALID-UNTIL DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Currency:    " DELIMITED BY SIZE
               WS-CURRENCY DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE

           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE "Line SKU              Description" TO DOC-LINE
           MOVE "    Qty  Unit price        Amount" TO DOC-LINE(48:)
           WRITE DOC-LINE
           MOVE ALL "-" TO DOC-LINE
           WRITE DOC-LINE

           PERFORM VARYING WS-QL-IX FROM 1 BY 1
                   UNTIL WS-QL-IX > WS-QL-USED
               PERFORM WRITE-QUOTE-DOCUMENT-LINE
           END-PERFORM

           MOVE ALL "-" TO DOC-LINE
           WRITE DOC-LINE
           MOVE QH-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO DOC-LINE
           MOVE "Total" TO DOC-LINE(56:)
           MOVE WS-TOTAL-DISP(2:) TO DOC-LINE(68:13)
           WRITE DOC-LINE

           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Prices are held until " DELIMITED BY SIZE
               QH-VALID-UNTIL DELIMITED BY SIZE
               ". To accept, please quote " DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUOTE-KEY) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO DOC-LINE
           WRITE DOC-LINE.

       WRITE-QUOTE-DOCUMENT-LINE.
           MOVE WS-QL-LINE(WS-QL-IX) TO WS-LINE-DISP
           MOVE WS-QL-QTY(WS-QL-IX) TO WS-QTY-DISP
           MOVE WS-QL-UNIT(WS-QL-IX) TO WS-PRICE-DISP
           MOVE WS-QL-AMOUNT(WS-QL-IX) TO WS-AMOUNT-DISP
           MOVE SPACES TO DOC-LINE
           MOVE WS-LINE-DISP TO DOC-LINE(1:4)
           MOVE WS-QL-SKU(WS-QL-IX) TO DOC-LINE(6:16)
           MOVE WS-QL-DESC(WS-QL-IX) TO DOC-LINE(23:24)
           MOVE WS-QTY-DISP TO DOC-LINE(50:5)
           MOVE WS-PRICE-DISP TO DOC-LINE(56:11)
           MOVE WS-AMOUNT-DISP TO DOC-LINE(68:13)
           WRITE DOC-LINE.

       OPEN-QUOTES-IO.
           MOVE "N" TO WS-QUOTES-OPEN-FLAG
           OPEN I-O QUOTES-FILE
           IF QUOTES-FILE-STATUS = "35"
               OPEN OUTPUT QUOTES-FILE
               CLOSE QUOTES-FILE
               OPEN I-O QUOTES-FILE
           END-IF
           IF QUOTES-FILE-STATUS = "00"
               SET QUOTES-ARE-OPEN TO TRUE
           END-IF.

      *    Reads only: a quotes file not yet created holds nothing.
       OPEN-QUOTES-INPUT.
           MOVE "N" TO WS-QUOTES-OPEN-FLAG
           OPEN INPUT QUOTES-FILE
           IF QUOTES-FILE-STATUS = "00"
               SET QUOTES-ARE-OPEN TO TRUE
           END-IF.

       CLOSE-QUOTES-FILE.
           IF QUOTES-ARE-OPEN
               CLOSE QUOTES-FILE
               MOVE "N" TO WS-QUOTES-OPEN-FLAG
           END-IF.

       READ-QUOTE-HEADER.
           MOVE "N" TO WS-FOUND-FLAG
           IF QUOTES-ARE-OPEN
               MOVE WS-QUOTE-KEY TO QUO-KEY
               MOVE 0 TO QUO-LINE
               READ QUOTES-FILE KEY IS QUO-ID
               IF QUOTES-FILE-STATUS = "00"
                   SET QUOTE-WAS-FOUND TO TRUE
                   MOVE QUOTE-RECORD TO WS-QUOTE-HEADER
                   MOVE QUO-UPDATED-AT TO WS-READ-STAMP
               END-IF
           END-IF.

      *    The quote's lines sit together on the key behind the
      *    header.
       LOAD-QUOTE-LINES.
           MOVE 0 TO WS-QL-USED
           MOVE WS-QUOTE-KEY TO QUO-KEY
           MOVE 1 TO QUO-LINE
           START QUOTES-FILE KEY IS NOT LESS THAN QUO-ID
               INVALID KEY MOVE "10" TO QUOTES-FILE-STATUS
           END-START
           PERFORM UNTIL QUOTES-FILE-STATUS NOT = "00"
               READ QUOTES-FILE NEXT RECORD
                   AT END MOVE "10" TO QUOTES-FILE-STATUS
               END-READ
               IF QUOTES-FILE-STATUS = "00"
                   IF QUO-KEY NOT = WS-QUOTE-KEY
                       OR WS-QL-USED >= WS-QL-LIMIT
                       MOVE "10" TO QUOTES-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-QL-USED
                       MOVE QUO-LINE TO WS-QL-LINE(WS-QL-USED)
                       MOVE QUO-SKU TO WS-QL-SKU(WS-QL-USED)
                       MOVE QUO-DESC TO WS-QL-DESC(WS-QL-USED)
                       MOVE QUO-QTY TO WS-QL-QTY(WS-QL-USED)
                       MOVE QUO-UNIT-PRICE TO WS-QL-UNIT(WS-QL-USED)
                       MOVE QUO-LINE-AMOUNT
                           TO WS-QL-AMOUNT(WS-QL-USED)
                   END-IF
               END-IF
           END-PERFORM.

      *    KEY asks for one quote and ORDER for the quote an order
      *    was made from; otherwise quotes are listed a page at a
      *    time, optionally for one CUSTOMER and in one STATUS.
       DO-SELECT-QUOTES.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-QUOTE-INPUT
           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN WS-QUOTE-KEY NOT = SPACES
                   PERFORM OPEN-QUOTES-INPUT
                   PERFORM READ-QUOTE-HEADER
                   PERFORM CLOSE-QUOTES-FILE
                   IF QUOTE-WAS-FOUND
                       PERFORM BUILD-QUOTE-RESULT
                   ELSE
                       MOVE '{"error":"Record not found"}'
                           TO RESULT-OUTPUT
                   END-IF
               WHEN WS-ORDER-FILTER NOT = SPACES
                   PERFORM SELECT-QUOTE-FOR-ORDER
               WHEN WS-NEW-STATUS NOT = SPACES
                   AND WS-NEW-STATUS NOT = "DRAFT"
                   AND WS-NEW-STATUS NOT = "SENT"
                   AND WS-NEW-STATUS NOT = "ACCEPTED"
                   AND WS-NEW-STATUS NOT = "EXPIRED"
                   AND WS-NEW-STATUS NOT = "DECLINED"
                   MOVE "status must be DRAFT, SENT, ACCEPTED,"
                       & " EXPIRED or DECLINED" TO WS-VALID-MESSAGE
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN OTHER
                   PERFORM LIST-QUOTES
           END-EVALUATE.

       SELECT-QUOTE-FOR-ORDER.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM OPEN-QUOTES-INPUT
           IF QUOTES-ARE-OPEN
               MOVE WS-ORDER-FILTER TO QUO-ORDER-KEY
               READ QUOTES-FILE KEY IS QUO-ORDER-KEY
               IF QUOTES-FILE-STATUS = "00"
                   SET QUOTE-WAS-FOUND TO TRUE
                   MOVE QUOTE-RECORD TO WS-QUOTE-HEADER
                   MOVE QUO-KEY TO WS-QUOTE-KEY
               END-IF
           END-IF
           PERFORM CLOSE-QUOTES-FILE
           IF QUOTE-WAS-FOUND
               PERFORM BUILD-QUOTE-RESULT
           ELSE
               MOVE '{"error":"Record not found"}' TO RESULT-OUTPUT
           END-IF.

       BUILD-QUOTE-RESULT.
           IF QH-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           ELSE
               MOVE QH-CURRENCY TO WS-CURRENCY
           END-IF
           MOVE QH-TOTAL TO WS-TOTAL-DISP
           MOVE QH-LINE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DOCUMENT-PATH
           IF NOT QH-IS-DRAFT AND QH-SENT-DATE NOT = SPACES
               PERFORM SET-DOCUMENT-PATH
           END-IF
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"quote":"' FUNCTION TRIM(QH-KEY)
               '","customer":"' FUNCTION TRIM(QH-CUSTOMER-KEY)
               '","name":"' FUNCTION TRIM(QH-NAME)
               '","status":"' FUNCTION TRIM(QH-STATUS)
               '","quote_date":"' QH-QUOTE-DATE
               '","valid_until":"' QH-VALID-UNTIL
               '","currency":"' WS-CURRENCY
               '","total":' FUNCTION TRIM(WS-TOTAL-DISP)
               ',"lines":' FUNCTION TRIM(WS-COUNT-DISP)
               ',"sent":"' FUNCTION TRIM(QH-SENT-DATE)
               '","decided":"' FUNCTION TRIM(QH-DECIDED-DATE)
               '","order":"' FUNCTION TRIM(QH-ORDER-KEY)
               '","document":"' FUNCTION TRIM(DOCUMENT-PATH)
               '"}'
               DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    Rows before the page asked for are counted and skipped;
      *    "total" counts every quote the filters let through.
       LIST-QUOTES.
           MOVE SPACES TO WS-ROWS-BUFFER
           MOVE 1 TO WS-ROWS-PTR
           MOVE 0 TO WS-ROW-COUNT WS-MATCH-COUNT
           COMPUTE WS-SKIP-COUNT = (WS-PAGE - 1) * WS-PAGE-SIZE
           PERFORM OPEN-QUOTES-INPUT
           IF QUOTES-ARE-OPEN
               IF WS-CUSTOMER-KEY NOT = SPACES
                   PERFORM LIST-CUSTOMER-QUOTES
               ELSE
                   PERFORM LIST-ALL-QUOTES
               END-IF
           END-IF
           PERFORM CLOSE-QUOTES-FILE
           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           MOVE WS-PAGE TO WS-PAGE-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"data":[' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROWS-BUFFER) DELIMITED BY SIZE
               '],"page":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGE-DISP) DELIMITED BY SIZE
               ',"total":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               '}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    The customer's quotes straight off the alternate key.
       LIST-CUSTOMER-QUOTES.
           MOVE WS-CUSTOMER-KEY TO QUO-CUSTOMER-KEY
           START QUOTES-FILE KEY IS EQUAL TO QUO-CUSTOMER-KEY
               INVALID KEY MOVE "23" TO QUOTES-FILE-STATUS
           END-START
           PERFORM UNTIL QUOTES-FILE-STATUS NOT = "00"
               READ QUOTES-FILE NEXT RECORD
                   AT END MOVE "10" TO QUOTES-FILE-STATUS
               END-READ
               IF QUOTES-FILE-STATUS = "00"
                   IF QUO-CUSTOMER-KEY NOT = WS-CUSTOMER-KEY
                       MOVE "10" TO QUOTES-FILE-STATUS
                   ELSE
                       PERFORM TAKE-QUOTE-ROW
                   END-IF
               END-IF
           END-PERFORM.

       LIST-ALL-QUOTES.
           MOVE LOW-VALUES TO QUO-ID
           START QUOTES-FILE KEY IS NOT LESS THAN QUO-ID
               INVALID KEY MOVE "10" TO QUOTES-FILE-STATUS
           END-START
           PERFORM UNTIL QUOTES-FILE-STATUS NOT = "00"
               READ QUOTES-FILE NEXT RECORD
                   AT END MOVE "10" TO QUOTES-FILE-STATUS
               END-READ
               IF QUOTES-FILE-STATUS = "00"
                   PERFORM TAKE-QUOTE-ROW
               END-IF
           END-PERFORM.

      *    Headers only, in the status asked for.
       TAKE-QUOTE-ROW.
           IF QUO-IS-HEADER
               IF WS-NEW-STATUS = SPACES
                   OR QUO-STATUS = WS-NEW-STATUS
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT > WS-SKIP-COUNT
                       AND WS-ROW-COUNT < WS-PAGE-SIZE
                       PERFORM APPEND-QUOTE-ROW
                   END-IF
               END-IF
           END-IF.

       APPEND-QUOTE-ROW.
           IF QUO-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           ELSE
               MOVE QUO-CURRENCY TO WS-CURRENCY
           END-IF
           MOVE QUO-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-ROW-JSON
           STRING '{"quote":"' FUNCTION TRIM(QUO-KEY)
               '","customer":"' FUNCTION TRIM(QUO-CUSTOMER-KEY)
               '","status":"' FUNCTION TRIM(QUO-STATUS)
               '","valid_until":"' QUO-VALID-UNTIL
               '","currency":"' WS-CURRENCY
               '","total":' FUNCTION TRIM(WS-TOTAL-DISP)
               '}'
               DELIMITED BY SIZE
               INTO WS-ROW-JSON
           PERFORM ADD-ROW-TO-BUFFER.

      *    Rows are dropped once the buffer is full rather than
      *    overrunning it, the same guard the other listings apply.
       ADD-ROW-TO-BUFFER.
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

      *    The quote's lines a page at a time; "total" is the number
      *    of lines on the quote.
       DO-SELECT-QUOTE-LINES.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-QUOTE-INPUT
           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN WS-QUOTE-KEY = SPACES
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               WHEN OTHER
                   MOVE SPACES TO WS-ROWS-BUFFER
                   MOVE 1 TO WS-ROWS-PTR
                   MOVE 0 TO WS-ROW-COUNT WS-MATCH-COUNT
                   COMPUTE WS-SKIP-COUNT =
                       (WS-PAGE - 1) * WS-LINE-PAGE-SIZE
                   PERFORM OPEN-QUOTES-INPUT
                   PERFORM READ-QUOTE-HEADER
                   IF QUOTE-WAS-FOUND
                       PERFORM LOAD-QUOTE-LINES
                   END-IF
                   PERFORM CLOSE-QUOTES-FILE
                   IF QUOTE-WAS-FOUND
                       PERFORM VARYING WS-QL-IX FROM 1 BY 1
                               UNTIL WS-QL-IX > WS-QL-USED
                           ADD 1 TO WS-MATCH-COUNT
                           IF WS-MATCH-COUNT > WS-SKIP-COUNT
                               AND WS-ROW-COUNT < WS-LINE-PAGE-SIZE
                               PERFORM APPEND-LINE-ROW
                           END-IF
                       END-PERFORM
                       MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
                       MOVE WS-PAGE TO WS-PAGE-DISP
                       MOVE SPACES TO RESULT-OUTPUT
                       STRING '{"quote":"' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QUOTE-KEY)
                           DELIMITED BY SIZE
                           '","data":[' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ROWS-BUFFER)
                           DELIMITED BY SIZE
                           '],"page":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PAGE-DISP)
                           DELIMITED BY SIZE
                           ',"total":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-DISP)
                           DELIMITED BY SIZE
                           '}' DELIMITED BY SIZE
                           INTO RESULT-OUTPUT
                   ELSE
                       MOVE '{"error":"Record not found"}'
                           TO RESULT-OUTPUT
                   END-IF
           END-EVALUATE.

       APPEND-LINE-ROW.
           MOVE WS-QL-LINE(WS-QL-IX) TO WS-LINE-DISP
           MOVE WS-QL-QTY(WS-QL-IX) TO WS-QTY-DISP
           MOVE WS-QL-UNIT(WS-QL-IX) TO WS-PRICE-DISP
           MOVE WS-QL-AMOUNT(WS-QL-IX) TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-ROW-JSON
           STRING '{"line":' FUNCTION TRIM(WS-LINE-DISP)
               ',"sku":"' FUNCTION TRIM(WS-QL-SKU(WS-QL-IX))
               '","qty":' FUNCTION TRIM(WS-QTY-DISP)
               ',"unit_price":' FUNCTION TRIM(WS-PRICE-DISP)
               ',"amount":' FUNCTION TRIM(WS-AMOUNT-DISP)
               '}'
               DELIMITED BY SIZE
               INTO WS-ROW-JSON
           PERFORM ADD-ROW-TO-BUFFER.

      *    The document route is handed the quote document's path,
      *    and only once it has been found where the last send wrote
      *    it; a quote never sent has none.
       DO-LOCATE-DOCUMENT.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-QUOTE-INPUT
           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN WS-QUOTE-KEY = SPACES
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               WHEN OTHER
                   PERFORM OPEN-QUOTES-INPUT
                   PERFORM READ-QUOTE-HEADER
                   PERFORM CLOSE-QUOTES-FILE
                   IF NOT QUOTE-WAS-FOUND
                       MOVE '{"error":"Record not found"}'
                           TO RESULT-OUTPUT
                   ELSE
                       PERFORM SET-DOCUMENT-PATH
                       OPEN INPUT DOCUMENT-FILE
                       IF DOCUMENT-FILE-STATUS = "00"
                           CLOSE DOCUMENT-FILE
                           MOVE SPACES TO RESULT-OUTPUT
                           STRING '{"document":"' DELIMITED BY SIZE
                               FUNCTION TRIM(DOCUMENT-PATH)
                               DELIMITED BY SIZE
                               '"}' DELIMITED BY SIZE
                               INTO RESULT-OUTPUT
                       ELSE
                           MOVE '{"error":"Document not found"}'
                               TO RESULT-OUTPUT
                       END-IF
                   END-IF
           END-EVALUATE.

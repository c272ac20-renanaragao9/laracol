       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICECTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-FILE ASSIGN TO PRICING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-ID
               FILE STATUS IS PRICING-FILE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO ORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               ALTERNATE RECORD KEY IS ORD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
           SELECT LINES-FILE ASSIGN TO LINES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINE-ID
               FILE STATUS IS LINES-FILE-STATUS.
           SELECT INVOICEFX-FILE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-FILE.
       01 PRICING-RECORD.
           COPY "PricingRuleRecord.cpy".

       FD  ORDERS-FILE.
       01 ORD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==ORD-==.

       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 PRICING-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 LINES-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 PRICING-PATH PIC X(100) VALUE
           "database/pricing.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).

      *    pricing:tier and pricing:promo operands. Codes are held
      *    upper case, as BASEMODEL upper-cases a TIER or PROMO
      *    quoted on a customer or an order.
       01 WS-CODE-TEXT PIC X(60).
       01 WS-RULE-KIND PIC X(5).
       01 WS-RULE-CODE PIC X(12).
       01 WS-RULE-PERCENT PIC 9(2)V99.
       01 WS-RULE-DESC PIC X(30).
       01 WS-RULE-START PIC X(8).
       01 WS-RULE-START-NUM REDEFINES WS-RULE-START PIC 9(8).
       01 WS-RULE-END PIC X(8).
       01 WS-RULE-END-NUM REDEFINES WS-RULE-END PIC 9(8).
       01 WS-RULE-MIN PIC 9(9)V99.
       01 WS-RULE-LIMIT PIC 9(6).
       01 WS-PCT-DISP PIC Z9.99.
       01 WS-MIN-DISP PIC Z(8)9.99.
       01 WS-LIMIT-DISP PIC ZZZZZ9.
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RULE-ON-FILE VALUE "Y".

       01 WS-AUDIT-ACTION PIC X(10).
       01 WS-AUDIT-KEY PIC X(20).
       01 WS-AUDIT-BEFORE-NAME PIC X(100).
       01 WS-AUDIT-AFTER-NAME PIC X(100).
       01 WS-AUDIT-ZERO-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-ZERO-AMT-2 PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-IMAGE PIC X(300).
       01 WS-OUTBOX-REQUEST PIC X(10) VALUE "APPEND".
       01 WS-OUTBOX-STATUS PIC X(12) VALUE SPACES.

      *    report:discounts: the month (YYYYMM) and the same month
      *    as it appears at the front of an order date (YYYY-MM).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-DASHED PIC X(7).
       01 WS-ORDER-KEY PIC X(20).
       01 WS-ORDER-PROMO PIC X(12).
       01 WS-LINE-LIST-VALUE PIC 9(11)V99.
       01 WS-LINE-DISCOUNT PIC S9(11)V99.
       01 WS-LINE-NET PIC 9(11)V99.

      *    Every figure is in the base currency. An order in another
      *    currency is taken at the rate it was invoiced at, else at
      *    today's rate, each currency asked of FXRATE once - the
      *    valuation SALESREPORT uses.
       01 WS-INVOICEFX-OPEN PIC X VALUE "N".
           88 INVOICEFX-FILE-IS-OPEN VALUE "Y".
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-BASE-CURRENCY PIC X(3).
       01 WS-BASE-LABEL PIC X(5).
       01 WS-RATE-USED PIC 9(2) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RATE-CURRENCY PIC X(3).
               10 WS-RATE-VALUE PIC 9(5)V9(6).
       01 WS-RATE-IX PIC 9(2).
       01 WS-AMOUNT-CURRENCY PIC X(3).
       01 WS-AMOUNT-RATE PIC 9(5)V9(6).
       01 WS-ORDER-RATE PIC 9(5)V9(6).
       01 WS-UNRATED-COUNT PIC 9(6) VALUE 0.

      *    Totals per tier and per promotion code for the month, in
      *    first-seen order. A promotion's order count is the orders
      *    quoting it, whether or not any line reached its minimum.
       01 WS-RULE-LIMIT-ROWS PIC 9(3) VALUE 100.
       01 WS-TIER-USED PIC 9(3) VALUE 0.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 100 TIMES.
               10 WS-TIER-CODE     PIC X(12).
               10 WS-TIER-LINES    PIC 9(6).
               10 WS-TIER-LIST     PIC 9(11)V99.
               10 WS-TIER-DISCOUNT PIC 9(11)V99.
               10 WS-TIER-NET      PIC 9(11)V99.
       01 WS-PROMO-USED PIC 9(3) VALUE 0.
       01 WS-PROMO-TABLE.
           05 WS-PROMO-ENTRY OCCURS 100 TIMES.
               10 WS-PROMO-CODE     PIC X(12).
               10 WS-PROMO-ORDERS   PIC 9(6).
               10 WS-PROMO-LINES    PIC 9(6).
               10 WS-PROMO-LIST     PIC 9(11)V99.
               10 WS-PROMO-DISCOUNT PIC 9(11)V99.
               10 WS-PROMO-NET      PIC 9(11)V99.
       01 WS-RULE-IX PIC 9(3).
       01 WS-RULE-HIT PIC 9(3).

       01 WS-ALL-ORDERS PIC 9(6) VALUE 0.
       01 WS-ALL-LINES PIC 9(6) VALUE 0.
       01 WS-ALL-LIST PIC 9(11)V99 VALUE 0.
       01 WS-ALL-NET PIC 9(11)V99 VALUE 0.
       01 WS-ALL-DISCOUNT PIC 9(11)V99 VALUE 0.
       01 WS-SUB-LINES PIC 9(6).
       01 WS-SUB-LIST PIC 9(11)V99.
       01 WS-SUB-DISCOUNT PIC 9(11)V99.
       01 WS-SUB-NET PIC 9(11)V99.

       01 WS-USAGE-DISP PIC X(15).
       01 WS-LIST-DISP PIC Z(10)9.99.
       01 WS-DISCOUNT-DISP PIC Z(10)9.99.
       01 WS-NET-DISP PIC Z(10)9.99.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-LINES-DISP PIC ZZZZZ9.

       LINKAGE SECTION.
       01 PRC-COMMAND PIC X(10).
       01 PRC-ARG-1 PIC X(100).
       01 PRC-ARG-2 PIC X(100).
       01 PRC-ARG-3 PIC X(100).
       01 PRC-ARG-4 PIC X(100).
       01 PRC-ARG-5 PIC X(100).
       01 PRC-ARG-6 PIC X(100).

       PROCEDURE DIVISION USING PRC-COMMAND PRC-ARG-1 PRC-ARG-2
           PRC-ARG-3 PRC-ARG-4 PRC-ARG-5 PRC-ARG-6.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW

           EVALUATE FUNCTION TRIM(PRC-COMMAND)
               WHEN "TIER"
                   PERFORM DO-SET-TIER
               WHEN "PROMO"
                   PERFORM DO-SET-PROMO
               WHEN "REPORT"
                   PERFORM DO-DISCOUNT-REPORT
               WHEN OTHER
                   DISPLAY "Unknown pricing action."
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT PRICING-PATH FROM ENVIRONMENT "DB_PRICING"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           IF FUNCTION TRIM(PRICING-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(LINES-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(PRICING-PATH) = SPACES
               MOVE "database/pricing.db" TO PRICING-PATH
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               MOVE "database/orderlines.db" TO LINES-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
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
                           WHEN ENV-FILE-LINE(1:11) = "DB_PRICING="
                               AND FUNCTION TRIM(PRICING-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO PRICING-PATH
                           WHEN ENV-FILE-LINE(1:10) = "DB_ORDERS="
                               AND FUNCTION TRIM(ORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:14) = "DB_ORDERLINES="
                               AND FUNCTION TRIM(LINES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(15:))
                                   TO LINES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVOICEFX="
                               AND FUNCTION TRIM(INVOICEFX-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVOICEFX-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    pricing:tier <tier> <percent> [description]: adds a price
      *    tier (RETAIL, WHOLESALE, DISTRIBUTOR, ...) or changes its
      *    discount. Lines already on orders keep the price they
      *    were given; the new percentage applies to lines added
      *    from now on.
       DO-SET-TIER.
           PERFORM TAKE-RULE-CODE
           PERFORM TAKE-RULE-PERCENT
           MOVE FUNCTION TRIM(PRC-ARG-3) TO WS-RULE-DESC

           PERFORM OPEN-PRICING-IO
           MOVE "TIER" TO WS-RULE-KIND
           PERFORM READ-RULE-FOR-UPDATE
           MOVE WS-RULE-PERCENT TO PRC-PERCENT
           IF WS-RULE-DESC NOT = SPACES
               MOVE WS-RULE-DESC TO PRC-DESCRIPTION
           END-IF
           PERFORM SAVE-RULE.

      *    pricing:promo <code> <percent> <start> <end> [minimum]
      *    [limit]: adds a promotion code or changes its terms. The
      *    dates are YYYYMMDD, inclusive; the minimum is the order's
      *    list value the code needs before it prices any line, and
      *    the limit the number of orders that may quote it (zero
      *    or omitted: no limit). The usage already counted is kept
      *    across a change of terms.
       DO-SET-PROMO.
           PERFORM TAKE-RULE-CODE
           PERFORM TAKE-RULE-PERCENT
           MOVE FUNCTION TRIM(PRC-ARG-3) TO WS-RULE-START
           MOVE FUNCTION TRIM(PRC-ARG-4) TO WS-RULE-END
           IF WS-RULE-START IS NOT NUMERIC
               OR WS-RULE-END IS NOT NUMERIC
               DISPLAY "Dates must be YYYYMMDD, e.g. 20260101."
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RULE-START-NUM) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RULE-END-NUM)
                   NOT = 0
               DISPLAY "Dates must be YYYYMMDD, e.g. 20260101."
               GOBACK
           END-IF
           IF WS-RULE-END < WS-RULE-START
               DISPLAY "The end date is before the start date."
               GOBACK
           END-IF
           MOVE 0 TO WS-RULE-MIN WS-RULE-LIMIT
           IF FUNCTION TRIM(PRC-ARG-5) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRC-ARG-5))
                   NOT = 0
                   OR FUNCTION NUMVAL(FUNCTION TRIM(PRC-ARG-5)) < 0
                   DISPLAY "Minimum must be an amount, e.g. 250.00."
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(PRC-ARG-5))
                   TO WS-RULE-MIN
           END-IF
           IF FUNCTION TRIM(PRC-ARG-6) NOT = SPACES
               MOVE FUNCTION TRIM(PRC-ARG-6) TO WS-CODE-TEXT
               IF FUNCTION TEST-NUMVAL(WS-CODE-TEXT) NOT = 0
                   OR FUNCTION NUMVAL(WS-CODE-TEXT) < 0
                   OR FUNCTION NUMVAL(WS-CODE-TEXT) > 999999
                   OR FUNCTION NUMVAL(WS-CODE-TEXT)
                       NOT = FUNCTION INTEGER(
                           FUNCTION NUMVAL(WS-CODE-TEXT))
                   DISPLAY "Limit must be a whole number of orders."
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-CODE-TEXT) TO WS-RULE-LIMIT
           END-IF

           PERFORM OPEN-PRICING-IO
           MOVE "PROMO" TO WS-RULE-KIND
           PERFORM READ-RULE-FOR-UPDATE
           MOVE WS-RULE-PERCENT TO PRC-PERCENT
           MOVE WS-RULE-START TO PRC-START-DATE
           MOVE WS-RULE-END TO PRC-END-DATE
           MOVE WS-RULE-MIN TO PRC-MIN-AMOUNT
           MOVE WS-RULE-LIMIT TO PRC-USAGE-LIMIT
           IF PRC-USAGE-COUNT IS NOT NUMERIC
               MOVE 0 TO PRC-USAGE-COUNT
           END-IF
           PERFORM SAVE-RULE.

       TAKE-RULE-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRC-ARG-1))
               TO WS-CODE-TEXT
           IF WS-CODE-TEXT(13:) NOT = SPACES
               DISPLAY "Code is longer than 12 characters."
               GOBACK
           END-IF
           MOVE WS-CODE-TEXT TO WS-RULE-CODE.

       TAKE-RULE-PERCENT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRC-ARG-2)) NOT = 0
               DISPLAY "Percent must be a percentage, e.g. 12.5."
               GOBACK
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(PRC-ARG-2)) < 0
               OR FUNCTION NUMVAL(FUNCTION TRIM(PRC-ARG-2)) >= 100
               DISPLAY "Percent must be a percentage, e.g. 12.5."
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(PRC-ARG-2))
               TO WS-RULE-PERCENT.

       OPEN-PRICING-IO.
           OPEN I-O PRICING-FILE
           IF PRICING-FILE-STATUS = "35"
               OPEN OUTPUT PRICING-FILE
               CLOSE PRICING-FILE
               OPEN I-O PRICING-FILE
           END-IF.

       READ-RULE-FOR-UPDATE.
           MOVE "N" TO WS-RECORD-FOUND
           MOVE WS-RULE-KIND TO PRC-KIND WS-AUDIT-ACTION
           MOVE WS-RULE-CODE TO PRC-CODE
           READ PRICING-FILE KEY IS PRC-ID
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           IF PRICING-FILE-STATUS = "00"
               SET RULE-ON-FILE TO TRUE
               PERFORM DESCRIBE-RULE
               MOVE WS-AUDIT-AFTER-NAME TO WS-AUDIT-BEFORE-NAME
           ELSE
               MOVE SPACES TO PRICING-RECORD
               MOVE WS-RULE-KIND TO PRC-KIND
               MOVE WS-RULE-CODE TO PRC-CODE
               MOVE 0 TO PRC-MIN-AMOUNT PRC-USAGE-LIMIT
                   PRC-USAGE-COUNT
           END-IF.

       SAVE-RULE.
           IF PRC-DESCRIPTION = SPACES
               MOVE PRC-CODE TO PRC-DESCRIPTION
           END-IF
           MOVE WS-NOW TO PRC-UPDATED-AT
           IF RULE-ON-FILE
               REWRITE PRICING-RECORD
           ELSE
               WRITE PRICING-RECORD
           END-IF

           IF PRICING-FILE-STATUS = "00"
               PERFORM DESCRIBE-RULE
               PERFORM JOURNAL-RULE-CHANGE
               DISPLAY "Price " FUNCTION LOWER-CASE(
                   FUNCTION TRIM(PRC-KIND)) " "
                   FUNCTION TRIM(PRC-CODE) ": "
                   FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
           ELSE
               DISPLAY "Pricing rule not saved (status "
                   PRICING-FILE-STATUS ")."
           END-IF
           CLOSE PRICING-FILE.

       DESCRIBE-RULE.
           MOVE PRC-PERCENT TO WS-PCT-DISP
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           IF PRC-KIND = "PROMO"
               MOVE PRC-MIN-AMOUNT TO WS-MIN-DISP
               MOVE PRC-USAGE-LIMIT TO WS-LIMIT-DISP
               STRING FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   PRC-START-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PRC-END-DATE DELIMITED BY SIZE
                   " min " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                   " limit " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIMIT-DISP) DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER-NAME
           ELSE
               STRING FUNCTION TRIM(PRC-DESCRIPTION)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER-NAME
           END-IF.

       JOURNAL-RULE-CHANGE.
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(PRC-KIND) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(PRC-CODE) DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE PRICING-RECORD TO WS-AUDIT-IMAGE
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

      *    report:discounts [YYYYMM]: what the price tiers and the
      *    promotion codes took off list on the month's orders (by
      *    order date; the current month if none is given), from
      *    the list and net prices kept on each line. Deleted and
      *    cancelled orders are left out - their discount was never
      *    given. Lines priced before pricing rules existed, keyed
      *    prices and plain list prices show in the month's totals
      *    only. Figures are in the base currency.
       DO-DISCOUNT-REPORT.
           IF FUNCTION TRIM(PRC-ARG-1) = SPACES
               MOVE WS-NOW(1:6) TO WS-PERIOD
           ELSE
               MOVE FUNCTION TRIM(PRC-ARG-1) TO WS-PERIOD
           END-IF
           IF WS-PERIOD IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM, e.g. 202609."
               GOBACK
           END-IF
           MOVE SPACES TO WS-PERIOD-DASHED
           STRING WS-PERIOD(1:4) "-" WS-PERIOD(5:2)
               DELIMITED BY SIZE INTO WS-PERIOD-DASHED

           PERFORM LEARN-BASE-CURRENCY
           IF WS-BASE-CURRENCY = SPACES
               MOVE ")" TO WS-BASE-LABEL
           ELSE
               MOVE SPACES TO WS-BASE-LABEL
               STRING " " WS-BASE-CURRENCY ")"
                   DELIMITED BY SIZE INTO WS-BASE-LABEL
           END-IF
           PERFORM COLLECT-PERIOD-DISCOUNTS

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/discounts-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Discounts given - period " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " (base currency" DELIMITED BY SIZE
               WS-BASE-LABEL DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "Note: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " order(s) in a currency with no exchange rate"
                   DELIMITED BY SIZE
                   " on file are counted at zero" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "By price tier" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TIER                           LINES"
               DELIMITED BY SIZE
               "      LIST VALUE        DISCOUNT       NET SALES"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SUB-LINES WS-SUB-LIST WS-SUB-DISCOUNT
               WS-SUB-NET
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-TIER-USED
               PERFORM WRITE-TIER-LINE
           END-PERFORM
           PERFORM WRITE-SUBTOTAL-LINE

           OPEN INPUT PRICING-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "By promotion code" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CODE           USED/LIMIT      LINES"
               DELIMITED BY SIZE
               "      LIST VALUE        DISCOUNT       NET SALES"
               DELIMITED BY SIZE
               "  ORDERS"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SUB-LINES WS-SUB-LIST WS-SUB-DISCOUNT
               WS-SUB-NET
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-PROMO-USED
               PERFORM WRITE-PROMO-LINE
           END-PERFORM
           PERFORM WRITE-SUBTOTAL-LINE
           IF PRICING-FILE-STATUS NOT = "35"
               CLOSE PRICING-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-ORDERS TO WS-COUNT-DISP
           STRING "Orders in period:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-LINES TO WS-COUNT-DISP
           STRING "Lines in period:       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-LIST TO WS-LIST-DISP
           STRING "List value:      " WS-LIST-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-DISCOUNT TO WS-DISCOUNT-DISP
           STRING "Tier and promo:  " WS-DISCOUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-NET TO WS-NET-DISP
           STRING "Net sales:       " WS-NET-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           MOVE WS-ALL-DISCOUNT TO WS-DISCOUNT-DISP
           DISPLAY "Discount given in " WS-PERIOD ": "
               FUNCTION TRIM(WS-DISCOUNT-DISP).

      *    Orders are read end to end - the order date is not a key
      *    - and each one in the month has its lines walked by a
      *    keyed START, as ORDERLINES lists them.
       COLLECT-PERIOD-DISCOUNTS.
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(ORDERS-PATH)
                   " (status " ORDERS-FILE-STATUS ")."
               GOBACK
           END-IF
           OPEN INPUT LINES-FILE
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               SET INVOICEFX-FILE-IS-OPEN TO TRUE
           END-IF
           MOVE LOW-VALUES TO ORD-KEY
           START ORDERS-FILE KEY IS GREATER THAN ORD-KEY
               INVALID KEY MOVE "10" TO ORDERS-FILE-STATUS
           END-START
           PERFORM UNTIL ORDERS-FILE-STATUS NOT = "00"
               READ ORDERS-FILE NEXT RECORD
                   AT END MOVE "10" TO ORDERS-FILE-STATUS
               END-READ
               IF ORDERS-FILE-STATUS = "00"
                   AND ORD-DELETED-AT = SPACES
                   AND ORD-ORDER-STATUS NOT = "CANCELLED"
                   AND ORD-ORDER-DATE(1:7) = WS-PERIOD-DASHED
                   PERFORM TALLY-ONE-ORDER
               END-IF
           END-PERFORM
           IF LINES-FILE-STATUS NOT = "35"
               CLOSE LINES-FILE
           END-IF
           IF INVOICEFX-FILE-IS-OPEN
               CLOSE INVOICEFX-FILE
           END-IF
           CLOSE ORDERS-FILE.

       TALLY-ONE-ORDER.
           ADD 1 TO WS-ALL-ORDERS
           MOVE ORD-KEY TO WS-ORDER-KEY
           MOVE ORD-PROMO-CODE TO WS-ORDER-PROMO
           PERFORM FIND-ORDER-RATE
           IF WS-ORDER-PROMO NOT = SPACES
               MOVE WS-ORDER-PROMO TO WS-RULE-CODE
               PERFORM FIND-PROMO-ROW
               IF WS-RULE-HIT > 0
                   ADD 1 TO WS-PROMO-ORDERS(WS-RULE-HIT)
               END-IF
           END-IF
           IF LINES-FILE-STATUS NOT = "35"
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
                           PERFORM TALLY-ONE-LINE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO LINES-FILE-STATUS
           END-IF.

       TALLY-ONE-LINE.
           ADD 1 TO WS-ALL-LINES
           COMPUTE WS-LINE-NET ROUNDED = LINE-AMOUNT * WS-ORDER-RATE
           ADD WS-LINE-NET TO WS-ALL-NET
           IF LINE-LIST-PRICE IS NUMERIC
               COMPUTE WS-LINE-LIST-VALUE ROUNDED =
                   LINE-QTY * LINE-LIST-PRICE * WS-ORDER-RATE
           ELSE
               MOVE WS-LINE-NET TO WS-LINE-LIST-VALUE
           END-IF
           ADD WS-LINE-LIST-VALUE TO WS-ALL-LIST
           COMPUTE WS-LINE-DISCOUNT = WS-LINE-LIST-VALUE - WS-LINE-NET
           IF WS-LINE-DISCOUNT < 0
               MOVE 0 TO WS-LINE-DISCOUNT
           END-IF
           MOVE LINE-DISCOUNT-CODE TO WS-RULE-CODE
           EVALUATE LINE-PRICE-BASIS
               WHEN "T"
                   PERFORM FIND-TIER-ROW
                   IF WS-RULE-HIT > 0
                       ADD 1 TO WS-TIER-LINES(WS-RULE-HIT)
                       ADD WS-LINE-LIST-VALUE
                           TO WS-TIER-LIST(WS-RULE-HIT)
                       ADD WS-LINE-DISCOUNT
                           TO WS-TIER-DISCOUNT(WS-RULE-HIT)
                       ADD WS-LINE-NET TO WS-TIER-NET(WS-RULE-HIT)
                   END-IF
                   ADD WS-LINE-DISCOUNT TO WS-ALL-DISCOUNT
               WHEN "P"
                   PERFORM FIND-PROMO-ROW
                   IF WS-RULE-HIT > 0
                       ADD 1 TO WS-PROMO-LINES(WS-RULE-HIT)
                       ADD WS-LINE-LIST-VALUE
                           TO WS-PROMO-LIST(WS-RULE-HIT)
                       ADD WS-LINE-DISCOUNT
                           TO WS-PROMO-DISCOUNT(WS-RULE-HIT)
                       ADD WS-LINE-NET TO WS-PROMO-NET(WS-RULE-HIT)
                   END-IF
                   ADD WS-LINE-DISCOUNT TO WS-ALL-DISCOUNT
           END-EVALUATE.

      *    One rate per order; an order in a currency with no rate
      *    on file is counted at zero and noted under the heading.
       FIND-ORDER-RATE.
           MOVE 1 TO WS-ORDER-RATE
           MOVE ORD-CURRENCY TO WS-AMOUNT-CURRENCY
           IF WS-AMOUNT-CURRENCY NOT = SPACES
               AND WS-AMOUNT-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE "23" TO INVOICEFX-FILE-STATUS
               IF INVOICEFX-FILE-IS-OPEN
                   AND ORD-INVOICE-NUMBER NOT = SPACES
                   MOVE ORD-KEY TO IFX-ORDER-KEY
                   READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
               END-IF
               IF INVOICEFX-FILE-STATUS = "00"
                   AND IFX-RATE IS NUMERIC
                   AND IFX-RATE > 0
                   MOVE IFX-RATE TO WS-ORDER-RATE
               ELSE
                   PERFORM FIND-CURRENCY-RATE
                   MOVE WS-AMOUNT-RATE TO WS-ORDER-RATE
                   IF WS-ORDER-RATE = 0
                       ADD 1 TO WS-UNRATED-COUNT
                   END-IF
               END-IF
           END-IF.

      *    The base currency is whatever FXRATE prices a blank
      *    currency as.
       LEARN-BASE-CURRENCY.
           MOVE SPACES TO WS-FX-INPUT WS-FX-RESULT WS-BASE-CURRENCY
           CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT WS-FX-RESULT
               ON EXCEPTION
                   MOVE '{"error":"FXRATE unavailable"}'
                       TO WS-FX-RESULT
           END-CALL
           IF WS-FX-RESULT(1:9) NOT = '{"error":'
               MOVE WS-FX-RESULT(27:3) TO WS-BASE-CURRENCY
           END-IF.

      *    A rate of zero stands for "none on file" and is kept like
      *    any other, so a missing rate is asked for only once.
       FIND-CURRENCY-RATE.
           MOVE 0 TO WS-AMOUNT-RATE
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-USED
                   OR WS-RATE-CURRENCY(WS-RATE-IX)
                       = WS-AMOUNT-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-RATE-IX <= WS-RATE-USED
               MOVE WS-RATE-VALUE(WS-RATE-IX) TO WS-AMOUNT-RATE
           ELSE
               MOVE SPACES TO WS-FX-INPUT
               STRING "CURRENCY:" DELIMITED BY SIZE
                   WS-AMOUNT-CURRENCY DELIMITED BY SIZE
                   INTO WS-FX-INPUT
               MOVE SPACES TO WS-FX-RESULT
               CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT
                   WS-FX-RESULT
                   ON EXCEPTION
                       MOVE '{"error":"FXRATE unavailable"}'
                           TO WS-FX-RESULT
               END-CALL
               IF WS-FX-RESULT(1:9) NOT = '{"error":'
                   MOVE FUNCTION NUMVAL(WS-FX-RESULT(39:12))
                       TO WS-AMOUNT-RATE
               END-IF
               IF WS-RATE-USED < 20
                   ADD 1 TO WS-RATE-USED
                   MOVE WS-AMOUNT-CURRENCY
                       TO WS-RATE-CURRENCY(WS-RATE-USED)
                   MOVE WS-AMOUNT-RATE TO WS-RATE-VALUE(WS-RATE-USED)
               END-IF
           END-IF.

       FIND-TIER-ROW.
           MOVE 0 TO WS-RULE-HIT
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-TIER-USED
                   OR WS-RULE-HIT > 0
               IF WS-TIER-CODE(WS-RULE-IX) = WS-RULE-CODE
                   MOVE WS-RULE-IX TO WS-RULE-HIT
               END-IF
           END-PERFORM
           IF WS-RULE-HIT = 0 AND WS-TIER-USED < WS-RULE-LIMIT-ROWS
               ADD 1 TO WS-TIER-USED
               MOVE WS-TIER-USED TO WS-RULE-HIT
               MOVE WS-RULE-CODE TO WS-TIER-CODE(WS-RULE-HIT)
               MOVE 0 TO WS-TIER-LINES(WS-RULE-HIT)
                   WS-TIER-LIST(WS-RULE-HIT)
                   WS-TIER-DISCOUNT(WS-RULE-HIT)
                   WS-TIER-NET(WS-RULE-HIT)
           END-IF.

       FIND-PROMO-ROW.
           MOVE 0 TO WS-RULE-HIT
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-PROMO-USED
                   OR WS-RULE-HIT > 0
               IF WS-PROMO-CODE(WS-RULE-IX) = WS-RULE-CODE
                   MOVE WS-RULE-IX TO WS-RULE-HIT
               END-IF
           END-PERFORM
           IF WS-RULE-HIT = 0 AND WS-PROMO-USED < WS-RULE-LIMIT-ROWS
               ADD 1 TO WS-PROMO-USED
               MOVE WS-PROMO-USED TO WS-RULE-HIT
               MOVE WS-RULE-CODE TO WS-PROMO-CODE(WS-RULE-HIT)
               MOVE 0 TO WS-PROMO-ORDERS(WS-RULE-HIT)
                   WS-PROMO-LINES(WS-RULE-HIT)
                   WS-PROMO-LIST(WS-RULE-HIT)
                   WS-PROMO-DISCOUNT(WS-RULE-HIT)
                   WS-PROMO-NET(WS-RULE-HIT)
           END-IF.

       WRITE-TIER-LINE.
           MOVE WS-TIER-LINES(WS-RULE-IX) TO WS-LINES-DISP
           MOVE WS-TIER-LIST(WS-RULE-IX) TO WS-LIST-DISP
           MOVE WS-TIER-DISCOUNT(WS-RULE-IX) TO WS-DISCOUNT-DISP
           MOVE WS-TIER-NET(WS-RULE-IX) TO WS-NET-DISP
           ADD WS-TIER-LINES(WS-RULE-IX) TO WS-SUB-LINES
           ADD WS-TIER-LIST(WS-RULE-IX) TO WS-SUB-LIST
           ADD WS-TIER-DISCOUNT(WS-RULE-IX) TO WS-SUB-DISCOUNT
           ADD WS-TIER-NET(WS-RULE-IX) TO WS-SUB-NET
           MOVE SPACES TO REPORT-LINE
           STRING WS-TIER-CODE(WS-RULE-IX) DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               WS-LINES-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIST-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISCOUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Usage is the count of orders ever to quote the code, from
      *    the pricing file - not just this month's - against its
      *    limit, so a code close to running out shows here.
       WRITE-PROMO-LINE.
           MOVE SPACES TO WS-USAGE-DISP
           IF PRICING-FILE-STATUS NOT = "35"
               MOVE "PROMO" TO PRC-KIND
               MOVE WS-PROMO-CODE(WS-RULE-IX) TO PRC-CODE
               READ PRICING-FILE KEY IS PRC-ID
               IF PRICING-FILE-STATUS = "00"
                   MOVE PRC-USAGE-COUNT TO WS-COUNT-DISP
                   IF PRC-USAGE-LIMIT = 0
                       STRING FUNCTION TRIM(WS-COUNT-DISP)
                           "/-" DELIMITED BY SIZE
                           INTO WS-USAGE-DISP
                   ELSE
                       MOVE PRC-USAGE-LIMIT TO WS-LIMIT-DISP
                       STRING FUNCTION TRIM(WS-COUNT-DISP)
                           "/" FUNCTION TRIM(WS-LIMIT-DISP)
                           DELIMITED BY SIZE
                           INTO WS-USAGE-DISP
                   END-IF
               END-IF
           END-IF
           MOVE WS-PROMO-LINES(WS-RULE-IX) TO WS-LINES-DISP
           MOVE WS-PROMO-LIST(WS-RULE-IX) TO WS-LIST-DISP
           MOVE WS-PROMO-DISCOUNT(WS-RULE-IX) TO WS-DISCOUNT-DISP
           MOVE WS-PROMO-NET(WS-RULE-IX) TO WS-NET-DISP
           MOVE WS-PROMO-ORDERS(WS-RULE-IX) TO WS-COUNT-DISP
           ADD WS-PROMO-LINES(WS-RULE-IX) TO WS-SUB-LINES
           ADD WS-PROMO-LIST(WS-RULE-IX) TO WS-SUB-LIST
           ADD WS-PROMO-DISCOUNT(WS-RULE-IX) TO WS-SUB-DISCOUNT
           ADD WS-PROMO-NET(WS-RULE-IX) TO WS-SUB-NET
           MOVE SPACES TO REPORT-LINE
           STRING WS-PROMO-CODE(WS-RULE-IX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-USAGE-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINES-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIST-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISCOUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SUBTOTAL-LINE.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUB-LINES TO WS-LINES-DISP
           MOVE WS-SUB-LIST TO WS-LIST-DISP
           MOVE WS-SUB-DISCOUNT TO WS-DISCOUNT-DISP
           MOVE WS-SUB-NET TO WS-NET-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                          " DELIMITED BY SIZE
               WS-LINES-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIST-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISCOUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

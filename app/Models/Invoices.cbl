       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The invoice index (layout in InvoiceRecord.cpy), written by
      *    invoice:generate and invoice:reindex; this model only
      *    reads it. Payments and credit memos are read by the order
      *    they name, the same alternate key BASEMODEL keeps them on.
           SELECT INVOICES-FILE ASSIGN TO INVOICES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ID
               ALTERNATE RECORD KEY IS INV-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS INVOICES-FILE-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO PAYMENTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE RECORD KEY IS PAY-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS PAYMENTS-FILE-STATUS.
           SELECT CREDITS-FILE ASSIGN TO CREDITS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               ALTERNATE RECORD KEY IS CRD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CREDITS-FILE-STATUS.
      *    Opened only to prove the printed document is still there
      *    before the reprint route promises to send it.
           SELECT DOCUMENT-FILE ASSIGN TO WS-DOCUMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       01 INVOICE-RECORD.
           COPY "InvoiceRecord.cpy".

       FD  PAYMENTS-FILE.
       01 PAYMENT-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==PAY-==.

       FD  CREDITS-FILE.
       01 CREDIT-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CRD-==.

       FD  DOCUMENT-FILE.
       01 DOCUMENT-LINE PIC X(80).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 INVOICES-FILE-STATUS PIC XX.
       01 PAYMENTS-FILE-STATUS PIC XX.
       01 CREDITS-FILE-STATUS PIC XX.
       01 DOCUMENT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 INVOICES-PATH PIC X(100) VALUE
           "database/invoices.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 WS-DOCUMENT-PATH PIC X(60).
      *    An invoice in the base currency carries no currency of its
      *    own on the index; it is shown as APP_CURRENCY, as FXRATE
      *    reads it.
       01 WS-BASE-CURRENCY PIC X(3).

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).

      *    KEY asks for one invoice; with no KEY the call lists
      *    invoices a page at a time, optionally for one CUSTOMER,
      *    issued FROM / TO a date (inclusive) and PAID or UNPAID.
       01 WS-INVOICE-NUMBER PIC X(9).
       01 WS-CUSTOMER-KEY PIC X(20).
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-PAID-FILTER PIC X(6).
       01 WS-PAGE PIC 9(4).
       01 WS-PAGE-SIZE PIC 9(4) VALUE 3.
       01 WS-SKIP-COUNT PIC 9(4).
       01 WS-VALID-FLAG PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-VALID-MESSAGE PIC X(60).
       01 WS-DATE-IN PIC X(10).
       01 WS-DATE-OUT PIC X(8).
       01 WS-DIGITS PIC X(9).
       01 WS-DIGIT-COUNT PIC 9(2).

      *    The invoices a list may show, gathered on one pass of the
      *    index (by customer where one is named) before any is
      *    totalled, since totalling reads the index by key and would
      *    lose the place of a pass still under way.
       01 WS-CANDIDATE-LIMIT PIC 9(4) VALUE 2000.
       01 WS-CANDIDATE-USED PIC 9(4).
       01 WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE PIC X(9) OCCURS 2000 TIMES.
       01 WS-CAND-IX PIC 9(4).

      *    One invoice's settlement, in its document currency.
      *    Open balance is the goods billed less what has been paid
      *    and credited against its orders - the same reckoning
      *    payments:lockbox and the statements use - so it is what
      *    the customer still owes on the orders, tax aside.
       01 WS-FOUND-FLAG PIC X VALUE "N".
           88 INVOICE-WAS-FOUND VALUE "Y".
       01 WS-ORDER-KEY PIC X(20).
       01 WS-PAID-TOTAL PIC S9(11)V99.
       01 WS-CREDITED-TOTAL PIC S9(11)V99.
       01 WS-BALANCE PIC S9(11)V99.
       01 WS-PAID-STATE PIC X(6).
       01 WS-PAYMENTS-FLAG PIC X VALUE "N".
           88 PAYMENTS-ARE-OPEN VALUE "Y".
       01 WS-INVOICES-FLAG PIC X VALUE "N".
           88 INVOICES-ARE-OPEN VALUE "Y".
       01 WS-CREDITS-FLAG PIC X VALUE "N".
           88 CREDITS-ARE-OPEN VALUE "Y".

       01 WS-AMOUNT-DISP PIC Z(10)9.99.
       01 WS-TAX-DISP PIC Z(10)9.99.
       01 WS-DUE-DISP PIC Z(10)9.99.
       01 WS-PAID-DISP PIC -Z(10)9.99.
       01 WS-CREDITED-DISP PIC -Z(10)9.99.
       01 WS-BALANCE-DISP PIC -Z(10)9.99.
       01 WS-COUNT-DISP PIC ZZZ9.
       01 WS-PAGE-DISP PIC ZZZ9.
       01 WS-DUE-AMOUNT PIC 9(11)V99.
       01 WS-ISSUED-DATE PIC X(10).
       01 WS-CURRENCY PIC X(3).

      *    The orders a single invoice covers, as many as fit the
      *    response; order_count always gives the full number.
       01 WS-ORDERS-BUFFER PIC X(120).
       01 WS-ORDERS-PTR PIC 9(4).
       01 WS-ORDERS-SHOWN PIC 9(4).

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

           EVALUATE ACTION
               WHEN "SELECT"
                   PERFORM DO-SELECT-INVOICES
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
           ACCEPT INVOICES-PATH FROM ENVIRONMENT "DB_INVOICES"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT WS-BASE-CURRENCY FROM ENVIRONMENT "APP_CURRENCY"
           IF FUNCTION TRIM(INVOICES-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR WS-BASE-CURRENCY = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(INVOICES-PATH) = SPACES
               MOVE "database/invoices.db" TO INVOICES-PATH
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
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
                           WHEN ENV-FILE-LINE(1:12) = "DB_INVOICES="
                               AND FUNCTION TRIM(INVOICES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO INVOICES-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PAYMENTS="
                               AND FUNCTION TRIM(PAYMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PAYMENTS-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_CREDITS="
                               AND FUNCTION TRIM(CREDITS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO CREDITS-PATH
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
      *    reads. An invoice is asked for as printed (INV-000000042)
      *    or by its bare number (42); a bare customer number is
      *    taken as CUST-<n>, the way the customer routes address it.
       PARSE-INVOICE-INPUT.
           MOVE SPACES TO WS-INVOICE-NUMBER WS-CUSTOMER-KEY
               WS-FROM-DATE WS-TO-DATE WS-PAID-FILTER
               WS-VALID-MESSAGE
           MOVE 1 TO WS-PAGE
           MOVE 1 TO WS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-INPUT))
               TO WS-DI-LEN
           PERFORM UNTIL WS-PTR > WS-DI-LEN
               MOVE SPACES TO WS-SEG
               UNSTRING DATA-INPUT DELIMITED BY "|"
                   INTO WS-SEG
                   WITH POINTER WS-PTR
               MOVE SPACES TO WS-FIELD-NAME WS-FIELD-VALUE
               UNSTRING WS-SEG DELIMITED BY ":"
                   INTO WS-FIELD-NAME WS-FIELD-VALUE
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN "KEY"
                   WHEN "INVOICE"
                       PERFORM PARSE-INVOICE-NUMBER
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
                   WHEN "FROM"
                       MOVE WS-FIELD-VALUE TO WS-DATE-IN
                       PERFORM PARSE-FILTER-DATE
                       MOVE WS-DATE-OUT TO WS-FROM-DATE
                   WHEN "TO"
                       MOVE WS-FIELD-VALUE TO WS-DATE-IN
                       PERFORM PARSE-FILTER-DATE
                       MOVE WS-DATE-OUT TO WS-TO-DATE
                   WHEN "STATUS"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-PAID-FILTER
                       IF WS-PAID-FILTER NOT = "PAID"
                           AND WS-PAID-FILTER NOT = "UNPAID"
                           AND WS-PAID-FILTER NOT = SPACES
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "status must be paid or unpaid"
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
               END-EVALUATE
           END-PERFORM.

      *    Up to nine digits, right-justified and zero-filled to the
      *    register's invoice number.
       PARSE-INVOICE-NUMBER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
               TO WS-FIELD-VALUE
           IF WS-FIELD-VALUE(1:4) = "INV-"
               MOVE WS-FIELD-VALUE(5:) TO WS-SEG
               MOVE WS-SEG TO WS-FIELD-VALUE
           END-IF
           MOVE 0 TO WS-DIGIT-COUNT
           INSPECT WS-FIELD-VALUE TALLYING WS-DIGIT-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGIT-COUNT > 0
               IF WS-DIGIT-COUNT > 9
                   OR WS-FIELD-VALUE(WS-DIGIT-COUNT + 1:) NOT = SPACES
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   IF WS-FIELD-VALUE(1:WS-DIGIT-COUNT) IS NOT NUMERIC
                       MOVE "N" TO WS-VALID-FLAG
                   ELSE
                       MOVE ALL "0" TO WS-DIGITS
                       MOVE WS-FIELD-VALUE(1:WS-DIGIT-COUNT)
                           TO WS-DIGITS(10 - WS-DIGIT-COUNT:
                               WS-DIGIT-COUNT)
                       MOVE WS-DIGITS TO WS-INVOICE-NUMBER
                   END-IF
               END-IF
               IF NOT INPUT-IS-VALID
                   MOVE "invoice must be an invoice number"
                       TO WS-VALID-MESSAGE
               END-IF
           END-IF.

      *    YYYY-MM-DD as the other routes take dates, or YYYYMMDD;
      *    either becomes the YYYYMMDD the register stamp starts with.
       PARSE-FILTER-DATE.
           MOVE SPACES TO WS-DATE-OUT
           MOVE FUNCTION TRIM(WS-DATE-IN) TO WS-DATE-IN
           EVALUATE TRUE
               WHEN WS-DATE-IN(5:1) = "-" AND WS-DATE-IN(8:1) = "-"
                   STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2)
                       WS-DATE-IN(9:2) DELIMITED BY SIZE
                       INTO WS-DATE-OUT
               WHEN WS-DATE-IN(9:2) = SPACES
                   MOVE WS-DATE-IN(1:8) TO WS-DATE-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DATE-OUT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-FLAG
               MOVE "from and to must be dates (YYYY-MM-DD)"
                   TO WS-VALID-MESSAGE
           END-IF.

       DO-SELECT-INVOICES.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-INVOICE-INPUT
           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN WS-INVOICE-NUMBER NOT = SPACES
                   PERFORM SELECT-ONE-INVOICE
               WHEN OTHER
                   PERFORM LIST-INVOICES
           END-EVALUATE.

       BUILD-VALIDATION-ERROR.
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"error":"Validation failed","message":"'
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALID-MESSAGE) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    The reprint route is handed the document's path, and only
      *    once the file has been found where invoice:generate wrote
      *    it; a document since archived or removed is reported
      *    rather than sent empty.
       DO-LOCATE-DOCUMENT.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-INVOICE-INPUT
           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   PERFORM BUILD-VALIDATION-ERROR
               WHEN WS-INVOICE-NUMBER = SPACES
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               WHEN OTHER
                   PERFORM OPEN-INVOICE-FILES
                   PERFORM READ-INVOICE-HEADER
                   PERFORM CLOSE-INVOICE-FILES
                   IF NOT INVOICE-WAS-FOUND
                       MOVE '{"error":"Record not found"}'
                           TO RESULT-OUTPUT
                   ELSE
                       PERFORM CHECK-DOCUMENT-ON-FILE
                   END-IF
           END-EVALUATE.

       CHECK-DOCUMENT-ON-FILE.
           MOVE INV-DOCUMENT-PATH TO WS-DOCUMENT-PATH
           OPEN INPUT DOCUMENT-FILE
           IF DOCUMENT-FILE-STATUS = "00"
               CLOSE DOCUMENT-FILE
               MOVE SPACES TO RESULT-OUTPUT
               STRING '{"document":"' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DOCUMENT-PATH) DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           ELSE
               MOVE '{"error":"Document not found"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    Payments and credits are optional files - a system that
      *    has taken neither yet simply shows nothing paid.
       OPEN-INVOICE-FILES.
           MOVE "N" TO WS-INVOICES-FLAG WS-PAYMENTS-FLAG
               WS-CREDITS-FLAG
           OPEN INPUT INVOICES-FILE
           IF INVOICES-FILE-STATUS = "00"
               MOVE "Y" TO WS-INVOICES-FLAG
           END-IF
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-FILE-STATUS = "00"
               MOVE "Y" TO WS-PAYMENTS-FLAG
           END-IF
           OPEN INPUT CREDITS-FILE
           IF CREDITS-FILE-STATUS = "00"
               MOVE "Y" TO WS-CREDITS-FLAG
           END-IF.

       CLOSE-INVOICE-FILES.
           IF INVOICES-ARE-OPEN
               CLOSE INVOICES-FILE
           END-IF
           IF PAYMENTS-ARE-OPEN
               CLOSE PAYMENTS-FILE
           END-IF
           IF CREDITS-ARE-OPEN
               CLOSE CREDITS-FILE
           END-IF.

       READ-INVOICE-HEADER.
           MOVE "N" TO WS-FOUND-FLAG
           IF INVOICES-ARE-OPEN
               MOVE WS-INVOICE-NUMBER TO INV-NUMBER
               MOVE 0 TO INV-LINE
               READ INVOICES-FILE KEY IS INV-ID
               IF INVOICES-FILE-STATUS = "00"
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-IF.

       SELECT-ONE-INVOICE.
           PERFORM OPEN-INVOICE-FILES
           PERFORM READ-INVOICE-HEADER
           IF INVOICE-WAS-FOUND
               PERFORM SETTLE-INVOICE
               PERFORM BUILD-INVOICE-RESULT
           ELSE
               MOVE '{"error":"Record not found"}'
                   TO RESULT-OUTPUT
           END-IF
           PERFORM CLOSE-INVOICE-FILES.

      *    Walks the invoice's order lines (0001 up, straight after
      *    its header in key order) summing what each order has been
      *    paid and credited. The header is read back afterwards so
      *    the caller finds it in the record area as it left it.
       SETTLE-INVOICE.
           MOVE 0 TO WS-PAID-TOTAL WS-CREDITED-TOTAL
           MOVE SPACES TO WS-ORDERS-BUFFER
           MOVE 1 TO WS-ORDERS-PTR
           MOVE 0 TO WS-ORDERS-SHOWN
           MOVE WS-INVOICE-NUMBER TO INV-NUMBER
           MOVE 1 TO INV-LINE
           START INVOICES-FILE KEY IS NOT LESS THAN INV-ID
               INVALID KEY MOVE "10" TO INVOICES-FILE-STATUS
           END-START
           PERFORM UNTIL INVOICES-FILE-STATUS NOT = "00"
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE "10" TO INVOICES-FILE-STATUS
               END-READ
               IF INVOICES-FILE-STATUS = "00"
                   IF INV-NUMBER NOT = WS-INVOICE-NUMBER
                       MOVE "10" TO INVOICES-FILE-STATUS
                   ELSE
                       MOVE INV-ORDER-KEY TO WS-ORDER-KEY
                       PERFORM NOTE-INVOICE-ORDER
                       PERFORM SUM-ORDER-PAYMENTS
                       PERFORM SUM-ORDER-CREDITS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM READ-INVOICE-HEADER
      *    The customer was billed goods and tax, so that is what
      *    payments and credits settle.
           COMPUTE WS-DUE-AMOUNT = INV-GOODS-TOTAL + INV-TAX-TOTAL
           COMPUTE WS-BALANCE = WS-DUE-AMOUNT
               - WS-PAID-TOTAL - WS-CREDITED-TOTAL
           IF WS-BALANCE > 0
               MOVE "UNPAID" TO WS-PAID-STATE
           ELSE
               MOVE "PAID" TO WS-PAID-STATE
           END-IF.

       NOTE-INVOICE-ORDER.
           IF WS-ORDERS-PTR + FUNCTION LENGTH(FUNCTION TRIM(
                   WS-ORDER-KEY)) + 3
                   <= FUNCTION LENGTH(WS-ORDERS-BUFFER)
               IF WS-ORDERS-SHOWN > 0
                   STRING "," DELIMITED BY SIZE
                       INTO WS-ORDERS-BUFFER WITH POINTER WS-ORDERS-PTR
               END-IF
               STRING '"' FUNCTION TRIM(WS-ORDER-KEY) '"'
                   DELIMITED BY SIZE
                   INTO WS-ORDERS-BUFFER WITH POINTER WS-ORDERS-PTR
               ADD 1 TO WS-ORDERS-SHOWN
           END-IF.

      *    Every live payment on the order counts; payments name the
      *    order, not the invoice.
       SUM-ORDER-PAYMENTS.
           IF PAYMENTS-ARE-OPEN
               MOVE WS-ORDER-KEY TO PAY-CUSTOMER-KEY
               START PAYMENTS-FILE KEY IS EQUAL TO PAY-CUSTOMER-KEY
                   INVALID KEY MOVE "23" TO PAYMENTS-FILE-STATUS
               END-START
               PERFORM UNTIL PAYMENTS-FILE-STATUS NOT = "00"
                   READ PAYMENTS-FILE NEXT RECORD
                       AT END MOVE "10" TO PAYMENTS-FILE-STATUS
                   END-READ
                   IF PAYMENTS-FILE-STATUS = "00"
                       IF PAY-CUSTOMER-KEY NOT = WS-ORDER-KEY
                           MOVE "10" TO PAYMENTS-FILE-STATUS
                       ELSE
                           IF PAY-DELETED-AT = SPACES
                               ADD PAY-AMOUNT TO WS-PAID-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO PAYMENTS-FILE-STATUS
           END-IF.

      *    Credit memos name the invoice they credit as well as the
      *    order, so a credit raised against an earlier invoice for
      *    the same order does not reduce this one.
       SUM-ORDER-CREDITS.
           IF CREDITS-ARE-OPEN
               MOVE WS-ORDER-KEY TO CRD-CUSTOMER-KEY
               START CREDITS-FILE KEY IS EQUAL TO CRD-CUSTOMER-KEY
                   INVALID KEY MOVE "23" TO CREDITS-FILE-STATUS
               END-START
               PERFORM UNTIL CREDITS-FILE-STATUS NOT = "00"
                   READ CREDITS-FILE NEXT RECORD
                       AT END MOVE "10" TO CREDITS-FILE-STATUS
                   END-READ
                   IF CREDITS-FILE-STATUS = "00"
                       IF CRD-CUSTOMER-KEY NOT = WS-ORDER-KEY
                           MOVE "10" TO CREDITS-FILE-STATUS
                       ELSE
                           IF CRD-DELETED-AT = SPACES
                               AND (CRD-CREDIT-INVOICE
                                   = WS-INVOICE-NUMBER
                                   OR CRD-CREDIT-INVOICE = SPACES)
                               ADD CRD-AMOUNT TO WS-CREDITED-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO CREDITS-FILE-STATUS
           END-IF.

      *    The figures common to the single invoice and a list row.
       FORMAT-INVOICE-FIGURES.
           MOVE SPACES TO WS-ISSUED-DATE
           STRING INV-ISSUED-AT(1:4) "-" INV-ISSUED-AT(5:2) "-"
               INV-ISSUED-AT(7:2) DELIMITED BY SIZE
               INTO WS-ISSUED-DATE
           IF INV-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           ELSE
               MOVE INV-CURRENCY TO WS-CURRENCY
           END-IF
           COMPUTE WS-DUE-AMOUNT = INV-GOODS-TOTAL + INV-TAX-TOTAL
           MOVE INV-GOODS-TOTAL TO WS-AMOUNT-DISP
           MOVE INV-TAX-TOTAL TO WS-TAX-DISP
           MOVE WS-DUE-AMOUNT TO WS-DUE-DISP
           MOVE WS-PAID-TOTAL TO WS-PAID-DISP
           MOVE WS-CREDITED-TOTAL TO WS-CREDITED-DISP
           MOVE WS-BALANCE TO WS-BALANCE-DISP.

       BUILD-INVOICE-RESULT.
           PERFORM FORMAT-INVOICE-FIGURES
           MOVE INV-ORDER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"invoice":"INV-' INV-NUMBER
               '","customer":"' FUNCTION TRIM(INV-CUSTOMER-KEY)
               '","issued":"' WS-ISSUED-DATE
               '","currency":"' WS-CURRENCY
               '","order_count":' FUNCTION TRIM(WS-COUNT-DISP)
               ',"goods":' FUNCTION TRIM(WS-AMOUNT-DISP)
               ',"tax":' FUNCTION TRIM(WS-TAX-DISP)
               ',"total":' FUNCTION TRIM(WS-DUE-DISP)
               ',"paid":' FUNCTION TRIM(WS-PAID-DISP)
               ',"credited":' FUNCTION TRIM(WS-CREDITED-DISP)
               ',"balance":' FUNCTION TRIM(WS-BALANCE-DISP)
               ',"status":"' FUNCTION LOWER-CASE(
                   FUNCTION TRIM(WS-PAID-STATE))
               '","orders":[' FUNCTION TRIM(WS-ORDERS-BUFFER)
               ']}'
               DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    Every candidate is settled so "total" counts only the
      *    invoices the paid/unpaid filter lets through; rows before
      *    the page asked for are counted and skipped.
       LIST-INVOICES.
           MOVE SPACES TO WS-ROWS-BUFFER
           MOVE 1 TO WS-ROWS-PTR
           MOVE 0 TO WS-ROW-COUNT WS-MATCH-COUNT WS-CANDIDATE-USED
           COMPUTE WS-SKIP-COUNT = (WS-PAGE - 1) * WS-PAGE-SIZE
           PERFORM OPEN-INVOICE-FILES
           IF INVOICES-ARE-OPEN
               IF WS-CUSTOMER-KEY NOT = SPACES
                   PERFORM GATHER-CUSTOMER-INVOICES
               ELSE
                   PERFORM GATHER-ALL-INVOICES
               END-IF
               PERFORM VARYING WS-CAND-IX FROM 1 BY 1
                       UNTIL WS-CAND-IX > WS-CANDIDATE-USED
                   MOVE WS-CANDIDATE(WS-CAND-IX) TO WS-INVOICE-NUMBER
                   PERFORM READ-INVOICE-HEADER
                   IF INVOICE-WAS-FOUND
                       PERFORM SETTLE-INVOICE
                       IF WS-PAID-FILTER = SPACES
                           OR WS-PAID-FILTER = WS-PAID-STATE
                           ADD 1 TO WS-MATCH-COUNT
                           IF WS-MATCH-COUNT > WS-SKIP-COUNT
                               AND WS-ROW-COUNT < WS-PAGE-SIZE
                               PERFORM APPEND-INVOICE-ROW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM CLOSE-INVOICE-FILES
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

      *    The customer's invoices straight off the alternate key.
       GATHER-CUSTOMER-INVOICES.
           MOVE WS-CUSTOMER-KEY TO INV-CUSTOMER-KEY
           START INVOICES-FILE KEY IS EQUAL TO INV-CUSTOMER-KEY
               INVALID KEY MOVE "23" TO INVOICES-FILE-STATUS
           END-START
           PERFORM UNTIL INVOICES-FILE-STATUS NOT = "00"
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE "10" TO INVOICES-FILE-STATUS
               END-READ
               IF INVOICES-FILE-STATUS = "00"
                   IF INV-CUSTOMER-KEY NOT = WS-CUSTOMER-KEY
                       MOVE "10" TO INVOICES-FILE-STATUS
                   ELSE
                       PERFORM TAKE-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO INVOICES-FILE-STATUS.

       GATHER-ALL-INVOICES.
           MOVE LOW-VALUES TO INV-ID
           START INVOICES-FILE KEY IS NOT LESS THAN INV-ID
               INVALID KEY MOVE "10" TO INVOICES-FILE-STATUS
           END-START
           PERFORM UNTIL INVOICES-FILE-STATUS NOT = "00"
               READ INVOICES-FILE NEXT RECORD
                   AT END MOVE "10" TO INVOICES-FILE-STATUS
               END-READ
               IF INVOICES-FILE-STATUS = "00"
                   PERFORM TAKE-CANDIDATE
               END-IF
           END-PERFORM
           MOVE "00" TO INVOICES-FILE-STATUS.

      *    Headers only, inside the date range.
       TAKE-CANDIDATE.
           IF INV-IS-HEADER
               AND (WS-FROM-DATE = SPACES
                   OR INV-ISSUED-AT(1:8) >= WS-FROM-DATE)
               AND (WS-TO-DATE = SPACES
                   OR INV-ISSUED-AT(1:8) <= WS-TO-DATE)
               AND WS-CANDIDATE-USED < WS-CANDIDATE-LIMIT
               ADD 1 TO WS-CANDIDATE-USED
               MOVE INV-NUMBER TO WS-CANDIDATE(WS-CANDIDATE-USED)
           END-IF.

       APPEND-INVOICE-ROW.
           PERFORM FORMAT-INVOICE-FIGURES
           MOVE SPACES TO WS-ROW-JSON
           STRING '{"invoice":"INV-' INV-NUMBER
               '","customer":"' FUNCTION TRIM(INV-CUSTOMER-KEY)
               '","issued":"' WS-ISSUED-DATE
               '","currency":"' WS-CURRENCY
               '","total":' FUNCTION TRIM(WS-DUE-DISP)
               ',"balance":' FUNCTION TRIM(WS-BALANCE-DISP)
               '}'
               DELIMITED BY SIZE
               INTO WS-ROW-JSON

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

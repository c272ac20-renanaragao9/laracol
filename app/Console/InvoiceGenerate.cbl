               ALTERNATE RECORD KEY IS CUST-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMERS-FILE-STATUS.
      *    The customer's tax profile and the jurisdiction table
      *    decide the tax each invoice carries.
           SELECT PROFILES-FILE ASSIGN TO PROFILES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUSTOMER-KEY
               FILE STATUS IS PROFILES-FILE-STATUS.
           SELECT TAXRATES-FILE ASSIGN TO TAXRATES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-REGION
               FILE STATUS IS TAXRATES-FILE-STATUS.
      *    The customer address book, for the address block.
           SELECT ADDRESSES-FILE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
      *    The rate each foreign-currency order is invoiced at, kept
      *    so its payments and credits convert against the same one.
           SELECT INVOICEFX-FILE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
      *    The invoice index the invoice routes look invoices up in.
           SELECT INVOICES-FILE ASSIGN TO INVOICES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ID
               ALTERNATE RECORD KEY IS INV-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS INVOICES-FILE-STATUS.
           SELECT INVOICE-SEQ-FILE
               ASSIGN TO "storage/framework/invoice.seq"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CUST-==.

       FD  PROFILES-FILE.
       01 PROFILE-RECORD.
           COPY "CustomerProfileRecord.cpy".

       FD  TAXRATES-FILE.
       01 TAXRATE-RECORD.
           COPY "TaxRateRecord.cpy".

       FD  ADDRESSES-FILE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  INVOICES-FILE.
       01 INVOICE-RECORD.
           COPY "InvoiceRecord.cpy".

       FD  INVOICE-SEQ-FILE.
       01 INVOICE-SEQ-LINE PIC X(12).


       01 ORDERS-FILE-STATUS PIC XX.
       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 TAXRATES-FILE-STATUS PIC XX.
       01 ADDRESSES-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 INVOICES-FILE-STATUS PIC XX.
       01 INVOICE-SEQ-STATUS PIC XX.
       01 REGISTER-FILE-STATUS PIC XX.
       01 INVOICE-DOC-STATUS PIC XX.
           "database/customers.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 TAXRATES-PATH PIC X(100) VALUE
           "database/taxrates.db".
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 INVOICES-PATH PIC X(100) VALUE
           "database/invoices.db".
       01 INVOICE-DOC-PATH PIC X(100).

       01 WS-NOW PIC X(19).

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

      *    Orders found SHIPPED by the sweep, staged here so the
      *    status flips run after the orders file is closed again -
      *    BASEMODEL opens the same file I-O for its REWRITE and the
               10 WS-DUE-DATE     PIC X(10).
               10 WS-DUE-VERSION  PIC 9(9).
               10 WS-DUE-STATE    PIC X.
               10 WS-DUE-CURRENCY PIC X(3).
       01 WS-DUE-IX PIC 9(4).
       01 WS-DUE-JX PIC 9(4).

      *    The customer group being invoiced: one invoice number and
      *    one document cover every order flipped for this customer
      *    in this run, all in the one currency (spaces for base).
       01 WS-GRP-CUSTOMER PIC X(20).
       01 WS-GRP-CURRENCY PIC X(3).
       01 WS-GRP-COUNT PIC 9(4).
       01 WS-GRP-TOTAL PIC 9(11)V99.
       01 WS-TOTAL-DISP PIC Z(10)9.99.
       01 WS-CUST-NAME PIC X(100).
       01 WS-CUST-EMAIL PIC X(60).

      *    Sales tax for the invoice being written. The whole
      *    invoice is either taxable or exempt - the exemption
      *    belongs to the customer - and the tax is worked once on
      *    the invoice total, not per order, so the rounding the
      *    customer sees is the rounding the return reports.
       01 WS-TAX-REGION PIC X(8).
       01 WS-TAX-EXEMPT PIC X(1).
           88 INVOICE-IS-EXEMPT VALUE "Y".
       01 WS-TAX-CERT PIC X(20).
       01 WS-TAX-JURISDICTION PIC X(30).
       01 WS-TAX-RATE PIC 9V9(5).
       01 WS-TAXABLE-TOTAL PIC 9(11)V99.
       01 WS-EXEMPT-TOTAL PIC 9(11)V99.
       01 WS-TAX-AMOUNT PIC 9(11)V99.
       01 WS-DUE-TOTAL PIC 9(11)V99.
       01 WS-RATE-PCT PIC ZZ9.999.
       01 WS-TAXABLE-DISP PIC Z(10)9.99.
       01 WS-EXEMPT-DISP PIC Z(10)9.99.
       01 WS-TAX-DISP PIC Z(10)9.99.

      *    The invoice is raised in the orders' own currency and
      *    booked at today's rate from FXRATE: the register, and so
      *    the ledger and the tax return, carry base-currency
      *    figures, while the document and the FX- register line show
      *    what the customer actually owes. A base-currency invoice
      *    simply converts at one.
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-INVOICE-CURRENCY PIC X(3).
       01 WS-BASE-CURRENCY PIC X(3).
       01 WS-INVOICE-RATE PIC 9(5)V9(6).
       01 WS-INVOICE-RATE-DATE PIC X(8).
       01 WS-FX-RATE-DISP PIC Z(4)9.9(6).
       01 WS-BASE-GOODS PIC 9(11)V99.
       01 WS-BASE-TAXABLE PIC 9(11)V99.
       01 WS-BASE-EXEMPT PIC 9(11)V99.
       01 WS-BASE-TAX PIC 9(11)V99.
       01 WS-BASE-DUE PIC 9(11)V99.
      *    The invoice tax as spread over its orders so far, in the
      *    invoice currency and in base, for invoicefx.db.
       01 WS-SPREAD-SEEN PIC 9(4).
       01 WS-SPREAD-TAX PIC 9(11)V99.
       01 WS-SPREAD-BASE-TAX PIC 9(11)V99.
       01 WS-DUE-DISP PIC Z(10)9.99.

       01 WS-MODEL-ACTION PIC X(20) VALUE "UPDATE".
       01 WS-MODEL-INPUT  PIC X(500).
       01 WS-MODEL-RESULT PIC X(500).
       01 WS-INVOICED-COUNT PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZ9.
      *    Base-currency goods total of every register line this run
      *    wrote - batch:balance proves the ledger against invoice.reg
      *    by the run's register stamp.
       01 WS-RUN-BASE-GOODS PIC 9(13)V99 VALUE 0.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

                   IF WS-DUE-STATE(WS-DUE-IX) = "P"
                       MOVE WS-DUE-CUSTOMER(WS-DUE-IX)
                           TO WS-GRP-CUSTOMER
                       MOVE WS-DUE-CURRENCY(WS-DUE-IX)
                           TO WS-GRP-CURRENCY
                       PERFORM LOOK-UP-INVOICE-RATE
                       IF WS-FX-RESULT(1:9) = '{"error":'
                           PERFORM SKIP-UNRATED-GROUP
                       ELSE
                           PERFORM INVOICE-ONE-CUSTOMER
                       END-IF
                   END-IF
               END-PERFORM

               END-IF
           END-IF

           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Every order collected is either invoiced or skipped, so
      *    the run must balance; any skip makes it a warning.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "invoice:generate" TO RC-COMMAND
           MOVE WS-DUE-USED TO RC-RECORDS-READ
           MOVE WS-INVOICED-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-SKIPPED-COUNT TO RC-RECORDS-REJECTED
           MOVE WS-RUN-BASE-GOODS TO RC-AMOUNT-HASH
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RC-COMPLETION-CODE
           ELSE
               MOVE 0 TO RC-COMPLETION-CODE
           END-IF
           MOVE "Y" TO RC-BALANCE-RULE
           MOVE WS-NOW TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default) so the batch
      *    invoices the same per-model data files the CGI process
       LOAD-CONFIG.
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           ACCEPT TAXRATES-PATH FROM ENVIRONMENT "DB_TAXRATES"
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           ACCEPT INVOICES-PATH FROM ENVIRONMENT "DB_INVOICES"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               OR FUNCTION TRIM(TAXRATES-PATH) = SPACES
               OR FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               OR FUNCTION TRIM(INVOICES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF
           IF FUNCTION TRIM(TAXRATES-PATH) = SPACES
               MOVE "database/taxrates.db" TO TAXRATES-PATH
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
           END-IF
           IF FUNCTION TRIM(INVOICES-PATH) = SPACES
               MOVE "database/invoices.db" TO INVOICES-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PROFILES="
                               AND FUNCTION TRIM(PROFILES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PROFILES-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_TAXRATES="
                               AND FUNCTION TRIM(TAXRATES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO TAXRATES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVOICEFX="
                               AND FUNCTION TRIM(INVOICEFX-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVOICEFX-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_INVOICES="
                               AND FUNCTION TRIM(INVOICES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO INVOICES-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
                           TO WS-DUE-DATE(WS-DUE-USED)
                       MOVE MODEL-VERSION
                           TO WS-DUE-VERSION(WS-DUE-USED)
                       MOVE MODEL-CURRENCY
                           TO WS-DUE-CURRENCY(WS-DUE-USED)
                       MOVE "P" TO WS-DUE-STATE(WS-DUE-USED)
                   END-IF
               END-PERFORM
       INVOICE-ONE-CUSTOMER.
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-GRP-TOTAL
           PERFORM PEEK-INVOICE-NUMBER

           PERFORM VARYING WS-DUE-JX FROM 1 BY 1
                   UNTIL WS-DUE-JX > WS-DUE-USED
               IF WS-DUE-STATE(WS-DUE-JX) = "P"
                   AND WS-DUE-CUSTOMER(WS-DUE-JX) = WS-GRP-CUSTOMER
                   AND WS-DUE-CURRENCY(WS-DUE-JX) = WS-GRP-CURRENCY
                   PERFORM FLIP-ORDER-TO-INVOICED
                   IF WS-MODEL-RESULT(1:9) = '{"error":'
                       MOVE "S" TO WS-DUE-STATE(WS-DUE-JX)

           IF WS-GRP-COUNT > 0
               PERFORM LOOK-UP-INVOICE-CUSTOMER
               PERFORM COMPUTE-INVOICE-TAX
               PERFORM COMPUTE-BASE-FIGURES
               PERFORM COMMIT-INVOICE-NUMBER
               PERFORM WRITE-INVOICE-DOCUMENT
               PERFORM APPEND-REGISTER-ENTRY
               PERFORM APPEND-TAX-REGISTER-ENTRY
               PERFORM WRITE-INVOICE-INDEX
               PERFORM RECORD-INVOICE-RATES
               IF WS-GRP-CURRENCY NOT = SPACES
                   PERFORM APPEND-FX-REGISTER-ENTRY
               END-IF
               MOVE WS-GRP-COUNT TO WS-COUNT-DISP
               DISPLAY "  INV-" WS-INVOICE-NO-DISP " for "
                   FUNCTION TRIM(WS-GRP-CUSTOMER) " ("
                   FUNCTION TRIM(WS-COUNT-DISP) " order(s))"
           END-IF.

      *    Today's rate for the group's currency. With none on file
      *    the group is left SHIPPED for a later run rather than
      *    invoiced at a guess.
       LOOK-UP-INVOICE-RATE.
           MOVE SPACES TO WS-FX-INPUT
           STRING "CURRENCY:" DELIMITED BY SIZE
               WS-GRP-CURRENCY DELIMITED BY SIZE
               INTO WS-FX-INPUT
           MOVE SPACES TO WS-FX-RESULT
           CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT WS-FX-RESULT
               ON EXCEPTION
                   MOVE '{"error":"FXRATE unavailable"}'
                       TO WS-FX-RESULT
           END-CALL
           IF WS-FX-RESULT(1:9) NOT = '{"error":'
               MOVE WS-FX-RESULT(14:3) TO WS-INVOICE-CURRENCY
               MOVE WS-FX-RESULT(27:3) TO WS-BASE-CURRENCY
               MOVE FUNCTION NUMVAL(WS-FX-RESULT(39:12))
                   TO WS-INVOICE-RATE
               MOVE WS-FX-RESULT(65:8) TO WS-INVOICE-RATE-DATE
           END-IF.

       SKIP-UNRATED-GROUP.
           PERFORM VARYING WS-DUE-JX FROM 1 BY 1
                   UNTIL WS-DUE-JX > WS-DUE-USED
               IF WS-DUE-STATE(WS-DUE-JX) = "P"
                   AND WS-DUE-CUSTOMER(WS-DUE-JX) = WS-GRP-CUSTOMER
                   AND WS-DUE-CURRENCY(WS-DUE-JX) = WS-GRP-CURRENCY
                   MOVE "S" TO WS-DUE-STATE(WS-DUE-JX)
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "  SKIP " FUNCTION TRIM(
                       WS-DUE-KEY(WS-DUE-JX)) ": "
                       FUNCTION TRIM(WS-FX-RESULT)
               END-IF
           END-PERFORM.

       FLIP-ORDER-TO-INVOICED.
           MOVE WS-DUE-VERSION(WS-DUE-JX) TO WS-VERSION-DISP
           MOVE WS-DUE-AMOUNT(WS-DUE-JX) TO WS-AMOUNT-DISP
               "|VERSION:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
               "|STATUS:INVOICED" DELIMITED BY SIZE
               "|INVOICE:" DELIMITED BY SIZE
               WS-INVOICE-NO-DISP DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
                   MOVE CUST-EMAIL TO WS-CUST-EMAIL
               END-IF
               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE WS-GRP-CUSTOMER TO WS-ADDR-CUSTOMER
           MOVE "BILLING" TO WS-ADDR-WANTED-TYPE
           PERFORM LOOK-UP-DEFAULT-ADDRESS.

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

      *    A customer with no profile, or no region on it, is
      *    invoiced without tax and named on the run output so the
      *    profile gets fixed before the return is filed; so is a
      *    region that has since dropped out of the rate table.
       COMPUTE-INVOICE-TAX.
           MOVE SPACES TO WS-TAX-REGION WS-TAX-CERT
               WS-TAX-JURISDICTION
           MOVE "N" TO WS-TAX-EXEMPT
           MOVE 0 TO WS-TAX-RATE WS-TAXABLE-TOTAL WS-EXEMPT-TOTAL
               WS-TAX-AMOUNT
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               MOVE WS-GRP-CUSTOMER TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   MOVE PROF-TAX-REGION TO WS-TAX-REGION
                   MOVE PROF-TAX-EXEMPT TO WS-TAX-EXEMPT
                   MOVE PROF-EXEMPT-CERT TO WS-TAX-CERT
               END-IF
               CLOSE PROFILES-FILE
           END-IF

           IF WS-TAX-REGION NOT = SPACES
               OPEN INPUT TAXRATES-FILE
               IF TAXRATES-FILE-STATUS = "00"
                   MOVE WS-TAX-REGION TO TAX-REGION
                   READ TAXRATES-FILE KEY IS TAX-REGION
                   IF TAXRATES-FILE-STATUS = "00"
                       MOVE TAX-JURISDICTION TO WS-TAX-JURISDICTION
                       MOVE TAX-RATE TO WS-TAX-RATE
                   END-IF
                   CLOSE TAXRATES-FILE
               END-IF
           END-IF

           IF INVOICE-IS-EXEMPT
               MOVE WS-GRP-TOTAL TO WS-EXEMPT-TOTAL
           ELSE
               MOVE WS-GRP-TOTAL TO WS-TAXABLE-TOTAL
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-TAXABLE-TOTAL * WS-TAX-RATE
               IF WS-TAX-REGION = SPACES
                   DISPLAY "  NOTE " FUNCTION TRIM(WS-GRP-CUSTOMER)
                       " has no tax region - invoiced without tax"
               ELSE
                   IF WS-TAX-JURISDICTION = SPACES
                       DISPLAY "  NOTE " FUNCTION TRIM(WS-TAX-REGION)
                           " is not in the tax rate table - "
                           FUNCTION TRIM(WS-GRP-CUSTOMER)
                           " invoiced without tax"
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-DUE-TOTAL = WS-GRP-TOTAL + WS-TAX-AMOUNT.

      *    Goods and tax are converted separately, each rounded once,
      *    so the register's invoice and TAX- lines are each what the
      *    ledger books for them.
       COMPUTE-BASE-FIGURES.
           COMPUTE WS-BASE-GOODS ROUNDED =
               WS-GRP-TOTAL * WS-INVOICE-RATE
           COMPUTE WS-BASE-TAXABLE ROUNDED =
               WS-TAXABLE-TOTAL * WS-INVOICE-RATE
           COMPUTE WS-BASE-EXEMPT ROUNDED =
               WS-EXEMPT-TOTAL * WS-INVOICE-RATE
           COMPUTE WS-BASE-TAX ROUNDED =
               WS-TAX-AMOUNT * WS-INVOICE-RATE
           COMPUTE WS-BASE-DUE = WS-BASE-GOODS + WS-BASE-TAX.

      *    Invoice numbers are allocated from a one-line counter file
      *    so they stay sequential across runs, the same way
      *    OUTBOXFEED's NEXT-EVENT-ID allocates event ids. The number
      *    is read ahead of the flips so each order is stamped with
      *    the invoice that bills it as it turns INVOICED, and only
      *    written back once a flip has actually landed - a group
      *    the model refused entirely leaves no gap in the sequence.
       PEEK-INVOICE-NUMBER.
           MOVE 0 TO WS-INVOICE-NO
           OPEN INPUT INVOICE-SEQ-FILE
           IF INVOICE-SEQ-STATUS = "00"
               CLOSE INVOICE-SEQ-FILE
           END-IF
           ADD 1 TO WS-INVOICE-NO
           MOVE WS-INVOICE-NO TO WS-INVOICE-NO-DISP.

       COMMIT-INVOICE-NUMBER.
           OPEN OUTPUT INVOICE-SEQ-FILE
           MOVE WS-INVOICE-NO TO INVOICE-SEQ-LINE
           WRITE INVOICE-SEQ-LINE
               FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
               INTO INVOICE-DOC-LINE
           WRITE INVOICE-DOC-LINE
      *    The default billing address completes the block; without
      *    one the document says so, so it is not posted blind.
           IF WS-ADDR-LINE-COUNT = 0
               MOVE SPACES TO INVOICE-DOC-LINE
               MOVE "(no billing address on file)"
                   TO INVOICE-DOC-LINE(13:)
               WRITE INVOICE-DOC-LINE
           END-IF
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-LINE-COUNT
               MOVE SPACES TO INVOICE-DOC-LINE
               MOVE WS-ADDR-LINE(WS-ADDR-IX) TO INVOICE-DOC-LINE(13:)
               WRITE INVOICE-DOC-LINE
           END-PERFORM

           MOVE SPACES TO INVOICE-DOC-LINE
           STRING "Email:      " DELIMITED BY SIZE
               INTO INVOICE-DOC-LINE
           WRITE INVOICE-DOC-LINE

           MOVE SPACES TO INVOICE-DOC-LINE
           STRING "Currency:   " DELIMITED BY SIZE
               WS-INVOICE-CURRENCY DELIMITED BY SIZE
               INTO INVOICE-DOC-LINE
           WRITE INVOICE-DOC-LINE

           MOVE SPACES TO INVOICE-DOC-LINE
           WRITE INVOICE-DOC-LINE

                   UNTIL WS-DUE-JX > WS-DUE-USED
               IF WS-DUE-STATE(WS-DUE-JX) = "F"
                   AND WS-DUE-CUSTOMER(WS-DUE-JX) = WS-GRP-CUSTOMER
                   AND WS-DUE-CURRENCY(WS-DUE-JX) = WS-GRP-CURRENCY
                   PERFORM WRITE-INVOICE-DETAIL-LINE
               END-IF
           END-PERFORM
           WRITE INVOICE-DOC-LINE
           MOVE WS-GRP-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO INVOICE-DOC-LINE
           STRING "Subtotal:   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               INTO INVOICE-DOC-LINE
           WRITE INVOICE-DOC-LINE

           MOVE WS-TAX-AMOUNT TO WS-TAX-DISP
           MOVE SPACES TO INVOICE-DOC-LINE
           IF INVOICE-IS-EXEMPT
               STRING "Sales tax:  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAX-DISP) DELIMITED BY SIZE
                   "  (exempt, certificate " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAX-CERT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO INVOICE-DOC-LINE
           ELSE
               COMPUTE WS-RATE-PCT = WS-TAX-RATE * 100
               STRING "Sales tax:  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAX-DISP) DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAX-JURISDICTION)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RATE-PCT) DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO INVOICE-DOC-LINE
           END-IF
           WRITE INVOICE-DOC-LINE

           MOVE WS-DUE-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO INVOICE-DOC-LINE
           STRING "Amount due: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INVOICE-CURRENCY DELIMITED BY SIZE
               INTO INVOICE-DOC-LINE
           WRITE INVOICE-DOC-LINE

      *    A foreign-currency invoice states the rate it was booked
      *    at, for the customer's and the auditor's benefit alike.
           IF WS-GRP-CURRENCY NOT = SPACES
               MOVE WS-INVOICE-RATE TO WS-FX-RATE-DISP
               MOVE WS-BASE-DUE TO WS-TOTAL-DISP
               MOVE SPACES TO INVOICE-DOC-LINE
               STRING "Booked at:  1 " DELIMITED BY SIZE
                   WS-INVOICE-CURRENCY DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FX-RATE-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BASE-CURRENCY DELIMITED BY SIZE
                   " (rate of " DELIMITED BY SIZE
                   WS-INVOICE-RATE-DATE DELIMITED BY SIZE
                   "), " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BASE-CURRENCY DELIMITED BY SIZE
                   INTO INVOICE-DOC-LINE
               WRITE INVOICE-DOC-LINE
           END-IF

           CLOSE INVOICE-DOC-FILE.

       WRITE-INVOICE-DETAIL-LINE.
           WRITE INVOICE-DOC-LINE.

      *    One pipe-delimited register line per invoice issued:
      *    INVOICENO|TIMESTAMP|CUSTOMERKEY|ORDERCOUNT|TOTAL, where
      *    TOTAL is the goods total the orders carry, in the base
      *    currency; the tax on it follows on a line of its own
      *    (APPEND-TAX-REGISTER-ENTRY).
       APPEND-REGISTER-ENTRY.
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN EXTEND REGISTER-FILE
           END-IF
           MOVE WS-GRP-COUNT TO WS-COUNT-DISP
           MOVE WS-BASE-GOODS TO WS-TOTAL-DISP
           ADD WS-BASE-GOODS TO WS-RUN-BASE-GOODS
           MOVE SPACES TO REGISTER-LINE
           STRING WS-INVOICE-NO-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE.

      *    The invoice's tax, one line after the invoice it belongs
      *    to: TAX-INVOICENO|TIMESTAMP|CUSTOMERKEY|REGION|TAXABLE|
      *    EXEMPT|TAX. report:tax totals these per jurisdiction, so
      *    the register alone is enough to file a return from.
       APPEND-TAX-REGISTER-ENTRY.
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           MOVE WS-BASE-TAXABLE TO WS-TAXABLE-DISP
           MOVE WS-BASE-EXEMPT TO WS-EXEMPT-DISP
           MOVE WS-BASE-TAX TO WS-TAX-DISP
           MOVE SPACES TO REGISTER-LINE
           STRING "TAX-" DELIMITED BY SIZE
               WS-INVOICE-NO-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-CUSTOMER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TAX-REGION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TAXABLE-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXEMPT-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TAX-DISP) DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE.

      *    The invoice and the orders it billed go into the index
      *    beside the register line. A failure here is reported but
      *    leaves the invoice standing - the register is the record,
      *    and invoice:reindex rebuilds the index from it.
       WRITE-INVOICE-INDEX.
           OPEN I-O INVOICES-FILE
           IF INVOICES-FILE-STATUS = "35"
               OPEN OUTPUT INVOICES-FILE
               CLOSE INVOICES-FILE
               OPEN I-O INVOICES-FILE
           END-IF
           IF INVOICES-FILE-STATUS NOT = "00"
               DISPLAY "  INV-" WS-INVOICE-NO-DISP
                   " not indexed (status " INVOICES-FILE-STATUS
                   ") - run invoice:reindex."
           ELSE
               MOVE SPACES TO INVOICE-RECORD
               MOVE WS-INVOICE-NO-DISP TO INV-NUMBER
               MOVE 0 TO INV-LINE
               MOVE WS-GRP-CUSTOMER TO INV-CUSTOMER-KEY
               MOVE WS-NOW TO INV-ISSUED-AT
               MOVE WS-GRP-CURRENCY TO INV-CURRENCY
               MOVE WS-GRP-COUNT TO INV-ORDER-COUNT
               MOVE WS-GRP-TOTAL TO INV-GOODS-TOTAL
               MOVE WS-TAX-AMOUNT TO INV-TAX-TOTAL
               MOVE WS-BASE-GOODS TO INV-BASE-GOODS
               MOVE WS-BASE-TAX TO INV-BASE-TAX
               MOVE INVOICE-DOC-PATH TO INV-DOCUMENT-PATH
               WRITE INVOICE-RECORD
                   INVALID KEY REWRITE INVOICE-RECORD
               END-WRITE
               PERFORM VARYING WS-DUE-JX FROM 1 BY 1
                       UNTIL WS-DUE-JX > WS-DUE-USED
                   IF WS-DUE-STATE(WS-DUE-JX) = "F"
                       AND WS-DUE-CUSTOMER(WS-DUE-JX)
                           = WS-GRP-CUSTOMER
                       AND WS-DUE-CURRENCY(WS-DUE-JX)
                           = WS-GRP-CURRENCY
                       ADD 1 TO INV-LINE
                       MOVE SPACES TO INV-DETAIL
                       MOVE WS-DUE-KEY(WS-DUE-JX) TO INV-ORDER-KEY
                       MOVE WS-DUE-AMOUNT(WS-DUE-JX)
                           TO INV-ORDER-AMOUNT
                       WRITE INVOICE-RECORD
                           INVALID KEY REWRITE INVOICE-RECORD
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE INVOICES-FILE
           END-IF.

      *    The document-currency side of a foreign invoice, one line
      *    after its tax: FX-INVOICENO|TIMESTAMP|CUSTOMERKEY|CURRENCY|
      *    RATE|GOODS|TAX|DUE. Posting and the tax return read only
      *    the base lines above it.
       APPEND-FX-REGISTER-ENTRY.
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           MOVE WS-INVOICE-RATE TO WS-FX-RATE-DISP
           MOVE WS-GRP-TOTAL TO WS-TOTAL-DISP
           MOVE WS-TAX-AMOUNT TO WS-TAX-DISP
           MOVE WS-DUE-TOTAL TO WS-DUE-DISP
           MOVE SPACES TO REGISTER-LINE
           STRING "FX-" DELIMITED BY SIZE
               WS-INVOICE-NO-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRP-CUSTOMER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GRP-CURRENCY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FX-RATE-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TAX-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DUE-DISP) DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE.

      *    One invoicefx.db record per order invoiced, keyed by the
      *    order: BASEMODEL converts a foreign order's payments and
      *    credit memos against the rate kept here, and every open
      *    balance adds the order's share of the invoice tax kept
      *    alongside it. An order invoiced again after a credit takes
      *    the new rate.
       RECORD-INVOICE-RATES.
           MOVE 0 TO WS-SPREAD-SEEN WS-SPREAD-TAX WS-SPREAD-BASE-TAX
           OPEN I-O INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "35"
               OPEN OUTPUT INVOICEFX-FILE
               CLOSE INVOICEFX-FILE
               OPEN I-O INVOICEFX-FILE
           END-IF
           IF INVOICEFX-FILE-STATUS NOT = "00"
               DISPLAY "  NOTE cannot open "
                   FUNCTION TRIM(INVOICEFX-PATH) " (status "
                   INVOICEFX-FILE-STATUS ") - INV-"
                   WS-INVOICE-NO-DISP " rate and tax not recorded"
           ELSE
               PERFORM VARYING WS-DUE-JX FROM 1 BY 1
                       UNTIL WS-DUE-JX > WS-DUE-USED
                   IF WS-DUE-STATE(WS-DUE-JX) = "F"
                       AND WS-DUE-CUSTOMER(WS-DUE-JX)
                           = WS-GRP-CUSTOMER
                       AND WS-DUE-CURRENCY(WS-DUE-JX)
                           = WS-GRP-CURRENCY
                       PERFORM WRITE-INVOICE-RATE
                   END-IF
               END-PERFORM
               CLOSE INVOICEFX-FILE
           END-IF.

       WRITE-INVOICE-RATE.
           MOVE SPACES TO INVOICEFX-RECORD
           MOVE WS-DUE-KEY(WS-DUE-JX) TO IFX-ORDER-KEY
           MOVE WS-INVOICE-NO-DISP TO IFX-INVOICE-NUMBER
           MOVE WS-GRP-CURRENCY TO IFX-CURRENCY
           MOVE WS-INVOICE-RATE-DATE TO IFX-RATE-DATE
           MOVE WS-INVOICE-RATE TO IFX-RATE
           MOVE WS-DUE-AMOUNT(WS-DUE-JX) TO IFX-AMOUNT
           COMPUTE IFX-BASE-AMOUNT ROUNDED =
               WS-DUE-AMOUNT(WS-DUE-JX) * WS-INVOICE-RATE
      *    Each order's tax is its amount's share of the invoice tax;
      *    the last order on the invoice takes whatever rounding is
      *    left, so the shares add back to the tax the document
      *    printed and the register booked.
           ADD 1 TO WS-SPREAD-SEEN
           IF WS-SPREAD-SEEN >= WS-GRP-COUNT OR WS-GRP-TOTAL = 0
               COMPUTE IFX-TAX-AMOUNT = WS-TAX-AMOUNT - WS-SPREAD-TAX
               COMPUTE IFX-BASE-TAX = WS-BASE-TAX - WS-SPREAD-BASE-TAX
           ELSE
               COMPUTE IFX-TAX-AMOUNT ROUNDED = WS-TAX-AMOUNT
                   * WS-DUE-AMOUNT(WS-DUE-JX) / WS-GRP-TOTAL
               COMPUTE IFX-BASE-TAX ROUNDED = WS-BASE-TAX
                   * WS-DUE-AMOUNT(WS-DUE-JX) / WS-GRP-TOTAL
           END-IF
           ADD IFX-TAX-AMOUNT TO WS-SPREAD-TAX
           ADD IFX-BASE-TAX TO WS-SPREAD-BASE-TAX
           MOVE WS-NOW TO IFX-CREATED-AT
           WRITE INVOICEFX-RECORD
               INVALID KEY
                   REWRITE INVOICEFX-RECORD
           END-WRITE.

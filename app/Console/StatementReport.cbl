               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
           SELECT CREDITS-FILE ASSIGN TO CREDITS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-KEY
               ALTERNATE RECORD KEY IS CRED-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CREDITS-FILE-STATUS.
      *    Each invoiced order's share of its invoice tax.
           SELECT INVOICEFX-FILE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
      *    The customer address book, for the address block.
           SELECT ADDRESSES-FILE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
      *    The customer profile, for the currency the account is
      *    kept in.
           SELECT PROFILES-FILE ASSIGN TO PROFILES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUSTOMER-KEY
               FILE STATUS IS PROFILES-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CUST-==.

      *    Credit memos, keyed by the order they reduce in the
      *    alternate-index position, so each order's credits print
      *    right under it.
       FD  CREDITS-FILE.
       01 CREDIT-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CRED-==.

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  ADDRESSES-FILE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  PROFILES-FILE.
       01 PROFILE-RECORD.
           COPY "CustomerProfileRecord.cpy".

       FD  STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).


       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 CREDITS-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 ADDRESSES-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 STATEMENT-FILE-STATUS PIC XX.
       01 SUMMARY-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
           "database/customers.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 STATEMENT-PATH PIC X(100).
       01 SUMMARY-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-RUN-DATE PIC X(8).

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

      *    Live customers staged so the per-customer order sweeps
      *    run against a closed customers file, the same
      *    stage-then-act shape INVOICEGEN's WS-DUE-TABLE uses. The

       01 WS-ORDER-LINES PIC 9(6) VALUE 0.
       01 WS-RUNNING-TOTAL PIC 9(11)V99 VALUE 0.
      *    Credits print on their own lines and are totalled apart,
      *    so the customer sees what was billed, what was credited
      *    and what is left - never one netted figure.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-CREDITS-OPEN-FLAG PIC X VALUE "N".
           88 CREDITS-FILE-IS-OPEN VALUE "Y".
      *    An invoiced order was billed its share of the invoice tax
      *    on top of its amount; it prints on its own line under
      *    the order and counts in the running total.
       01 WS-INVOICEFX-OPEN-FLAG PIC X VALUE "N".
           88 INVOICEFX-FILE-IS-OPEN VALUE "Y".
       01 WS-STATEMENT-COUNT PIC 9(4) VALUE 0.
       01 WS-GRAND-TOTAL PIC 9(11)V99 VALUE 0.

      *    A statement is in the customer's own currency, the one
      *    their orders are raised in. The summary's combined
      *    balance is in the base currency, each foreign balance
      *    taken at today's rate from FXRATE; one with no rate on
      *    file is left out of it and counted instead.
       01 WS-STMT-CURRENCY PIC X(3).
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-BASE-CURRENCY PIC X(3).
       01 WS-FX-RATE PIC 9(5)V9(6).
       01 WS-BASE-BALANCE PIC 9(11)V99.
       01 WS-UNRATED-COUNT PIC 9(4) VALUE 0.

       01 WS-AMOUNT-DISP PIC Z(8)9.99.
       01 WS-TOTAL-DISP PIC Z(10)9.99.
       01 WS-COUNT-DISP PIC ZZZ9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

           PERFORM LOAD-CONFIG
                   " statement(s) under storage/statements/"
           END-IF

           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    The hash is the summary page's combined base-currency
      *    balance; a balance left out of it for want of a rate makes
      *    the run a warning.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "report:statements" TO RC-COMMAND
           MOVE 0 TO RC-RECORDS-READ
           MOVE WS-STATEMENT-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-UNRATED-COUNT TO RC-RECORDS-REJECTED
           MOVE WS-GRAND-TOTAL TO RC-AMOUNT-HASH
           IF WS-UNRATED-COUNT > 0
               MOVE 4 TO RC-COMPLETION-CODE
           ELSE
               MOVE 0 TO RC-COMPLETION-CODE
           END-IF
           MOVE "N" TO RC-BALANCE-RULE
           MOVE "storage/statements/" TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default) so the statements
      *    read the same per-model data files the CGI process serves.
       LOAD-CONFIG.
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               OR FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_CREDITS="
                               AND FUNCTION TRIM(CREDITS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO CREDITS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVOICEFX="
                               AND FUNCTION TRIM(INVOICEFX-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVOICEFX-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PROFILES="
                               AND FUNCTION TRIM(PROFILES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PROFILES-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

      *    One file per customer under storage/statements/: a header
      *    with the name, billing address and email, one
      *    detail line per live order carrying a running total, and a
      *    closing balance. The orders come off the by-customer
      *    alternate index, so each statement reads only its own; a
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

      *    The default billing address, so the statement can go in
      *    the post; without one it says so.
           MOVE WS-CUST-TBL-KEY(WS-CUST-IX) TO WS-ADDR-CUSTOMER
           MOVE "BILLING" TO WS-ADDR-WANTED-TYPE
           PERFORM LOOK-UP-DEFAULT-ADDRESS
           IF WS-ADDR-LINE-COUNT = 0
               MOVE SPACES TO STATEMENT-LINE
               MOVE "(no billing address on file)"
                   TO STATEMENT-LINE(11:)
               WRITE STATEMENT-LINE
           END-IF
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-LINE-COUNT
               MOVE SPACES TO STATEMENT-LINE
               MOVE WS-ADDR-LINE(WS-ADDR-IX) TO STATEMENT-LINE(11:)
               WRITE STATEMENT-LINE
           END-PERFORM

           MOVE SPACES TO STATEMENT-LINE
           STRING "Email:    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-EMAIL(WS-CUST-IX))
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM LOOK-UP-STATEMENT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "Currency: " DELIMITED BY SIZE
               WS-STMT-CURRENCY DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 0 TO WS-ORDER-LINES
           MOVE 0 TO WS-RUNNING-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           PERFORM SWEEP-ORDERS-FOR-CUSTOMER

           IF WS-ORDER-LINES = 0

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-CREDIT-TOTAL > 0
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP
               MOVE SPACES TO STATEMENT-LINE
               STRING "Credits applied: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE WS-RUNNING-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "Balance due: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STMT-CURRENCY DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           CLOSE STATEMENT-FILE
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM ADD-BASE-BALANCE.

      *    The profile's currency, blank meaning the base currency;
      *    FXRATE names the base and prices the foreign ones.
       LOOK-UP-STATEMENT-CURRENCY.
           MOVE SPACES TO WS-STMT-CURRENCY
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               MOVE WS-CUST-TBL-KEY(WS-CUST-IX) TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   MOVE PROF-CURRENCY TO WS-STMT-CURRENCY
               END-IF
               CLOSE PROFILES-FILE
           END-IF
           MOVE SPACES TO WS-FX-INPUT
           STRING "CURRENCY:" DELIMITED BY SIZE
               WS-STMT-CURRENCY DELIMITED BY SIZE
               INTO WS-FX-INPUT
           MOVE SPACES TO WS-FX-RESULT
           CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT WS-FX-RESULT
               ON EXCEPTION
                   MOVE '{"error":"FXRATE unavailable"}'
                       TO WS-FX-RESULT
           END-CALL
           MOVE 0 TO WS-FX-RATE
           IF WS-FX-RESULT(1:9) NOT = '{"error":'
               MOVE WS-FX-RESULT(14:3) TO WS-STMT-CURRENCY
               MOVE WS-FX-RESULT(27:3) TO WS-BASE-CURRENCY
               MOVE FUNCTION NUMVAL(WS-FX-RESULT(39:12))
                   TO WS-FX-RATE
           END-IF.

       ADD-BASE-BALANCE.
           IF WS-FX-RATE = 0
               IF WS-RUNNING-TOTAL > 0
                   ADD 1 TO WS-UNRATED-COUNT
               END-IF
           ELSE
               COMPUTE WS-BASE-BALANCE ROUNDED =
                   WS-RUNNING-TOTAL * WS-FX-RATE
               ADD WS-BASE-BALANCE TO WS-GRAND-TOTAL
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

      *    Keyed walk of the by-customer alternate index: START
      *    positions on the customer's first order and the loop
      *    stops when the customer key changes, so each statement
      *    reads only its own orders.
       SWEEP-ORDERS-FOR-CUSTOMER.
      *    No credits file yet simply means no credits to print.
           MOVE "N" TO WS-CREDITS-OPEN-FLAG
           OPEN INPUT CREDITS-FILE
           IF CREDITS-FILE-STATUS = "00"
               SET CREDITS-FILE-IS-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-INVOICEFX-OPEN-FLAG
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               SET INVOICEFX-FILE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               MOVE WS-CUST-TBL-KEY(WS-CUST-IX)
                   END-IF
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF
           IF CREDITS-FILE-IS-OPEN
               CLOSE CREDITS-FILE
           END-IF
           IF INVOICEFX-FILE-IS-OPEN
               CLOSE INVOICEFX-FILE
           END-IF.

      *    One detail line per order: key, order date, status, amount
               "  running " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF INVOICEFX-FILE-IS-OPEN
               AND MODEL-ORDER-STATUS = "INVOICED"
               PERFORM WRITE-ORDER-TAX-LINE
           END-IF
           IF CREDITS-FILE-IS-OPEN
               PERFORM LIST-ORDER-CREDITS
           END-IF.

       WRITE-ORDER-TAX-LINE.
           MOVE MODEL-KEY TO IFX-ORDER-KEY
           READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
           IF INVOICEFX-FILE-STATUS = "00"
               AND IFX-INVOICE-NUMBER = MODEL-INVOICE-NUMBER
               AND IFX-TAX-AMOUNT IS NUMERIC
               AND IFX-TAX-AMOUNT > 0
               ADD IFX-TAX-AMOUNT TO WS-RUNNING-TOTAL
               MOVE IFX-TAX-AMOUNT TO WS-AMOUNT-DISP
               MOVE WS-RUNNING-TOTAL TO WS-TOTAL-DISP
               MOVE SPACES TO STATEMENT-LINE
               STRING "    TAX INV-" DELIMITED BY SIZE
                   IFX-INVOICE-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                   "  running " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      *    Each live credit memo against the order just printed, on
      *    its own indented line with its reason and invoice, taken
      *    off the running total.
       LIST-ORDER-CREDITS.
           MOVE MODEL-KEY TO CRED-CUSTOMER-KEY
           START CREDITS-FILE KEY IS = CRED-CUSTOMER-KEY
               INVALID KEY MOVE "10" TO CREDITS-FILE-STATUS
           END-START
           PERFORM UNTIL CREDITS-FILE-STATUS NOT = "00"
               READ CREDITS-FILE NEXT RECORD
                   AT END MOVE "10" TO CREDITS-FILE-STATUS
               END-READ
               IF CREDITS-FILE-STATUS = "00"
                   IF CRED-CREDITED-ORDER-KEY NOT = MODEL-KEY
                       MOVE "10" TO CREDITS-FILE-STATUS
                   ELSE
                       IF CRED-DELETED-AT = SPACES
                           PERFORM WRITE-CREDIT-DETAIL-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO CREDITS-FILE-STATUS.

       WRITE-CREDIT-DETAIL-LINE.
           IF CRED-AMOUNT > WS-RUNNING-TOTAL
               MOVE 0 TO WS-RUNNING-TOTAL
           ELSE
               SUBTRACT CRED-AMOUNT FROM WS-RUNNING-TOTAL
           END-IF
           ADD CRED-AMOUNT TO WS-CREDIT-TOTAL
           MOVE CRED-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-RUNNING-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "    CREDIT " DELIMITED BY SIZE
               FUNCTION TRIM(CRED-KEY) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CRED-CREDIT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CRED-CREDIT-REASON DELIMITED BY SIZE
               "  -" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               "  running " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *    Summary page alongside the statements: how many were
           MOVE SPACES TO SUMMARY-LINE
           STRING "Combined balance:    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO SUMMARY-LINE
               STRING "Not in the combined balance: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " statement(s) in a currency with no rate on file"
                   DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF

           CLOSE SUMMARY-FILE.

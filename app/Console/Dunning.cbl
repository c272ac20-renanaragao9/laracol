       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE ASSIGN TO CUSTOMERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS CUST-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMERS-FILE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO ORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               ALTERNATE RECORD KEY IS ORD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
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
           SELECT INVOICEFX-FILE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
       01 CUSTOMER-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CUST-==.

       FD  ORDERS-FILE.
       01 ORD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==ORD-==.

       FD  PAYMENTS-FILE.
       01 PAY-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==PAY-==.

       FD  CREDITS-FILE.
       01 CRD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CRD-==.

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  LETTER-FILE.
       01 LETTER-LINE PIC X(100).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 PAYMENTS-FILE-STATUS PIC XX.
       01 CREDITS-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 LETTER-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 LETTER-PATH PIC X(100).
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DASHED PIC X(10).
       01 WS-TODAY-NUM PIC 9(8).

      *    Letter thresholds in days past the invoice date: friendly
      *    reminder, firm reminder, final notice with credit hold.
       01 WS-FRIENDLY-DAYS PIC 9(4) VALUE 30.
       01 WS-FIRM-DAYS PIC 9(4) VALUE 60.
       01 WS-FINAL-DAYS PIC 9(4) VALUE 90.

      *    Live customers staged a pass at a time, as STMTREPORT
      *    does, so the order sweeps and the BASEMODEL updates run
      *    against a closed customers file. The version rides along
      *    because the level is recorded through a normal UPDATE.
       01 WS-CUST-LIMIT PIC 9(4) VALUE 500.
       01 WS-CUST-USED PIC 9(4) VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES.
               10 WS-CUST-TBL-KEY     PIC X(20).
               10 WS-CUST-TBL-NAME    PIC X(100).
               10 WS-CUST-TBL-EMAIL   PIC X(60).
               10 WS-CUST-TBL-AMOUNT  PIC 9(9)V99.
               10 WS-CUST-TBL-VERSION PIC 9(9).
               10 WS-CUST-TBL-LEVEL   PIC X(1).
               10 WS-CUST-TBL-HOLD    PIC X(1).
       01 WS-CUST-IX PIC 9(4).
       01 WS-RESUME-KEY PIC X(20).
       01 WS-MORE-FLAG PIC X.
           88 MORE-PASSES-REMAIN VALUE "Y".

      *    The customer being assessed: each past-due invoice (for
      *    the letter), the arrears total, the oldest age, and the
      *    letter that age calls for against the one last sent.
       01 WS-DUE-LIMIT PIC 99 VALUE 20.
       01 WS-DUE-USED PIC 99 VALUE 0.
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 20 TIMES.
               10 WS-DUE-INVOICE  PIC X(9).
               10 WS-DUE-ORDER    PIC X(20).
               10 WS-DUE-DATE     PIC X(10).
               10 WS-DUE-AGE      PIC 9(5).
               10 WS-DUE-BALANCE  PIC 9(9)V99.
       01 WS-DUE-IX PIC 99.
       01 WS-DUE-MORE PIC 9(5) VALUE 0.
       01 WS-PAST-DUE-TOTAL PIC 9(11)V99.
       01 WS-OLDEST-AGE PIC 9(5).
       01 WS-ORDER-BALANCE PIC S9(11)V99.
       01 WS-INVOICE-AGE PIC S9(6).
       01 WS-AGE-DATE PIC X(10).
       01 WS-AGE-DIGITS PIC X(8).
       01 WS-AGE-DIGITS-NUM REDEFINES WS-AGE-DIGITS PIC 9(8).
       01 WS-TARGET-LEVEL PIC 9.
       01 WS-CURRENT-LEVEL PIC 9.
       01 WS-PAYMENTS-OPEN PIC X VALUE "N".
           88 PAYMENTS-FILE-IS-OPEN VALUE "Y".
       01 WS-CREDITS-OPEN PIC X VALUE "N".
           88 CREDITS-FILE-IS-OPEN VALUE "Y".
       01 WS-INVOICEFX-OPEN PIC X VALUE "N".
           88 INVOICEFX-FILE-IS-OPEN VALUE "Y".

       01 WS-MODEL-ACTION PIC X(20) VALUE "UPDATE".
       01 WS-MODEL-INPUT PIC X(500).
       01 WS-MODEL-RESULT PIC X(500).
       01 WS-HOLD-FIELD PIC X(10).

       01 WS-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(6) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-ACTION-TEXT PIC X(60).
      *    Run control: customers assessed, and the arrears found
      *    across all of them as the amount hash.
       01 WS-ASSESSED-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-PAST-DUE PIC 9(13)V99 VALUE 0.
       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 WS-RC-MESSAGE PIC X(60) VALUE SPACES.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       01 WS-AMOUNT-DISP PIC Z(8)9.99.
       01 WS-TOTAL-DISP PIC Z(10)9.99.
       01 WS-AGE-DISP PIC ZZZZ9.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-VERSION-DISP PIC Z(8)9.

       PROCEDURE DIVISION.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           MOVE SPACES TO WS-RUN-DASHED
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DASHED

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/dunning-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Dunning run " DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO WS-RESUME-KEY
           MOVE "Y" TO WS-MORE-FLAG
           PERFORM UNTIL NOT MORE-PASSES-REMAIN
               PERFORM COLLECT-LIVE-CUSTOMERS
               IF WS-CUST-USED = 0
                   MOVE "N" TO WS-MORE-FLAG
               ELSE
                   PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                           UNTIL WS-CUST-IX > WS-CUST-USED
                       PERFORM ASSESS-ONE-CUSTOMER
                   END-PERFORM
                   MOVE WS-CUST-TBL-KEY(WS-CUST-USED)
                       TO WS-RESUME-KEY
                   IF WS-CUST-USED < WS-CUST-LIMIT
                       MOVE "N" TO WS-MORE-FLAG
                   END-IF
               END-IF
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISP
           STRING "Letters sent:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HOLD-COUNT TO WS-COUNT-DISP
           STRING "Put on hold:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CLEARED-COUNT TO WS-COUNT-DISP
           STRING "Cleared:          " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
           STRING "Refused updates:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-LETTER-COUNT TO WS-COUNT-DISP
           DISPLAY "Wrote " FUNCTION TRIM(WS-COUNT-DISP)
               " dunning letter(s) under storage/letters/"
           MOVE WS-HOLD-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
               " customer(s) put on credit hold"
           MOVE WS-CLEARED-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
               " customer(s) cleared of arrears"
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
                   " customer update(s) refused - see "
                   FUNCTION TRIM(REPORT-PATH)
               IF WS-RC-CODE < 4
                   MOVE 4 TO WS-RC-CODE
                   MOVE "customer updates refused" TO WS-RC-MESSAGE
               END-IF
           END-IF
           DISPLAY "Run report " FUNCTION TRIM(REPORT-PATH)

           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Customers assessed against letters sent and level updates
      *    refused. Most customers owe nothing past due and get no
      *    letter, so the counts need not balance; the hash is the
      *    arrears the run found.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "collections:dunning" TO RC-COMMAND
           MOVE WS-ASSESSED-COUNT TO RC-RECORDS-READ
           MOVE WS-LETTER-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-SKIPPED-COUNT TO RC-RECORDS-REJECTED
           MOVE WS-RUN-PAST-DUE TO RC-AMOUNT-HASH
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE "N" TO RC-BALANCE-RULE
           MOVE WS-RUN-DATE TO RC-REFERENCE
           MOVE WS-RC-MESSAGE TO RC-MESSAGE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               MOVE "database/customers.db" TO CUSTOMERS-PATH
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
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
                           WHEN ENV-FILE-LINE(1:13) = "DB_CUSTOMERS="
                               AND FUNCTION TRIM(CUSTOMERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO CUSTOMERS-PATH
                           WHEN ENV-FILE-LINE(1:10) = "DB_ORDERS="
                               AND FUNCTION TRIM(ORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
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

       COLLECT-LIVE-CUSTOMERS.
           MOVE 0 TO WS-CUST-USED
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(CUSTOMERS-PATH)
                   " (status " CUSTOMERS-FILE-STATUS ")."
               MOVE 8 TO WS-RC-CODE
               MOVE "cannot open customers file" TO WS-RC-MESSAGE
           ELSE
               MOVE WS-RESUME-KEY TO CUST-KEY
               START CUSTOMERS-FILE KEY IS GREATER THAN CUST-KEY
                   INVALID KEY MOVE "10" TO CUSTOMERS-FILE-STATUS
               END-START
               PERFORM UNTIL CUSTOMERS-FILE-STATUS NOT = "00"
                       OR WS-CUST-USED >= WS-CUST-LIMIT
                   READ CUSTOMERS-FILE NEXT RECORD
                       AT END MOVE "10" TO CUSTOMERS-FILE-STATUS
                   END-READ
                   IF CUSTOMERS-FILE-STATUS = "00"
                       AND CUST-DELETED-AT = SPACES
                       ADD 1 TO WS-CUST-USED
                       MOVE CUST-KEY
                           TO WS-CUST-TBL-KEY(WS-CUST-USED)
                       MOVE CUST-NAME
                           TO WS-CUST-TBL-NAME(WS-CUST-USED)
                       MOVE CUST-EMAIL
                           TO WS-CUST-TBL-EMAIL(WS-CUST-USED)
                       MOVE CUST-AMOUNT
                           TO WS-CUST-TBL-AMOUNT(WS-CUST-USED)
                       MOVE CUST-VERSION
                           TO WS-CUST-TBL-VERSION(WS-CUST-USED)
                       MOVE CUST-DUNNING-LEVEL
                           TO WS-CUST-TBL-LEVEL(WS-CUST-USED)
                       MOVE CUST-CREDIT-HOLD
                           TO WS-CUST-TBL-HOLD(WS-CUST-USED)
                   END-IF
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF.

      *    The oldest past-due invoice decides the letter: 30 days
      *    friendly, 60 firm, 90 final with credit hold. A letter
      *    goes only when that is a step beyond the last one sent,
      *    so a rerun the same day - or next week, with nothing
      *    older - sends nothing. A customer whose arrears have all
      *    been paid or credited is reset to level 0 and off hold,
      *    which also catches arrears cleared by a credit memo
      *    rather than a payment.
       ASSESS-ONE-CUSTOMER.
           ADD 1 TO WS-ASSESSED-COUNT
           PERFORM SWEEP-PAST-DUE-INVOICES
           ADD WS-PAST-DUE-TOTAL TO WS-RUN-PAST-DUE
           EVALUATE TRUE
               WHEN WS-OLDEST-AGE >= WS-FINAL-DAYS
                   MOVE 3 TO WS-TARGET-LEVEL
               WHEN WS-OLDEST-AGE >= WS-FIRM-DAYS
                   MOVE 2 TO WS-TARGET-LEVEL
               WHEN WS-OLDEST-AGE >= WS-FRIENDLY-DAYS
                   MOVE 1 TO WS-TARGET-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-TARGET-LEVEL
           END-EVALUATE
           IF WS-CUST-TBL-LEVEL(WS-CUST-IX) IS NUMERIC
               MOVE WS-CUST-TBL-LEVEL(WS-CUST-IX) TO WS-CURRENT-LEVEL
           ELSE
               MOVE 0 TO WS-CURRENT-LEVEL
           END-IF

           EVALUATE TRUE
               WHEN WS-TARGET-LEVEL > WS-CURRENT-LEVEL
                   IF WS-TARGET-LEVEL = 3
                       MOVE "|HOLD:Y" TO WS-HOLD-FIELD
                   ELSE
                       MOVE SPACES TO WS-HOLD-FIELD
                   END-IF
                   PERFORM RECORD-DUNNING-LEVEL
                   IF WS-MODEL-RESULT(1:9) = '{"error":'
                       PERFORM REPORT-REFUSED-UPDATE
                   ELSE
                       PERFORM WRITE-DUNNING-LETTER
                       PERFORM REPORT-LETTER-SENT
                   END-IF
               WHEN WS-TARGET-LEVEL = 0
                   AND WS-PAST-DUE-TOTAL = 0
                   AND (WS-CURRENT-LEVEL > 0
                       OR WS-CUST-TBL-HOLD(WS-CUST-IX) = "Y")
                   MOVE "|HOLD:N" TO WS-HOLD-FIELD
                   PERFORM RECORD-DUNNING-LEVEL
                   IF WS-MODEL-RESULT(1:9) = '{"error":'
                       PERFORM REPORT-REFUSED-UPDATE
                   ELSE
                       ADD 1 TO WS-CLEARED-COUNT
                       MOVE "CLEARED - arrears paid, level reset"
                           TO WS-ACTION-TEXT
                       PERFORM WRITE-REPORT-ACTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Every live INVOICED order of the customer with money
      *    still owing: amount and its share of the invoice tax,
      *    less its live payments and credits,
      *    found through the order key each carries in the
      *    alternate-key position. Those at least 30 days past the
      *    invoice date are arrears.
       SWEEP-PAST-DUE-INVOICES.
           MOVE 0 TO WS-DUE-USED WS-DUE-MORE WS-PAST-DUE-TOTAL
               WS-OLDEST-AGE
      *    No payments or credits file yet simply means nothing has
      *    been paid or credited.
           MOVE "N" TO WS-PAYMENTS-OPEN WS-CREDITS-OPEN
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-FILE-STATUS = "00"
               SET PAYMENTS-FILE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CREDITS-FILE
           IF CREDITS-FILE-STATUS = "00"
               SET CREDITS-FILE-IS-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-INVOICEFX-OPEN
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               SET INVOICEFX-FILE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               MOVE WS-CUST-TBL-KEY(WS-CUST-IX) TO ORD-CUSTOMER-KEY
               START ORDERS-FILE KEY IS = ORD-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO ORDERS-FILE-STATUS
               END-START
               PERFORM UNTIL ORDERS-FILE-STATUS NOT = "00"
                   READ ORDERS-FILE NEXT RECORD
                       AT END MOVE "10" TO ORDERS-FILE-STATUS
                   END-READ
                   IF ORDERS-FILE-STATUS = "00"
                       IF ORD-CUSTOMER-KEY NOT =
                               WS-CUST-TBL-KEY(WS-CUST-IX)
                           MOVE "10" TO ORDERS-FILE-STATUS
                       ELSE
                           IF ORD-DELETED-AT = SPACES
                               AND ORD-ORDER-STATUS = "INVOICED"
                               PERFORM ASSESS-INVOICED-ORDER
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF
           IF PAYMENTS-FILE-IS-OPEN
               CLOSE PAYMENTS-FILE
           END-IF
           IF CREDITS-FILE-IS-OPEN
               CLOSE CREDITS-FILE
           END-IF
           IF INVOICEFX-FILE-IS-OPEN
               CLOSE INVOICEFX-FILE
           END-IF.

       ASSESS-INVOICED-ORDER.
           MOVE ORD-AMOUNT TO WS-ORDER-BALANCE
           IF INVOICEFX-FILE-IS-OPEN
               MOVE ORD-KEY TO IFX-ORDER-KEY
               READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
               IF INVOICEFX-FILE-STATUS = "00"
                   AND IFX-INVOICE-NUMBER = ORD-INVOICE-NUMBER
                   AND IFX-TAX-AMOUNT IS NUMERIC
                   ADD IFX-TAX-AMOUNT TO WS-ORDER-BALANCE
               END-IF
           END-IF
           IF PAYMENTS-FILE-IS-OPEN
               PERFORM SUBTRACT-ORDER-PAYMENTS
           END-IF
           IF CREDITS-FILE-IS-OPEN
               PERFORM SUBTRACT-ORDER-CREDITS
           END-IF
           IF WS-ORDER-BALANCE > 0
               PERFORM COMPUTE-INVOICE-AGE
               IF WS-INVOICE-AGE >= WS-FRIENDLY-DAYS
                   ADD WS-ORDER-BALANCE TO WS-PAST-DUE-TOTAL
                   IF WS-INVOICE-AGE > WS-OLDEST-AGE
                       MOVE WS-INVOICE-AGE TO WS-OLDEST-AGE
                   END-IF
                   IF WS-DUE-USED < WS-DUE-LIMIT
                       ADD 1 TO WS-DUE-USED
                       MOVE ORD-INVOICE-NUMBER
                           TO WS-DUE-INVOICE(WS-DUE-USED)
                       MOVE ORD-KEY TO WS-DUE-ORDER(WS-DUE-USED)
                       MOVE WS-AGE-DATE TO WS-DUE-DATE(WS-DUE-USED)
                       MOVE WS-INVOICE-AGE
                           TO WS-DUE-AGE(WS-DUE-USED)
                       MOVE WS-ORDER-BALANCE
                           TO WS-DUE-BALANCE(WS-DUE-USED)
                   ELSE
                       ADD 1 TO WS-DUE-MORE
                   END-IF
               END-IF
           END-IF.

       SUBTRACT-ORDER-PAYMENTS.
           MOVE ORD-KEY TO PAY-CUSTOMER-KEY
           START PAYMENTS-FILE KEY IS = PAY-CUSTOMER-KEY
               INVALID KEY MOVE "10" TO PAYMENTS-FILE-STATUS
           END-START
           PERFORM UNTIL PAYMENTS-FILE-STATUS NOT = "00"
               READ PAYMENTS-FILE NEXT RECORD
                   AT END MOVE "10" TO PAYMENTS-FILE-STATUS
               END-READ
               IF PAYMENTS-FILE-STATUS = "00"
                   IF PAY-CUSTOMER-KEY NOT = ORD-KEY
                       MOVE "10" TO PAYMENTS-FILE-STATUS
                   ELSE
                       IF PAY-DELETED-AT = SPACES
                           SUBTRACT PAY-AMOUNT FROM WS-ORDER-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO PAYMENTS-FILE-STATUS.

       SUBTRACT-ORDER-CREDITS.
           MOVE ORD-KEY TO CRD-CUSTOMER-KEY
           START CREDITS-FILE KEY IS = CRD-CUSTOMER-KEY
               INVALID KEY MOVE "10" TO CREDITS-FILE-STATUS
           END-START
           PERFORM UNTIL CREDITS-FILE-STATUS NOT = "00"
               READ CREDITS-FILE NEXT RECORD
                   AT END MOVE "10" TO CREDITS-FILE-STATUS
               END-READ
               IF CREDITS-FILE-STATUS = "00"
                   IF CRD-CUSTOMER-KEY NOT = ORD-KEY
                       MOVE "10" TO CREDITS-FILE-STATUS
                   ELSE
                       IF CRD-DELETED-AT = SPACES
                           SUBTRACT CRD-AMOUNT FROM WS-ORDER-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO CREDITS-FILE-STATUS.

      *    Age runs from the date the invoice number was stamped,
      *    the order date for orders invoiced before that was kept,
      *    and the creation stamp when neither parses - the same
      *    fallbacks BASEMODEL uses when it weighs a hold release.
       COMPUTE-INVOICE-AGE.
           MOVE SPACES TO WS-AGE-DIGITS WS-AGE-DATE
           IF ORD-INVOICE-DATE(5:1) = "-"
               MOVE ORD-INVOICE-DATE TO WS-AGE-DATE
           ELSE
               IF ORD-ORDER-DATE(5:1) = "-"
                   MOVE ORD-ORDER-DATE TO WS-AGE-DATE
               END-IF
           END-IF
           IF WS-AGE-DATE NOT = SPACES
               STRING WS-AGE-DATE(1:4) WS-AGE-DATE(6:2)
                   WS-AGE-DATE(9:2) DELIMITED BY SIZE
                   INTO WS-AGE-DIGITS
           END-IF
           IF WS-AGE-DIGITS IS NOT NUMERIC
               MOVE ORD-CREATED-AT(1:8) TO WS-AGE-DIGITS
               MOVE SPACES TO WS-AGE-DATE
               STRING ORD-CREATED-AT(1:4) "-" ORD-CREATED-AT(5:2) "-"
                   ORD-CREATED-AT(7:2) DELIMITED BY SIZE
                   INTO WS-AGE-DATE
           END-IF
           IF WS-AGE-DIGITS IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-DIGITS-NUM) = 0
               COMPUTE WS-INVOICE-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-DIGITS-NUM)
           ELSE
               MOVE 0 TO WS-INVOICE-AGE
           END-IF
           IF WS-INVOICE-AGE < 0
               MOVE 0 TO WS-INVOICE-AGE
           END-IF.

      *    The level, date and hold go onto the customer through
      *    BASEMODEL's normal UPDATE, so the change is version-
      *    checked, journaled and fed to the outbox like any other.
      *    A customer changed since it was staged is refused as a
      *    conflict and simply picked up by the next run.
       RECORD-DUNNING-LEVEL.
           MOVE WS-CUST-TBL-AMOUNT(WS-CUST-IX) TO WS-AMOUNT-DISP
           MOVE WS-CUST-TBL-VERSION(WS-CUST-IX) TO WS-VERSION-DISP
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:CUSTOMER|KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-KEY(WS-CUST-IX))
                   DELIMITED BY SIZE
               "|NAME:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-NAME(WS-CUST-IX))
                   DELIMITED BY SIZE
               "|AMOUNT:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               "|VERSION:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
               "|DUNNING:" DELIMITED BY SIZE
               WS-TARGET-LEVEL DELIMITED BY SIZE
               "|DUNNED:" DELIMITED BY SIZE
               WS-RUN-DASHED DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOLD-FIELD) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL.

      *    One letter per customer per level under storage/letters/,
      *    addressed with the customer's name and email, listing
      *    each past-due invoice and the total now owed.
       WRITE-DUNNING-LETTER.
           MOVE SPACES TO LETTER-PATH
           STRING "storage/letters/dunning-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-KEY(WS-CUST-IX))
                   DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "-L" DELIMITED BY SIZE
               WS-TARGET-LEVEL DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO LETTER-PATH
           OPEN OUTPUT LETTER-FILE

           MOVE SPACES TO LETTER-LINE
           EVALUATE WS-TARGET-LEVEL
               WHEN 1
                   STRING "PAYMENT REMINDER - " WS-RUN-DASHED
                       DELIMITED BY SIZE INTO LETTER-LINE
               WHEN 2
                   STRING "SECOND NOTICE - PAYMENT OVERDUE - "
                       WS-RUN-DASHED
                       DELIMITED BY SIZE INTO LETTER-LINE
               WHEN OTHER
                   STRING "FINAL NOTICE - ACCOUNT ON CREDIT HOLD - "
                       WS-RUN-DASHED
                       DELIMITED BY SIZE INTO LETTER-LINE
           END-EVALUATE
           WRITE LETTER-LINE
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "To:    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-NAME(WS-CUST-IX))
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-KEY(WS-CUST-IX))
                   DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Email: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-EMAIL(WS-CUST-IX))
                   DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Dear " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-TBL-NAME(WS-CUST-IX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           EVALUATE WS-TARGET-LEVEL
               WHEN 1
                   MOVE "Our records show the invoices below are more"
                       & " than 30 days past due." TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "If you have already paid, thank you - please"
                       & " disregard this reminder." TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 2
                   MOVE "The invoices below are now more than 60 days"
                       & " past due and remain unpaid" TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "despite our earlier reminder. Please arrange"
                       & " payment within 7 days." TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE "The invoices below are now more than 90 days"
                       & " past due. Your account has" TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "been placed on credit hold and no new orders"
                       & " can be accepted until the" TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "arrears are paid in full." TO LETTER-LINE
                   WRITE LETTER-LINE
           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE "  Invoice        Order                 Invoiced    "
               & " Days   Outstanding" TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM VARYING WS-DUE-IX FROM 1 BY 1
                   UNTIL WS-DUE-IX > WS-DUE-USED
               MOVE WS-DUE-AGE(WS-DUE-IX) TO WS-AGE-DISP
               MOVE WS-DUE-BALANCE(WS-DUE-IX) TO WS-AMOUNT-DISP
               MOVE SPACES TO LETTER-LINE
               STRING "  INV-" WS-DUE-INVOICE(WS-DUE-IX)
                   "  " WS-DUE-ORDER(WS-DUE-IX)
                   "  " WS-DUE-DATE(WS-DUE-IX)
                   "  " WS-AGE-DISP
                   "  " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-PERFORM
           IF WS-DUE-MORE > 0
               MOVE WS-DUE-MORE TO WS-COUNT-DISP
               MOVE SPACES TO LETTER-LINE
               STRING "  ... and " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " more - see your statement" DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-PAST-DUE-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO LETTER-LINE
           STRING "Total past due: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "Accounts Receivable" TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE
           ADD 1 TO WS-LETTER-COUNT.

       REPORT-LETTER-SENT.
           MOVE SPACES TO WS-ACTION-TEXT
           EVALUATE WS-TARGET-LEVEL
               WHEN 1
                   MOVE "LETTER 1 friendly reminder" TO WS-ACTION-TEXT
               WHEN 2
                   MOVE "LETTER 2 firm reminder" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "LETTER 3 final notice - CREDIT HOLD"
                       TO WS-ACTION-TEXT
                   IF WS-CUST-TBL-HOLD(WS-CUST-IX) NOT = "Y"
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
           END-EVALUATE
           PERFORM WRITE-REPORT-ACTION.

       REPORT-REFUSED-UPDATE.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO WS-ACTION-TEXT
           STRING "SKIPPED " DELIMITED BY SIZE
               WS-MODEL-RESULT DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           PERFORM WRITE-REPORT-ACTION.

       WRITE-REPORT-ACTION.
           MOVE WS-OLDEST-AGE TO WS-AGE-DISP
           MOVE WS-PAST-DUE-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUST-TBL-KEY(WS-CUST-IX) DELIMITED BY SIZE
               " oldest " DELIMITED BY SIZE
               WS-AGE-DISP DELIMITED BY SIZE
               "d past due " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

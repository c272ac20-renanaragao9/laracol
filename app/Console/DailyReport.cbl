               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS DB-FILE-STATUS.
      *    The profile carries a customer's currency, and invoicefx
      *    the base value an order was actually invoiced at.
           SELECT PROFILES-FILE ASSIGN TO PROFILES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUSTOMER-KEY
               FILE STATUS IS PROFILES-FILE-STATUS.
           SELECT INVOICEFX-FILE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       01 MODEL-RECORD.
           COPY "ModelRecord.cpy".

       FD  PROFILES-FILE.
       01 PROFILE-RECORD.
           COPY "CustomerProfileRecord.cpy".

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).


       01 DB-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 DATABASE-PATH PIC X(100).
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 REPORT-PATH PIC X(100).

      *    MODEL-CREATED-AT/-UPDATED-AT store CURRENT-DATE(1:19),
       01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 WS-DELETED-COUNT PIC 9(6) VALUE 0.

      *    Amount totals are in the base currency. An invoiced
      *    foreign order counts at the base value booked on its
      *    invoice; anything else foreign at today's rate, each
      *    currency's rate fetched from FXRATE once and kept here.
      *    An amount in a currency with no rate on file is left out
      *    of the totals and counted on the report instead.
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-BASE-CURRENCY PIC X(3).
       01 WS-RATE-USED PIC 9(2) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RATE-CURRENCY PIC X(3).
               10 WS-RATE-VALUE PIC 9(5)V9(6).
       01 WS-RATE-IX PIC 9(2).
       01 WS-AMOUNT-CURRENCY PIC X(3).
       01 WS-AMOUNT-RATE PIC 9(5)V9(6).
       01 WS-BASE-AMOUNT PIC 9(11)V99.
       01 WS-UNRATED-COUNT PIC 9(6) VALUE 0.
       01 WS-PROFILES-OPEN-FLAG PIC X VALUE "N".
           88 PROFILES-FILE-IS-OPEN VALUE "Y".
       01 WS-INVOICEFX-OPEN-FLAG PIC X VALUE "N".
           88 INVOICEFX-FILE-IS-OPEN VALUE "Y".

      *    Realised exchange gain (or, negative, loss) on the
      *    foreign-currency payments taken on the report date.
       01 WS-FX-GAIN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-FX-PAYMENT-COUNT PIC 9(6) VALUE 0.

       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-TOTAL-DISP PIC Z(10)9.99.
       01 WS-GAIN-DISP PIC -(10)9.99.

       PROCEDURE DIVISION.

               INTO REPORT-PATH

           DISPLAY "Building daily report for " WS-REPORT-DATE "..."
           PERFORM LEARN-BASE-CURRENCY
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               SET PROFILES-FILE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               SET INVOICEFX-FILE-IS-OPEN TO TRUE
           END-IF
      *    Customers and orders live in separate data files; the
      *    report sweeps both and the CUST-/ORD- breakout falls out
      *    of the key prefixes as before.
           PERFORM TALLY-DATABASE
           MOVE ORDERS-PATH TO DATABASE-PATH
           PERFORM TALLY-DATABASE
           IF PROFILES-FILE-IS-OPEN
               CLOSE PROFILES-FILE
           END-IF
           IF INVOICEFX-FILE-IS-OPEN
               CLOSE INVOICEFX-FILE
           END-IF
           MOVE PAYMENTS-PATH TO DATABASE-PATH
           PERFORM TALLY-PAYMENT-GAINS
           PERFORM WRITE-REPORT
           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)

       LOAD-CONFIG.
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PAYMENTS="
                               AND FUNCTION TRIM(PAYMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PAYMENTS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PROFILES="
                               AND FUNCTION TRIM(PROFILES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PROFILES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVOICEFX="
                               AND FUNCTION TRIM(INVOICEFX-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVOICEFX-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN MODEL-KEY(1:5) = "CUST-"
                       ADD 1 TO WS-CUST-COUNT
                       PERFORM CUSTOMER-AMOUNT-TO-BASE
                       ADD WS-BASE-AMOUNT TO WS-CUST-TOTAL
                   WHEN MODEL-KEY(1:4) = "ORD-"
                       ADD 1 TO WS-ORD-COUNT
                       PERFORM ORDER-AMOUNT-TO-BASE
                       ADD WS-BASE-AMOUNT TO WS-ORD-TOTAL
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-COUNT
               END-EVALUATE
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

       CUSTOMER-AMOUNT-TO-BASE.
           MOVE SPACES TO WS-AMOUNT-CURRENCY
           IF PROFILES-FILE-IS-OPEN
               MOVE MODEL-KEY TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   MOVE PROF-CURRENCY TO WS-AMOUNT-CURRENCY
               END-IF
           END-IF
           PERFORM CONVERT-AMOUNT-TO-BASE.

       ORDER-AMOUNT-TO-BASE.
           MOVE MODEL-CURRENCY TO WS-AMOUNT-CURRENCY
           MOVE "23" TO INVOICEFX-FILE-STATUS
           IF WS-AMOUNT-CURRENCY NOT = SPACES
               AND INVOICEFX-FILE-IS-OPEN
               MOVE MODEL-KEY TO IFX-ORDER-KEY
               READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
           END-IF
           IF INVOICEFX-FILE-STATUS = "00"
               AND IFX-AMOUNT = MODEL-AMOUNT
               MOVE IFX-BASE-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM CONVERT-AMOUNT-TO-BASE
           END-IF.

      *    MODEL-AMOUNT in WS-AMOUNT-CURRENCY to WS-BASE-AMOUNT.
       CONVERT-AMOUNT-TO-BASE.
           IF WS-AMOUNT-CURRENCY = SPACES
               OR WS-AMOUNT-CURRENCY = WS-BASE-CURRENCY
               MOVE MODEL-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM FIND-CURRENCY-RATE
               IF WS-AMOUNT-RATE = 0
                   MOVE 0 TO WS-BASE-AMOUNT
                   ADD 1 TO WS-UNRATED-COUNT
               ELSE
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       MODEL-AMOUNT * WS-AMOUNT-RATE
               END-IF
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

      *    Payments file sweep for the day's realised exchange
      *    difference; BASEMODEL worked it out when the payment was
      *    taken, so this only adds it up.
       TALLY-PAYMENT-GAINS.
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE LOW-VALUES TO MODEL-KEY
               START DATABASE-FILE KEY IS NOT LESS THAN MODEL-KEY
                   INVALID KEY MOVE "10" TO DB-FILE-STATUS
               END-START
               PERFORM UNTIL DB-FILE-STATUS NOT = "00"
                   READ DATABASE-FILE NEXT RECORD
                       AT END MOVE "10" TO DB-FILE-STATUS
                   END-READ
                   IF DB-FILE-STATUS = "00"
                       AND MODEL-KEY(1:4) = "PAY-"
                       AND MODEL-DELETED-AT = SPACES
                       AND MODEL-CREATED-AT(1:8) = WS-REPORT-DATE
                       AND MODEL-PAYMENT-CURRENCY NOT = SPACES
                       ADD 1 TO WS-FX-PAYMENT-COUNT
                       ADD MODEL-PAYMENT-FX-GAIN TO WS-FX-GAIN-TOTAL
                   END-IF
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " records, amount total " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " records, amount total " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "Not in totals:     " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " amounts with no exchange rate on file"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-FX-PAYMENT-COUNT TO WS-COUNT-DISP
           MOVE WS-FX-GAIN-TOTAL TO WS-GAIN-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Realised FX gain:  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GAIN-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " foreign payment(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE


       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Orders are swept to (re)build a month's summary, customers
      *    walked for the ranking; both share the model layout, so
      *    one FD serves each in turn as in DAILYREPORT.
           SELECT DATABASE-FILE ASSIGN TO DATABASE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-KEY
               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS DB-FILE-STATUS.
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
           SELECT SALESSUM-FILE ASSIGN TO SALESSUM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ID
               FILE STATUS IS SALESSUM-FILE-STATUS.
           SELECT PERIODS-FILE
               ASSIGN TO "storage/framework/periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATABASE-FILE.
       01 MODEL-RECORD.
           COPY "ModelRecord.cpy".

       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  SALESSUM-FILE.
       01 SALESSUM-RECORD.
           COPY "SalesSummaryRecord.cpy".

       FD  PERIODS-FILE.
       01 PERIODS-LINE PIC X(50).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 DB-FILE-STATUS PIC XX.
       01 LINES-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 SALESSUM-FILE-STATUS PIC XX.
       01 PERIODS-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 DATABASE-PATH PIC X(100).
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 SALESSUM-PATH PIC X(100) VALUE
           "database/salessum.db".
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-TODAY PIC X(8).

      *    The months reported, YYYYMM, first to last; by default the
      *    twelve ending with the current month. Months are also
      *    counted as YYYY x 12 + MM - 1 so that stepping back a
      *    year, or across one, is plain arithmetic.
       01 WS-FROM-PERIOD PIC X(6).
       01 WS-TO-PERIOD PIC X(6).
       01 WS-FROM-INDEX PIC 9(6).
       01 WS-TO-INDEX PIC 9(6).
       01 WS-PERIOD-INDEX PIC 9(6).
       01 WS-PERIOD-YEAR PIC 9(4).
       01 WS-PERIOD-MONTH PIC 99.
       01 WS-PERIOD-TEXT.
           05 WS-PT-YEAR PIC 9(4).
           05 WS-PT-MONTH PIC 99.
       01 WS-RANGE-ERROR PIC X(80) VALUE SPACES.
       01 WS-MAX-MONTHS PIC 99 VALUE 24.

      *    Entries 1 to WS-RANGE-MONTHS are the months reported; the
      *    same number again after them are the same months a year
      *    earlier, which the comparison needs summarised too.
       01 WS-RANGE-MONTHS PIC 99 VALUE 0.
       01 WS-MONTH-USED PIC 99 VALUE 0.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 48 TIMES.
               10 WS-MONTH-PERIOD PIC X(6).
               10 WS-MONTH-STALE PIC X.
                   88 MONTH-NEEDS-BUILD VALUE "Y".
               10 WS-MONTH-CLOSED PIC X.
                   88 MONTH-IS-CLOSED VALUE "Y".
       01 WS-MONTH-IX PIC 99.
       01 WS-PRIOR-IX PIC 99.
       01 WS-FOUND-IX PIC 99.
       01 WS-STALE-COUNT PIC 99 VALUE 0.
       01 WS-REUSED-COUNT PIC 99 VALUE 0.

       01 WS-PERIOD-STATE PIC X(10).
       01 WS-PL-PERIOD PIC X(6).
       01 WS-PL-STATE PIC X(10).
       01 WS-LOOKUP-PERIOD PIC X(6).

      *    Sweep of the orders: an invoiced order counts in the month
      *    of its invoice date (its order date if it has none, then
      *    the day it was written), at its base currency value.
       01 WS-ORDER-PERIOD PIC X(6).
       01 WS-ORDER-KEY PIC X(20).
       01 WS-ORDER-AMOUNT PIC 9(9)V99.
       01 WS-ORDER-CURRENCY PIC X(3).
       01 WS-ORDERS-SWEPT PIC 9(7) VALUE 0.
       01 WS-LINE-BASE PIC 9(11)V99.
       01 WS-LINE-SKU PIC X(20).
       01 WS-SKU-SEEN-COUNT PIC 99.
       01 WS-SKU-SEEN-TABLE.
           05 WS-SKU-SEEN OCCURS 50 TIMES PIC X(20).
       01 WS-SKU-IX PIC 99.
       01 WS-LINES-OPEN-FLAG PIC X VALUE "N".
           88 LINES-FILE-IS-OPEN VALUE "Y".
       01 WS-INVOICEFX-OPEN-FLAG PIC X VALUE "N".
           88 INVOICEFX-FILE-IS-OPEN VALUE "Y".

      *    One addition to one summary record.
       01 WS-POST-PERIOD PIC X(6).
       01 WS-POST-KIND PIC X.
       01 WS-POST-ITEM PIC X(20).
       01 WS-POST-REVENUE PIC 9(11)V99.
       01 WS-POST-ORDERS PIC 9(7).
       01 WS-POST-QUANTITY PIC 9(9).

      *    Same base-currency valuation DAILYREPORT uses: the base
      *    value booked on the invoice for a foreign order, else
      *    today's rate, each currency asked of FXRATE once.
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

      *    Report figures for one line: this year against last.
       01 WS-SWEEP-KEY PIC X(27).
       01 WS-CUR-ITEM PIC X(20).
       01 WS-CUR-REVENUE PIC 9(11)V99.
       01 WS-CUR-ORDERS PIC 9(7).
       01 WS-CUR-QUANTITY PIC 9(9).
       01 WS-LY-REVENUE PIC 9(11)V99.
       01 WS-LY-ORDERS PIC 9(7).
       01 WS-AVERAGE PIC 9(11)V99.
       01 WS-CHANGE-PCT PIC S9(5)V9.
       01 WS-RANGE-REVENUE PIC 9(11)V99.
       01 WS-RANGE-ORDERS PIC 9(7).
       01 WS-RANGE-LY-REVENUE PIC 9(11)V99.
       01 WS-LISTED-COUNT PIC 9(6).
       01 WS-MONTH-LABEL PIC X(7).

      *    Top customers over the whole range, best first.
       01 WS-TOP-LIMIT PIC 99 VALUE 20.
       01 WS-TOP-USED PIC 99 VALUE 0.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 20 TIMES.
               10 WS-TOP-CUSTOMER PIC X(20).
               10 WS-TOP-NAME PIC X(26).
               10 WS-TOP-REVENUE PIC 9(11)V99.
               10 WS-TOP-ORDERS PIC 9(7).
               10 WS-TOP-LY-REVENUE PIC 9(11)V99.
       01 WS-TOP-IX PIC 99.
       01 WS-TOP-AT PIC 99.
       01 WS-CUST-REVENUE PIC 9(11)V99.
       01 WS-CUST-ORDERS PIC 9(7).
       01 WS-CUST-LY-REVENUE PIC 9(11)V99.
       01 WS-RANK-DISP PIC Z9.

       01 WS-SALES-HEADING.
           05 WS-SH-LABEL PIC X(21).
           05 WS-SH-EXTRA PIC X(26).
           05 FILLER PIC X(14) VALUE "       Revenue".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE " Orders".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "    Avg order".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "     Last year".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    Change".
       01 WS-SALES-LINE.
           05 WS-SL-LABEL PIC X(21).
           05 WS-SL-EXTRA PIC X(26).
           05 WS-SL-REVENUE PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-ORDERS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-AVERAGE PIC Z(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-LY-REVENUE PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-CHANGE.
               10 WS-SL-PCT PIC +(5)9.9.
               10 WS-SL-PCT-MARK PIC X(2).
           05 WS-SL-CHANGE-TEXT REDEFINES WS-SL-CHANGE PIC X(10).
       01 WS-QTY-DISP PIC Z(8)9.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-MONTHS-DISP PIC Z9.

       LINKAGE SECTION.
       01 SALES-FROM-ARG PIC X(100).
       01 SALES-TO-ARG PIC X(100).

       PROCEDURE DIVISION USING SALES-FROM-ARG SALES-TO-ARG.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY

           PERFORM RESOLVE-REPORT-RANGE
           IF WS-RANGE-ERROR NOT = SPACES
               DISPLAY "report:sales: " FUNCTION TRIM(WS-RANGE-ERROR)
               DISPLAY "Usage: artisan report:sales [YYYYMM [YYYYMM]]"
               GOBACK
           END-IF
           PERFORM BUILD-MONTH-TABLE

           OPEN I-O SALESSUM-FILE
           IF SALESSUM-FILE-STATUS = "35"
               OPEN OUTPUT SALESSUM-FILE
               CLOSE SALESSUM-FILE
               OPEN I-O SALESSUM-FILE
           END-IF
           IF SALESSUM-FILE-STATUS NOT = "00"
               DISPLAY "report:sales: cannot open "
                   FUNCTION TRIM(SALESSUM-PATH) " (status "
                   SALESSUM-FILE-STATUS ")"
               GOBACK
           END-IF

           PERFORM LEARN-BASE-CURRENCY
           PERFORM FIND-STALE-MONTHS
           IF WS-STALE-COUNT > 0
               PERFORM CLEAR-STALE-MONTHS
               PERFORM SWEEP-INVOICED-ORDERS
               PERFORM STAMP-STALE-MONTHS
           END-IF

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/sales-" DELIMITED BY SIZE
               WS-FROM-PERIOD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TO-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-MONTHLY-TOTALS
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-RANGE-MONTHS
               PERFORM WRITE-MONTH-CUSTOMERS
               PERFORM WRITE-MONTH-SKUS
           END-PERFORM
           PERFORM RANK-TOP-CUSTOMERS
           PERFORM WRITE-TOP-CUSTOMERS
           CLOSE REPORT-FILE
           CLOSE SALESSUM-FILE

           MOVE WS-STALE-COUNT TO WS-MONTHS-DISP
           DISPLAY "Summarised " FUNCTION TRIM(WS-MONTHS-DISP)
               " month(s) from the order files"
           MOVE WS-REUSED-COUNT TO WS-MONTHS-DISP
           DISPLAY "Reused " FUNCTION TRIM(WS-MONTHS-DISP)
               " closed month(s) from the summary file"
           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           ACCEPT SALESSUM-PATH FROM ENVIRONMENT "DB_SALESSUM"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(LINES-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               OR FUNCTION TRIM(SALESSUM-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               MOVE "database/customers.db" TO CUSTOMERS-PATH
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               MOVE "database/orderlines.db" TO LINES-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
           END-IF
           IF FUNCTION TRIM(SALESSUM-PATH) = SPACES
               MOVE "database/salessum.db" TO SALESSUM-PATH
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
                           WHEN ENV-FILE-LINE(1:12) = "DB_SALESSUM="
                               AND FUNCTION TRIM(SALESSUM-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO SALESSUM-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    No operand: the twelve months to this one. One: that month
      *    alone. Two: first and last month of the range.
       RESOLVE-REPORT-RANGE.
           MOVE FUNCTION TRIM(SALES-FROM-ARG) TO WS-FROM-PERIOD
           MOVE FUNCTION TRIM(SALES-TO-ARG) TO WS-TO-PERIOD
           IF WS-FROM-PERIOD = SPACES
               MOVE WS-TODAY(1:6) TO WS-TO-PERIOD
           END-IF
           IF WS-TO-PERIOD = SPACES
               MOVE WS-FROM-PERIOD TO WS-TO-PERIOD
           END-IF

           MOVE WS-TO-PERIOD TO WS-PERIOD-TEXT
           IF WS-PERIOD-TEXT IS NOT NUMERIC
               OR WS-PT-MONTH < 1 OR WS-PT-MONTH > 12
               MOVE "months are given as YYYYMM" TO WS-RANGE-ERROR
           ELSE
               COMPUTE WS-TO-INDEX = WS-PT-YEAR * 12 + WS-PT-MONTH - 1
           END-IF

           IF WS-RANGE-ERROR = SPACES
               IF WS-FROM-PERIOD = SPACES
                   COMPUTE WS-FROM-INDEX = WS-TO-INDEX - 11
                   MOVE WS-FROM-INDEX TO WS-PERIOD-INDEX
                   PERFORM PERIOD-FROM-INDEX
                   MOVE WS-PERIOD-TEXT TO WS-FROM-PERIOD
               ELSE
                   MOVE WS-FROM-PERIOD TO WS-PERIOD-TEXT
                   IF WS-PERIOD-TEXT IS NOT NUMERIC
                       OR WS-PT-MONTH < 1 OR WS-PT-MONTH > 12
                       MOVE "months are given as YYYYMM"
                           TO WS-RANGE-ERROR
                   ELSE
                       COMPUTE WS-FROM-INDEX =
                           WS-PT-YEAR * 12 + WS-PT-MONTH - 1
                   END-IF
               END-IF
           END-IF

           IF WS-RANGE-ERROR = SPACES
               EVALUATE TRUE
                   WHEN WS-FROM-INDEX > WS-TO-INDEX
                       MOVE "the first month is after the last"
                           TO WS-RANGE-ERROR
                   WHEN WS-TO-INDEX - WS-FROM-INDEX >= WS-MAX-MONTHS
                       MOVE "at most 24 months can be reported at once"
                           TO WS-RANGE-ERROR
                   WHEN OTHER
                       COMPUTE WS-RANGE-MONTHS =
                           WS-TO-INDEX - WS-FROM-INDEX + 1
               END-EVALUATE
           END-IF.

       PERIOD-FROM-INDEX.
           DIVIDE WS-PERIOD-INDEX BY 12 GIVING WS-PERIOD-YEAR
               REMAINDER WS-PERIOD-MONTH
           MOVE WS-PERIOD-YEAR TO WS-PT-YEAR
           COMPUTE WS-PT-MONTH = WS-PERIOD-MONTH + 1.

       BUILD-MONTH-TABLE.
           MOVE WS-FROM-INDEX TO WS-PERIOD-INDEX
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-RANGE-MONTHS
               PERFORM PERIOD-FROM-INDEX
               MOVE WS-PERIOD-TEXT TO WS-MONTH-PERIOD(WS-MONTH-IX)
               COMPUTE WS-PRIOR-IX = WS-MONTH-IX + WS-RANGE-MONTHS
               SUBTRACT 12 FROM WS-PERIOD-INDEX
               PERFORM PERIOD-FROM-INDEX
               MOVE WS-PERIOD-TEXT TO WS-MONTH-PERIOD(WS-PRIOR-IX)
               ADD 13 TO WS-PERIOD-INDEX
           END-PERFORM
           COMPUTE WS-MONTH-USED = WS-RANGE-MONTHS * 2.

      *    A month is taken from the summary file only if it was
      *    summarised after its period closed and the period is still
      *    closed; anything else - never summarised, summarised while
      *    open, or re-opened since - is summarised again.
       FIND-STALE-MONTHS.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-MONTH-USED
               MOVE WS-MONTH-PERIOD(WS-MONTH-IX) TO WS-LOOKUP-PERIOD
               PERFORM LOOKUP-PERIOD-STATE
               MOVE "N" TO WS-MONTH-CLOSED(WS-MONTH-IX)
               IF WS-PERIOD-STATE = "CLOSED"
                   MOVE "Y" TO WS-MONTH-CLOSED(WS-MONTH-IX)
               END-IF
               MOVE WS-MONTH-PERIOD(WS-MONTH-IX) TO SLS-PERIOD
               MOVE "M" TO SLS-KIND
               MOVE SPACES TO SLS-ITEM
               READ SALESSUM-FILE KEY IS SLS-ID
               IF SALESSUM-FILE-STATUS = "00"
                   AND SLS-MONTH-IS-FINAL
                   AND MONTH-IS-CLOSED(WS-MONTH-IX)
                   MOVE "N" TO WS-MONTH-STALE(WS-MONTH-IX)
                   ADD 1 TO WS-REUSED-COUNT
               ELSE
                   MOVE "Y" TO WS-MONTH-STALE(WS-MONTH-IX)
                   ADD 1 TO WS-STALE-COUNT
               END-IF
           END-PERFORM.

      *    Same register read BASEMODEL's LOOKUP-PERIOD-STATE does:
      *    the last line for the month decides.
       LOOKUP-PERIOD-STATE.
           MOVE SPACES TO WS-PERIOD-STATE
           OPEN INPUT PERIODS-FILE
           IF PERIODS-FILE-STATUS = "00"
               PERFORM UNTIL PERIODS-FILE-STATUS NOT = "00"
                   READ PERIODS-FILE
                       AT END MOVE "10" TO PERIODS-FILE-STATUS
                   END-READ
                   IF PERIODS-FILE-STATUS = "00"
                       MOVE SPACES TO WS-PL-PERIOD WS-PL-STATE
                       UNSTRING PERIODS-LINE DELIMITED BY "|"
                           INTO WS-PL-PERIOD WS-PL-STATE
                       IF WS-PL-PERIOD = WS-LOOKUP-PERIOD
                           MOVE WS-PL-STATE TO WS-PERIOD-STATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PERIODS-FILE
           END-IF.

      *    Everything held for a stale month goes before it is summed
      *    again, so a customer or SKU with no sales left in the
      *    month does not linger with old figures.
       CLEAR-STALE-MONTHS.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-MONTH-USED
               IF MONTH-NEEDS-BUILD(WS-MONTH-IX)
                   PERFORM CLEAR-ONE-MONTH
               END-IF
           END-PERFORM.

       CLEAR-ONE-MONTH.
           MOVE WS-MONTH-PERIOD(WS-MONTH-IX) TO SLS-PERIOD
           MOVE LOW-VALUES TO SLS-KIND SLS-ITEM
           START SALESSUM-FILE KEY IS NOT LESS THAN SLS-ID
               INVALID KEY MOVE "10" TO SALESSUM-FILE-STATUS
           END-START
           PERFORM UNTIL SALESSUM-FILE-STATUS NOT = "00"
               READ SALESSUM-FILE NEXT RECORD
                   AT END MOVE "10" TO SALESSUM-FILE-STATUS
               END-READ
               IF SALESSUM-FILE-STATUS = "00"
                   IF SLS-PERIOD NOT = WS-MONTH-PERIOD(WS-MONTH-IX)
                       MOVE "10" TO SALESSUM-FILE-STATUS
                   ELSE
                       DELETE SALESSUM-FILE
                       START SALESSUM-FILE
                           KEY IS GREATER THAN SLS-ID
                           INVALID KEY
                               MOVE "10" TO SALESSUM-FILE-STATUS
                       END-START
                   END-IF
               END-IF
           END-PERFORM.

      *    One pass over the orders serves every stale month. Only
      *    an order invoiced in one of them has its lines read, so a
      *    run that has one open month to refresh reads that month's
      *    lines and none of the years before it.
       SWEEP-INVOICED-ORDERS.
           OPEN INPUT LINES-FILE
           IF LINES-FILE-STATUS = "00"
               SET LINES-FILE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               SET INVOICEFX-FILE-IS-OPEN TO TRUE
           END-IF
           MOVE ORDERS-PATH TO DATABASE-PATH
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
                       AND MODEL-KEY(1:4) = "ORD-"
                       AND MODEL-DELETED-AT = SPACES
                       AND MODEL-ORDER-STATUS = "INVOICED"
                       PERFORM SUMMARISE-ONE-ORDER
                   END-IF
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF
           IF LINES-FILE-IS-OPEN
               CLOSE LINES-FILE
           END-IF
           IF INVOICEFX-FILE-IS-OPEN
               CLOSE INVOICEFX-FILE
           END-IF.

       SUMMARISE-ONE-ORDER.
           MOVE SPACES TO WS-ORDER-PERIOD
           IF MODEL-INVOICE-DATE(5:1) = "-"
               STRING MODEL-INVOICE-DATE(1:4) MODEL-INVOICE-DATE(6:2)
                   DELIMITED BY SIZE INTO WS-ORDER-PERIOD
           END-IF
           IF WS-ORDER-PERIOD IS NOT NUMERIC
               AND MODEL-ORDER-DATE(5:1) = "-"
               STRING MODEL-ORDER-DATE(1:4) MODEL-ORDER-DATE(6:2)
                   DELIMITED BY SIZE INTO WS-ORDER-PERIOD
           END-IF
           IF WS-ORDER-PERIOD IS NOT NUMERIC
               MOVE MODEL-CREATED-AT(1:6) TO WS-ORDER-PERIOD
           END-IF

           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-MONTH-USED
               IF WS-MONTH-PERIOD(WS-MONTH-IX) = WS-ORDER-PERIOD
                   AND MONTH-NEEDS-BUILD(WS-MONTH-IX)
                   MOVE WS-MONTH-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-FOUND-IX > 0
               ADD 1 TO WS-ORDERS-SWEPT
               MOVE MODEL-KEY TO WS-ORDER-KEY
               MOVE MODEL-AMOUNT TO WS-ORDER-AMOUNT
               MOVE MODEL-CURRENCY TO WS-ORDER-CURRENCY
               PERFORM ORDER-AMOUNT-TO-BASE

               MOVE WS-ORDER-PERIOD TO WS-POST-PERIOD
               MOVE WS-BASE-AMOUNT TO WS-POST-REVENUE
               MOVE 1 TO WS-POST-ORDERS
               MOVE 0 TO WS-POST-QUANTITY
               MOVE "M" TO WS-POST-KIND
               MOVE SPACES TO WS-POST-ITEM
               PERFORM POST-SUMMARY-FIGURES
               MOVE "C" TO WS-POST-KIND
               MOVE MODEL-CUSTOMER-KEY TO WS-POST-ITEM
               PERFORM POST-SUMMARY-FIGURES

               IF LINES-FILE-IS-OPEN
                   PERFORM SUMMARISE-ORDER-LINES
               END-IF
           END-IF.

      *    A line is valued at the order's own base rate: its share
      *    of the order amount times the order's base value. An SKU
      *    on several lines of one order is one order for that SKU.
       SUMMARISE-ORDER-LINES.
           MOVE 0 TO WS-SKU-SEEN-COUNT
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
                       PERFORM SUMMARISE-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO LINES-FILE-STATUS.

       SUMMARISE-ONE-LINE.
           MOVE SPACES TO WS-LINE-SKU
           IF LINE-SKU = SPACES OR LINE-SKU = LOW-VALUES
               MOVE "(NONE)" TO WS-LINE-SKU
           ELSE
               MOVE LINE-SKU TO WS-LINE-SKU
           END-IF
           EVALUATE TRUE
               WHEN WS-ORDER-CURRENCY = SPACES
                   OR WS-ORDER-CURRENCY = WS-BASE-CURRENCY
                   MOVE LINE-AMOUNT TO WS-LINE-BASE
               WHEN WS-ORDER-AMOUNT = 0
                   MOVE 0 TO WS-LINE-BASE
               WHEN OTHER
                   COMPUTE WS-LINE-BASE ROUNDED =
                       LINE-AMOUNT * WS-BASE-AMOUNT / WS-ORDER-AMOUNT
           END-EVALUATE

           PERFORM VARYING WS-SKU-IX FROM 1 BY 1
                   UNTIL WS-SKU-IX > WS-SKU-SEEN-COUNT
                   OR WS-SKU-SEEN(WS-SKU-IX) = WS-LINE-SKU
               CONTINUE
           END-PERFORM
           IF WS-SKU-IX > WS-SKU-SEEN-COUNT
               MOVE 1 TO WS-POST-ORDERS
               IF WS-SKU-SEEN-COUNT < 50
                   ADD 1 TO WS-SKU-SEEN-COUNT
                   MOVE WS-LINE-SKU TO WS-SKU-SEEN(WS-SKU-SEEN-COUNT)
               END-IF
           ELSE
               MOVE 0 TO WS-POST-ORDERS
           END-IF

           MOVE "S" TO WS-POST-KIND
           MOVE WS-LINE-SKU TO WS-POST-ITEM
           MOVE WS-LINE-BASE TO WS-POST-REVENUE
           MOVE LINE-QTY TO WS-POST-QUANTITY
           PERFORM POST-SUMMARY-FIGURES.

       POST-SUMMARY-FIGURES.
           MOVE WS-POST-PERIOD TO SLS-PERIOD
           MOVE WS-POST-KIND TO SLS-KIND
           MOVE WS-POST-ITEM TO SLS-ITEM
           READ SALESSUM-FILE KEY IS SLS-ID
           IF SALESSUM-FILE-STATUS = "00"
               ADD WS-POST-REVENUE TO SLS-REVENUE
               ADD WS-POST-ORDERS TO SLS-ORDER-COUNT
               ADD WS-POST-QUANTITY TO SLS-QUANTITY
               REWRITE SALESSUM-RECORD
           ELSE
               MOVE SPACES TO SALESSUM-RECORD
               MOVE WS-POST-PERIOD TO SLS-PERIOD
               MOVE WS-POST-KIND TO SLS-KIND
               MOVE WS-POST-ITEM TO SLS-ITEM
               MOVE WS-POST-REVENUE TO SLS-REVENUE
               MOVE WS-POST-ORDERS TO SLS-ORDER-COUNT
               MOVE WS-POST-QUANTITY TO SLS-QUANTITY
               MOVE "N" TO SLS-FINAL
               WRITE SALESSUM-RECORD
           END-IF.

      *    Every rebuilt month gets its month record, sales or none,
      *    so an empty closed month is also summarised only once.
       STAMP-STALE-MONTHS.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-MONTH-USED
               IF MONTH-NEEDS-BUILD(WS-MONTH-IX)
                   MOVE WS-MONTH-PERIOD(WS-MONTH-IX) TO WS-POST-PERIOD
                   MOVE "M" TO WS-POST-KIND
                   MOVE SPACES TO WS-POST-ITEM
                   MOVE 0 TO WS-POST-REVENUE WS-POST-ORDERS
                       WS-POST-QUANTITY
                   PERFORM POST-SUMMARY-FIGURES
                   READ SALESSUM-FILE KEY IS SLS-ID
                   IF SALESSUM-FILE-STATUS = "00"
                       MOVE WS-NOW TO SLS-BUILT-AT
                       MOVE WS-MONTH-CLOSED(WS-MONTH-IX) TO SLS-FINAL
                       REWRITE SALESSUM-RECORD
                   END-IF
               END-IF
           END-PERFORM.

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

       ORDER-AMOUNT-TO-BASE.
           MOVE WS-ORDER-CURRENCY TO WS-AMOUNT-CURRENCY
           MOVE "23" TO INVOICEFX-FILE-STATUS
           IF WS-AMOUNT-CURRENCY NOT = SPACES
               AND INVOICEFX-FILE-IS-OPEN
               MOVE WS-ORDER-KEY TO IFX-ORDER-KEY
               READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
           END-IF
           IF INVOICEFX-FILE-STATUS = "00"
               AND IFX-AMOUNT = WS-ORDER-AMOUNT
               MOVE IFX-BASE-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM CONVERT-AMOUNT-TO-BASE
           END-IF.

       CONVERT-AMOUNT-TO-BASE.
           IF WS-AMOUNT-CURRENCY = SPACES
               OR WS-AMOUNT-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-ORDER-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM FIND-CURRENCY-RATE
               IF WS-AMOUNT-RATE = 0
                   MOVE 0 TO WS-BASE-AMOUNT
                   ADD 1 TO WS-UNRATED-COUNT
               ELSE
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       WS-ORDER-AMOUNT * WS-AMOUNT-RATE
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

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Laracol sales analysis - " DELIMITED BY SIZE
               WS-FROM-PERIOD DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-TO-PERIOD DELIMITED BY SIZE
               ", invoiced revenue in " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               ", run " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
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
           END-IF.

      *    Each month against the same month a year before, then the
      *    range as a whole.
       WRITE-MONTHLY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Month" TO WS-SH-LABEL
           MOVE SPACES TO WS-SH-EXTRA
           MOVE WS-SALES-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-RANGE-REVENUE WS-RANGE-ORDERS
               WS-RANGE-LY-REVENUE
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-RANGE-MONTHS
               COMPUTE WS-PRIOR-IX = WS-MONTH-IX + WS-RANGE-MONTHS
               MOVE WS-MONTH-PERIOD(WS-MONTH-IX) TO SLS-PERIOD
               MOVE "M" TO SLS-KIND
               MOVE SPACES TO SLS-ITEM
               PERFORM READ-SUMMARY-FIGURES
               MOVE WS-MONTH-PERIOD(WS-PRIOR-IX) TO SLS-PERIOD
               MOVE "M" TO SLS-KIND
               MOVE SPACES TO SLS-ITEM
               PERFORM READ-PRIOR-YEAR-FIGURES
               ADD WS-CUR-REVENUE TO WS-RANGE-REVENUE
               ADD WS-CUR-ORDERS TO WS-RANGE-ORDERS
               ADD WS-LY-REVENUE TO WS-RANGE-LY-REVENUE
               PERFORM FORMAT-MONTH-LABEL
               MOVE WS-MONTH-LABEL TO WS-SL-LABEL
               MOVE SPACES TO WS-SL-EXTRA
               PERFORM WRITE-SALES-LINE
           END-PERFORM
           MOVE WS-RANGE-REVENUE TO WS-CUR-REVENUE
           MOVE WS-RANGE-ORDERS TO WS-CUR-ORDERS
           MOVE WS-RANGE-LY-REVENUE TO WS-LY-REVENUE
           MOVE "Total" TO WS-SL-LABEL
           MOVE SPACES TO WS-SL-EXTRA
           PERFORM WRITE-SALES-LINE.

       WRITE-MONTH-CUSTOMERS.
           PERFORM FORMAT-MONTH-LABEL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "By customer - " DELIMITED BY SIZE
               WS-MONTH-LABEL DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Customer" TO WS-SH-LABEL
           MOVE SPACES TO WS-SH-EXTRA
           MOVE WS-SALES-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "C" TO SLS-KIND
           PERFORM LIST-MONTH-ITEMS.

       WRITE-MONTH-SKUS.
           PERFORM FORMAT-MONTH-LABEL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "By SKU - " DELIMITED BY SIZE
               WS-MONTH-LABEL DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SKU" TO WS-SH-LABEL
           MOVE "                Units sold" TO WS-SH-EXTRA
           MOVE WS-SALES-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "S" TO SLS-KIND
           PERFORM LIST-MONTH-ITEMS.

      *    Walks one month's customer or SKU records in key order.
      *    Looking up last year's figure moves the file's position,
      *    so the walk picks up again just past the record it was on.
       LIST-MONTH-ITEMS.
           COMPUTE WS-PRIOR-IX = WS-MONTH-IX + WS-RANGE-MONTHS
           MOVE 0 TO WS-LISTED-COUNT
           MOVE WS-MONTH-PERIOD(WS-MONTH-IX) TO SLS-PERIOD
           MOVE LOW-VALUES TO SLS-ITEM
           MOVE SLS-ID TO WS-SWEEP-KEY
           START SALESSUM-FILE KEY IS NOT LESS THAN SLS-ID
               INVALID KEY MOVE "10" TO SALESSUM-FILE-STATUS
           END-START
           PERFORM UNTIL SALESSUM-FILE-STATUS NOT = "00"
               READ SALESSUM-FILE NEXT RECORD
                   AT END MOVE "10" TO SALESSUM-FILE-STATUS
               END-READ
               IF SALESSUM-FILE-STATUS = "00"
                   IF SLS-PERIOD NOT = WS-SWEEP-KEY(1:6)
                       OR SLS-KIND NOT = WS-SWEEP-KEY(7:1)
                       MOVE "10" TO SALESSUM-FILE-STATUS
                   ELSE
                       PERFORM LIST-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE "  (no invoiced sales)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-ONE-ITEM.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SLS-ITEM TO WS-CUR-ITEM
           MOVE SLS-REVENUE TO WS-CUR-REVENUE
           MOVE SLS-ORDER-COUNT TO WS-CUR-ORDERS
           MOVE SLS-QUANTITY TO WS-CUR-QUANTITY
           MOVE SLS-ID TO WS-SWEEP-KEY
           MOVE WS-MONTH-PERIOD(WS-PRIOR-IX) TO SLS-PERIOD
           PERFORM READ-PRIOR-YEAR-FIGURES
           MOVE WS-CUR-ITEM TO WS-SL-LABEL
           MOVE SPACES TO WS-SL-EXTRA
           IF WS-SWEEP-KEY(7:1) = "S"
               MOVE WS-CUR-QUANTITY TO WS-QTY-DISP
               MOVE WS-QTY-DISP TO WS-SL-EXTRA(18:9)
           END-IF
           PERFORM WRITE-SALES-LINE
           MOVE WS-SWEEP-KEY TO SLS-ID
           START SALESSUM-FILE KEY IS GREATER THAN SLS-ID
               INVALID KEY MOVE "10" TO SALESSUM-FILE-STATUS
           END-START.

      *    SLS-ID set by the caller; a record not on file is zero.
       READ-SUMMARY-FIGURES.
           MOVE 0 TO WS-CUR-REVENUE WS-CUR-ORDERS WS-CUR-QUANTITY
           READ SALESSUM-FILE KEY IS SLS-ID
           IF SALESSUM-FILE-STATUS = "00"
               MOVE SLS-REVENUE TO WS-CUR-REVENUE
               MOVE SLS-ORDER-COUNT TO WS-CUR-ORDERS
               MOVE SLS-QUANTITY TO WS-CUR-QUANTITY
           END-IF.

       READ-PRIOR-YEAR-FIGURES.
           MOVE 0 TO WS-LY-REVENUE WS-LY-ORDERS
           READ SALESSUM-FILE KEY IS SLS-ID
           IF SALESSUM-FILE-STATUS = "00"
               MOVE SLS-REVENUE TO WS-LY-REVENUE
               MOVE SLS-ORDER-COUNT TO WS-LY-ORDERS
           END-IF.

       FORMAT-MONTH-LABEL.
           MOVE SPACES TO WS-MONTH-LABEL
           STRING WS-MONTH-PERIOD(WS-MONTH-IX)(1:4) "-"
               WS-MONTH-PERIOD(WS-MONTH-IX)(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-LABEL.

      *    Average order value and the change on last year from the
      *    WS-CUR-/WS-LY- figures. No sales last year shows "new";
      *    none in either year shows a dash.
       WRITE-SALES-LINE.
           MOVE WS-CUR-REVENUE TO WS-SL-REVENUE
           MOVE WS-CUR-ORDERS TO WS-SL-ORDERS
           IF WS-CUR-ORDERS > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-CUR-REVENUE / WS-CUR-ORDERS
           ELSE
               MOVE 0 TO WS-AVERAGE
           END-IF
           MOVE WS-AVERAGE TO WS-SL-AVERAGE
           MOVE WS-LY-REVENUE TO WS-SL-LY-REVENUE
           EVALUATE TRUE
               WHEN WS-LY-REVENUE = 0 AND WS-CUR-REVENUE = 0
                   MOVE "         -" TO WS-SL-CHANGE-TEXT
               WHEN WS-LY-REVENUE = 0
                   MOVE "       new" TO WS-SL-CHANGE-TEXT
               WHEN WS-CUR-REVENUE > WS-LY-REVENUE * 1000
                   MOVE " >+99900%" TO WS-SL-CHANGE-TEXT
               WHEN OTHER
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-CUR-REVENUE - WS-LY-REVENUE) * 100
                           / WS-LY-REVENUE
                   MOVE WS-CHANGE-PCT TO WS-SL-PCT
                   MOVE "% " TO WS-SL-PCT-MARK
           END-EVALUATE
           MOVE WS-SALES-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Each customer's range total against the same months last
      *    year, read back from the summary, kept if it makes the
      *    top twenty. Retired customers are ranked too - their
      *    sales happened.
       RANK-TOP-CUSTOMERS.
           MOVE 0 TO WS-TOP-USED
           MOVE CUSTOMERS-PATH TO DATABASE-PATH
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
                       AND MODEL-KEY(1:5) = "CUST-"
                       PERFORM TOTAL-ONE-CUSTOMER
                       IF WS-CUST-REVENUE > 0
                           PERFORM PLACE-IN-TOP-CUSTOMERS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF.

       TOTAL-ONE-CUSTOMER.
           MOVE 0 TO WS-CUST-REVENUE WS-CUST-ORDERS WS-CUST-LY-REVENUE
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-RANGE-MONTHS
               COMPUTE WS-PRIOR-IX = WS-MONTH-IX + WS-RANGE-MONTHS
               MOVE WS-MONTH-PERIOD(WS-MONTH-IX) TO SLS-PERIOD
               MOVE "C" TO SLS-KIND
               MOVE MODEL-KEY TO SLS-ITEM
               PERFORM READ-SUMMARY-FIGURES
               ADD WS-CUR-REVENUE TO WS-CUST-REVENUE
               ADD WS-CUR-ORDERS TO WS-CUST-ORDERS
               MOVE WS-MONTH-PERIOD(WS-PRIOR-IX) TO SLS-PERIOD
               MOVE "C" TO SLS-KIND
               MOVE MODEL-KEY TO SLS-ITEM
               PERFORM READ-PRIOR-YEAR-FIGURES
               ADD WS-LY-REVENUE TO WS-CUST-LY-REVENUE
           END-PERFORM.

      *    Insertion into the ranking, best first; a customer below
      *    the twentieth of a full table is not kept.
       PLACE-IN-TOP-CUSTOMERS.
           PERFORM VARYING WS-TOP-AT FROM 1 BY 1
                   UNTIL WS-TOP-AT > WS-TOP-USED
                   OR WS-CUST-REVENUE > WS-TOP-REVENUE(WS-TOP-AT)
               CONTINUE
           END-PERFORM
           IF WS-TOP-AT <= WS-TOP-LIMIT
               IF WS-TOP-USED < WS-TOP-LIMIT
                   ADD 1 TO WS-TOP-USED
               END-IF
               PERFORM VARYING WS-TOP-IX FROM WS-TOP-USED BY -1
                       UNTIL WS-TOP-IX <= WS-TOP-AT
                   MOVE WS-TOP-ENTRY(WS-TOP-IX - 1)
                       TO WS-TOP-ENTRY(WS-TOP-IX)
               END-PERFORM
               MOVE MODEL-KEY TO WS-TOP-CUSTOMER(WS-TOP-AT)
               MOVE MODEL-NAME TO WS-TOP-NAME(WS-TOP-AT)
               MOVE WS-CUST-REVENUE TO WS-TOP-REVENUE(WS-TOP-AT)
               MOVE WS-CUST-ORDERS TO WS-TOP-ORDERS(WS-TOP-AT)
               MOVE WS-CUST-LY-REVENUE TO WS-TOP-LY-REVENUE(WS-TOP-AT)
           END-IF.

       WRITE-TOP-CUSTOMERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Top 20 customers - " DELIMITED BY SIZE
               WS-FROM-PERIOD DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-TO-PERIOD DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    Customer" TO WS-SH-LABEL
           MOVE "Name" TO WS-SH-EXTRA
           MOVE WS-SALES-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
                   UNTIL WS-TOP-IX > WS-TOP-USED
               MOVE WS-TOP-IX TO WS-RANK-DISP
               MOVE SPACES TO WS-SL-LABEL
               STRING WS-RANK-DISP ". " DELIMITED BY SIZE
                   WS-TOP-CUSTOMER(WS-TOP-IX) DELIMITED BY SIZE
                   INTO WS-SL-LABEL
               MOVE WS-TOP-NAME(WS-TOP-IX) TO WS-SL-EXTRA
               MOVE WS-TOP-REVENUE(WS-TOP-IX) TO WS-CUR-REVENUE
               MOVE WS-TOP-ORDERS(WS-TOP-IX) TO WS-CUR-ORDERS
               MOVE WS-TOP-LY-REVENUE(WS-TOP-IX) TO WS-LY-REVENUE
               PERFORM WRITE-SALES-LINE
           END-PERFORM
           IF WS-TOP-USED = 0
               MOVE "  (no invoiced sales)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

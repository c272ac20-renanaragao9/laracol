       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXRATES-FILE ASSIGN TO TAXRATES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-REGION
               FILE STATUS IS TAXRATES-FILE-STATUS.
           SELECT PERIODS-FILE
               ASSIGN TO "storage/framework/periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-FILE-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO "storage/framework/invoice.reg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXRATES-FILE.
       01 TAXRATE-RECORD.
           COPY "TaxRateRecord.cpy".

       FD  PERIODS-FILE.
       01 PERIODS-LINE PIC X(50).

       FD  REGISTER-FILE.
       01 REGISTER-LINE PIC X(200).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 TAXRATES-FILE-STATUS PIC XX.
       01 PERIODS-FILE-STATUS PIC XX.
       01 REGISTER-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 TAXRATES-PATH PIC X(100) VALUE
           "database/taxrates.db".
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).

      *    tax:rate operands: the region code, the rate as a
      *    percentage (7.25 for 7.25%) and the jurisdiction's name.
       01 WS-REGION PIC X(8).
       01 WS-RATE-PERCENT PIC 9(3)V9(3).
       01 WS-JURISDICTION PIC X(30).
       01 WS-RATE-PCT-DISP PIC ZZ9.999.
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RATE-ON-FILE VALUE "Y".

       01 WS-AUDIT-ACTION PIC X(10) VALUE "RATE".
       01 WS-AUDIT-KEY PIC X(20).
       01 WS-AUDIT-BEFORE-NAME PIC X(100).
       01 WS-AUDIT-AFTER-NAME PIC X(100).
       01 WS-AUDIT-ZERO-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-ZERO-AMT-2 PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-IMAGE PIC X(300).
       01 WS-OUTBOX-REQUEST PIC X(10) VALUE "APPEND".
       01 WS-OUTBOX-STATUS PIC X(12) VALUE SPACES.

       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-STATE PIC X(8).
       01 WS-PL-PERIOD PIC X(6).
       01 WS-PL-STATE PIC X(8).

      *    One TAX- register line as split on its pipes (layout in
      *    INVOICEGEN's APPEND-TAX-REGISTER-ENTRY).
       01 WS-REG-ID PIC X(20).
       01 WS-REG-STAMP PIC X(19).
       01 WS-REG-CUSTOMER PIC X(20).
       01 WS-REG-REGION PIC X(8).
       01 WS-REG-TAXABLE PIC X(16).
       01 WS-REG-EXEMPT PIC X(16).
       01 WS-REG-TAX PIC X(16).

      *    Totals per region for the period, in first-seen order.
       01 WS-JUR-LIMIT PIC 9(3) VALUE 100.
       01 WS-JUR-USED PIC 9(3) VALUE 0.
       01 WS-JUR-TABLE.
           05 WS-JUR-ENTRY OCCURS 100 TIMES.
               10 WS-JUR-REGION PIC X(8).
               10 WS-JUR-INVOICES PIC 9(6).
               10 WS-JUR-TAXABLE PIC 9(11)V99.
               10 WS-JUR-EXEMPT PIC 9(11)V99.
               10 WS-JUR-TAX PIC 9(11)V99.
       01 WS-JUR-IX PIC 9(3).
       01 WS-JUR-HIT PIC 9(3).

       01 WS-ALL-TAXABLE PIC 9(11)V99 VALUE 0.
       01 WS-ALL-EXEMPT PIC 9(11)V99 VALUE 0.
       01 WS-ALL-TAX PIC 9(11)V99 VALUE 0.
       01 WS-ALL-INVOICES PIC 9(6) VALUE 0.

       01 WS-NAME-DISP PIC X(24).
       01 WS-TAXABLE-DISP PIC Z(10)9.99.
       01 WS-EXEMPT-DISP PIC Z(10)9.99.
       01 WS-TAX-DISP PIC Z(10)9.99.
       01 WS-COUNT-DISP PIC ZZZZZ9.

       LINKAGE SECTION.
       01 TAX-COMMAND PIC X(10).
       01 TAX-ARG-1 PIC X(100).
       01 TAX-ARG-2 PIC X(100).
       01 TAX-ARG-3 PIC X(100).

       PROCEDURE DIVISION USING TAX-COMMAND TAX-ARG-1 TAX-ARG-2
           TAX-ARG-3.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW

           EVALUATE FUNCTION TRIM(TAX-COMMAND)
               WHEN "RATE"
                   PERFORM DO-SET-RATE
               WHEN "REPORT"
                   PERFORM DO-TAX-REPORT
               WHEN OTHER
                   DISPLAY "Unknown tax action."
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT TAXRATES-PATH FROM ENVIRONMENT "DB_TAXRATES"
           IF FUNCTION TRIM(TAXRATES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(TAXRATES-PATH) = SPACES
               MOVE "database/taxrates.db" TO TAXRATES-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       AND ENV-FILE-LINE(1:12) = "DB_TAXRATES="
                       AND FUNCTION TRIM(TAXRATES-PATH) = SPACES
                       MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                           TO TAXRATES-PATH
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    tax:rate <region> <percent> [jurisdiction]: adds a
      *    jurisdiction or changes its rate. The change applies to
      *    invoices raised from now on - issued invoices keep the
      *    tax they were printed with - and is journaled like any
      *    other write so a rate question can be answered later.
       DO-SET-RATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TAX-ARG-1))
               TO WS-REGION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TAX-ARG-3))
               TO WS-JURISDICTION
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(TAX-ARG-2)) NOT = 0
               DISPLAY "Rate must be a percentage, e.g. 7.25."
               GOBACK
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(TAX-ARG-2)) < 0
               OR FUNCTION NUMVAL(FUNCTION TRIM(TAX-ARG-2)) >= 100
               DISPLAY "Rate must be a percentage, e.g. 7.25."
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TAX-ARG-2))
               TO WS-RATE-PERCENT

           OPEN I-O TAXRATES-FILE
           IF TAXRATES-FILE-STATUS = "35"
               OPEN OUTPUT TAXRATES-FILE
               CLOSE TAXRATES-FILE
               OPEN I-O TAXRATES-FILE
           END-IF
           MOVE "N" TO WS-RECORD-FOUND
           MOVE WS-REGION TO TAX-REGION
           READ TAXRATES-FILE KEY IS TAX-REGION
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           IF TAXRATES-FILE-STATUS = "00"
               SET RATE-ON-FILE TO TRUE
               PERFORM DESCRIBE-RATE
               MOVE WS-AUDIT-AFTER-NAME TO WS-AUDIT-BEFORE-NAME
           ELSE
               MOVE SPACES TO TAXRATE-RECORD
               MOVE WS-REGION TO TAX-REGION
           END-IF

           IF WS-JURISDICTION NOT = SPACES
               MOVE WS-JURISDICTION TO TAX-JURISDICTION
           END-IF
           IF TAX-JURISDICTION = SPACES
               MOVE WS-REGION TO TAX-JURISDICTION
           END-IF
           COMPUTE TAX-RATE = WS-RATE-PERCENT / 100
           MOVE WS-NOW TO TAX-UPDATED-AT
           IF RATE-ON-FILE
               REWRITE TAXRATE-RECORD
           ELSE
               WRITE TAXRATE-RECORD
           END-IF

           IF TAXRATES-FILE-STATUS = "00"
               PERFORM DESCRIBE-RATE
               PERFORM JOURNAL-RATE-CHANGE
               DISPLAY "Tax region " FUNCTION TRIM(TAX-REGION) ": "
                   FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
           ELSE
               DISPLAY "Tax rate not saved (status "
                   TAXRATES-FILE-STATUS ")."
           END-IF
           CLOSE TAXRATES-FILE.

       DESCRIBE-RATE.
           COMPUTE WS-RATE-PCT-DISP = TAX-RATE * 100
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FUNCTION TRIM(TAX-JURISDICTION) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-PCT-DISP) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME.

       JOURNAL-RATE-CHANGE.
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "TAX-" DELIMITED BY SIZE
               FUNCTION TRIM(TAX-REGION) DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE TAXRATE-RECORD TO WS-AUDIT-IMAGE
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

      *    report:tax <YYYYMM>: taxable sales, exempt sales and tax
      *    charged per jurisdiction on the invoices issued in the
      *    month, from the register's TAX- lines. Only a closed
      *    month is reported - an open one can still change under
      *    the return.
       DO-TAX-REPORT.
           MOVE FUNCTION TRIM(TAX-ARG-1) TO WS-PERIOD
           IF WS-PERIOD IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM, e.g. 202609."
               GOBACK
           END-IF
           PERFORM LOOKUP-PERIOD-STATE
           IF WS-PERIOD-STATE NOT = "CLOSED"
               DISPLAY "Period " WS-PERIOD " is not closed - run"
                   " period:close before reporting its tax."
               GOBACK
           END-IF

           PERFORM COLLECT-TAX-LINES

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/tax-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Sales tax liability - period " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGION   JURISDICTION             INVOICES"
               DELIMITED BY SIZE
               "   TAXABLE SALES    EXEMPT SALES   TAX CHARGED"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT TAXRATES-FILE
           PERFORM VARYING WS-JUR-IX FROM 1 BY 1
                   UNTIL WS-JUR-IX > WS-JUR-USED
               PERFORM WRITE-JURISDICTION-LINE
           END-PERFORM
           IF TAXRATES-FILE-STATUS NOT = "35"
               CLOSE TAXRATES-FILE
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL" TO WS-NAME-DISP
           MOVE WS-ALL-INVOICES TO WS-COUNT-DISP
           MOVE WS-ALL-TAXABLE TO WS-TAXABLE-DISP
           MOVE WS-ALL-EXEMPT TO WS-EXEMPT-DISP
           MOVE WS-ALL-TAX TO WS-TAX-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "         " DELIMITED BY SIZE
               WS-NAME-DISP DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAXABLE-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXEMPT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAX-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           DISPLAY "Tax charged in " WS-PERIOD ": "
               FUNCTION TRIM(WS-TAX-DISP).

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
                       IF WS-PL-PERIOD = WS-PERIOD
                           MOVE WS-PL-STATE TO WS-PERIOD-STATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PERIODS-FILE
           END-IF.

       COLLECT-TAX-LINES.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL REGISTER-FILE-STATUS NOT = "00"
                   READ REGISTER-FILE
                       AT END MOVE "10" TO REGISTER-FILE-STATUS
                   END-READ
                   IF REGISTER-FILE-STATUS = "00"
                       AND REGISTER-LINE(1:4) = "TAX-"
                       PERFORM TALLY-TAX-LINE
                   END-IF
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       TALLY-TAX-LINE.
           MOVE SPACES TO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
               WS-REG-REGION WS-REG-TAXABLE WS-REG-EXEMPT WS-REG-TAX
           UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
                   WS-REG-REGION WS-REG-TAXABLE WS-REG-EXEMPT
                   WS-REG-TAX
           IF WS-REG-STAMP(1:6) = WS-PERIOD
               MOVE 0 TO WS-JUR-HIT
               PERFORM VARYING WS-JUR-IX FROM 1 BY 1
                       UNTIL WS-JUR-IX > WS-JUR-USED
                       OR WS-JUR-HIT > 0
                   IF WS-JUR-REGION(WS-JUR-IX) = WS-REG-REGION
                       MOVE WS-JUR-IX TO WS-JUR-HIT
                   END-IF
               END-PERFORM
               IF WS-JUR-HIT = 0 AND WS-JUR-USED < WS-JUR-LIMIT
                   ADD 1 TO WS-JUR-USED
                   MOVE WS-JUR-USED TO WS-JUR-HIT
                   MOVE WS-REG-REGION TO WS-JUR-REGION(WS-JUR-HIT)
                   MOVE 0 TO WS-JUR-INVOICES(WS-JUR-HIT)
                       WS-JUR-TAXABLE(WS-JUR-HIT)
                       WS-JUR-EXEMPT(WS-JUR-HIT)
                       WS-JUR-TAX(WS-JUR-HIT)
               END-IF
               IF WS-JUR-HIT > 0
                   ADD 1 TO WS-JUR-INVOICES(WS-JUR-HIT)
                       WS-ALL-INVOICES
                   PERFORM ADD-REGISTER-AMOUNTS
               END-IF
           END-IF.

       ADD-REGISTER-AMOUNTS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-TAXABLE)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-TAXABLE))
                   TO WS-JUR-TAXABLE(WS-JUR-HIT) WS-ALL-TAXABLE
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-EXEMPT)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-EXEMPT))
                   TO WS-JUR-EXEMPT(WS-JUR-HIT) WS-ALL-EXEMPT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-TAX)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-TAX))
                   TO WS-JUR-TAX(WS-JUR-HIT) WS-ALL-TAX
           END-IF.

      *    Invoices raised for a customer with no region still show,
      *    under "(no region)", so the sales they carry are not lost
      *    from the return's totals.
       WRITE-JURISDICTION-LINE.
           MOVE SPACES TO WS-NAME-DISP
           IF WS-JUR-REGION(WS-JUR-IX) = SPACES
               MOVE "(no region)" TO WS-NAME-DISP
           ELSE
               IF TAXRATES-FILE-STATUS NOT = "35"
                   MOVE WS-JUR-REGION(WS-JUR-IX) TO TAX-REGION
                   READ TAXRATES-FILE KEY IS TAX-REGION
                   IF TAXRATES-FILE-STATUS = "00"
                       MOVE TAX-JURISDICTION TO WS-NAME-DISP
                   END-IF
               END-IF
           END-IF
           MOVE WS-JUR-INVOICES(WS-JUR-IX) TO WS-COUNT-DISP
           MOVE WS-JUR-TAXABLE(WS-JUR-IX) TO WS-TAXABLE-DISP
           MOVE WS-JUR-EXEMPT(WS-JUR-IX) TO WS-EXEMPT-DISP
           MOVE WS-JUR-TAX(WS-JUR-IX) TO WS-TAX-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-JUR-REGION(WS-JUR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAME-DISP DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAXABLE-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXEMPT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAX-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

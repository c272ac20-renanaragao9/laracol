       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPS-FILE ASSIGN TO SALESREPS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CODE
               FILE STATUS IS REPS-FILE-STATUS.
           SELECT PLANS-FILE ASSIGN TO COMMPLANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS PLANS-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO COMMISSIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-ID
               FILE STATUS IS LEDGER-FILE-STATUS.
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
           SELECT PERIODS-FILE
               ASSIGN TO "storage/framework/periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-FILE-STATUS.
      *    One line per period calculated (PERIOD|TIMESTAMP|EARNED|
      *    CLAWBACK), so a period is never paid twice.
           SELECT HISTORY-FILE
               ASSIGN TO "storage/framework/commission.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO PAYROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPS-FILE.
       01 SALESREP-RECORD.
           COPY "SalesRepRecord.cpy".

       FD  PLANS-FILE.
       01 PLAN-RECORD.
           COPY "CommissionPlanRecord.cpy".

       FD  LEDGER-FILE.
       01 COMMISSION-RECORD.
           COPY "CommissionRecord.cpy".

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

       FD  PERIODS-FILE.
       01 PERIODS-LINE PIC X(50).

       FD  HISTORY-FILE.
       01 HISTORY-LINE PIC X(100).

       FD  STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(120).

       FD  PAYROLL-FILE.
       01 PAYROLL-RECORD.
           COPY "CommissionPayrollRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 REPS-FILE-STATUS PIC XX.
       01 PLANS-FILE-STATUS PIC XX.
       01 LEDGER-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 PAYMENTS-FILE-STATUS PIC XX.
       01 CREDITS-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 PERIODS-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 STATEMENT-FILE-STATUS PIC XX.
       01 PAYROLL-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 SALESREPS-PATH PIC X(100) VALUE
           "database/salesreps.db".
       01 COMMPLANS-PATH PIC X(100) VALUE
           "database/commplans.db".
       01 COMMISSIONS-PATH PIC X(100) VALUE
           "database/commissions.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 STATEMENT-PATH PIC X(100).
       01 PAYROLL-PATH PIC X(100).
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).

      *    commission:plan, rep:set and rep:retire operands.
       01 WS-CODE-TEXT PIC X(60).
       01 WS-PLAN-CODE PIC X(8).
       01 WS-PLAN-RATE PIC 9(2)V99.
       01 WS-PLAN-DESC PIC X(30).
       01 WS-REP-CODE PIC X(8).
       01 WS-REP-NAME PIC X(40).
       01 WS-RATE-DISP PIC Z9.99.
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RECORD-ON-FILE VALUE "Y".

       01 WS-AUDIT-ACTION PIC X(10).
       01 WS-AUDIT-KEY PIC X(20).
       01 WS-AUDIT-BEFORE-NAME PIC X(100).
       01 WS-AUDIT-AFTER-NAME PIC X(100).
       01 WS-AUDIT-ZERO-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-ZERO-AMT-2 PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-IMAGE PIC X(300).
       01 WS-OUTBOX-REQUEST PIC X(10) VALUE "APPEND".
       01 WS-OUTBOX-STATUS PIC X(12) VALUE SPACES.

       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-STATE PIC X(8).
       01 WS-PL-PERIOD PIC X(6).
       01 WS-PL-STATE PIC X(8).
       01 WS-HISTORY-PREFIX PIC X(7).
       01 WS-ALREADY-RUN-AT PIC X(19).
       01 WS-HISTORY-TEXT PIC X(100).
       01 WS-ALREADY-RUN PIC X VALUE "N".
           88 PERIOD-ALREADY-PAID VALUE "Y".

      *    Every rep on the master, with the rate their plan pays
      *    now and what this run earns and claws back for them.
       01 WS-REP-LIMIT PIC 9(3) VALUE 200.
       01 WS-REP-USED PIC 9(3) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 200 TIMES.
               10 WS-REP-TBL-CODE     PIC X(8).
               10 WS-REP-TBL-NAME     PIC X(40).
               10 WS-REP-TBL-PLAN     PIC X(8).
               10 WS-REP-TBL-RATE     PIC 9(2)V99.
               10 WS-REP-TBL-RATED    PIC X(1).
               10 WS-REP-TBL-EARNED   PIC 9(11)V99.
               10 WS-REP-TBL-CLAWBACK PIC 9(11)V99.
               10 WS-REP-TBL-ENTRIES  PIC 9(6).
       01 WS-REP-IX PIC 9(3).
       01 WS-REP-HIT PIC 9(3).
       01 WS-FIND-REP PIC X(8).

      *    The run's ledger entries, kept for the statements.
      *    Orders past the limit are left for the next period's run,
      *    which picks up whatever an order has not yet been paid.
       01 WS-ENT-LIMIT PIC 9(4) VALUE 2000.
       01 WS-ENT-USED PIC 9(4) VALUE 0.
       01 WS-ENT-TABLE.
           05 WS-ENT OCCURS 2000 TIMES.
               10 WS-ENT-REP       PIC 9(3).
               10 WS-ENT-ORDER     PIC X(20).
               10 WS-ENT-CUSTOMER  PIC X(20).
               10 WS-ENT-INVOICE   PIC X(9).
               10 WS-ENT-COLLECTED PIC 9(9)V99.
               10 WS-ENT-CREDITED  PIC 9(9)V99.
               10 WS-ENT-BASE      PIC S9(9)V99.
               10 WS-ENT-RATE      PIC 9(2)V99.
               10 WS-ENT-AMOUNT    PIC S9(9)V99.
       01 WS-ENT-IX PIC 9(4).

      *    The order being assessed.
       01 WS-DOC-DATE PIC X(10).
       01 WS-DOC-PERIOD PIC X(6).
       01 WS-ORDER-PAID PIC 9(11)V99.
       01 WS-ORDER-CREDITED PIC 9(11)V99.
       01 WS-TARGET-BASE PIC S9(11)V99.
       01 WS-PAID-BASE PIC S9(11)V99.
       01 WS-PAID-AMOUNT PIC S9(11)V99.
       01 WS-LEDGER-REP PIC X(8).
       01 WS-DELTA PIC S9(11)V99.
       01 WS-COMMISSION PIC S9(11)V99.
       01 WS-ENTRY-RATE PIC 9(2)V99.
       01 WS-PAYMENTS-OPEN PIC X VALUE "N".
           88 PAYMENTS-FILE-IS-OPEN VALUE "Y".
       01 WS-CREDITS-OPEN PIC X VALUE "N".
           88 CREDITS-FILE-IS-OPEN VALUE "Y".
       01 WS-INVOICEFX-OPEN PIC X VALUE "N".
           88 INVOICEFX-FILE-IS-OPEN VALUE "Y".
      *    The rate the order was invoiced at (one for the base
      *    currency) and its tax, in its own currency, from
      *    invoicefx; the order's amount at that rate.
       01 WS-ORDER-RATE PIC 9(5)V9(6).
       01 WS-ORDER-TAX PIC 9(9)V99.
       01 WS-ORDER-BASE PIC 9(11)V99.

       01 WS-ORDER-COUNT PIC 9(6) VALUE 0.
       01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-REP-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-REP-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-NO-PLAN-COUNT PIC 9(6) VALUE 0.
       01 WS-DEFERRED-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-SAVED-COUNT PIC 9(6) VALUE 0.
       01 WS-PAYEE-COUNT PIC 9(6) VALUE 0.
       01 WS-ALL-EARNED PIC 9(13)V99 VALUE 0.
       01 WS-ALL-CLAWBACK PIC 9(13)V99 VALUE 0.
       01 WS-ALL-NET PIC S9(13)V99 VALUE 0.
       01 WS-REP-NET PIC S9(11)V99.

       01 WS-INVOICE-DISP PIC X(13).
       01 WS-AMOUNT-DISP PIC Z(8)9.99.
       01 WS-AMOUNT-DISP-2 PIC Z(8)9.99.
       01 WS-SIGNED-DISP PIC -(9)9.99.
       01 WS-SIGNED-DISP-2 PIC -(9)9.99.
       01 WS-TOTAL-DISP PIC Z(12)9.99.
       01 WS-NET-DISP PIC -(13)9.99.
       01 WS-COUNT-DISP PIC ZZZZZ9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 WS-RC-MESSAGE PIC X(60) VALUE SPACES.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       LINKAGE SECTION.
       01 COM-COMMAND PIC X(10).
       01 COM-ARG-1 PIC X(100).
       01 COM-ARG-2 PIC X(100).
       01 COM-ARG-3 PIC X(100).
       01 COM-ARG-4 PIC X(100).
       01 COM-ARG-5 PIC X(100).
       01 COM-ARG-6 PIC X(100).

       PROCEDURE DIVISION USING COM-COMMAND COM-ARG-1 COM-ARG-2
           COM-ARG-3 COM-ARG-4 COM-ARG-5 COM-ARG-6.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW

           EVALUATE FUNCTION TRIM(COM-COMMAND)
               WHEN "PLAN"
                   PERFORM DO-SET-PLAN
               WHEN "REP"
                   PERFORM DO-SET-REP
               WHEN "RETIRE"
                   PERFORM DO-RETIRE-REP
               WHEN "CALC"
                   PERFORM DO-CALCULATE-PERIOD
               WHEN OTHER
                   DISPLAY "Unknown commission action."
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT SALESREPS-PATH FROM ENVIRONMENT "DB_SALESREPS"
           ACCEPT COMMPLANS-PATH FROM ENVIRONMENT "DB_COMMPLANS"
           ACCEPT COMMISSIONS-PATH FROM ENVIRONMENT "DB_COMMISSIONS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           IF FUNCTION TRIM(SALESREPS-PATH) = SPACES
               OR FUNCTION TRIM(COMMPLANS-PATH) = SPACES
               OR FUNCTION TRIM(COMMISSIONS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(SALESREPS-PATH) = SPACES
               MOVE "database/salesreps.db" TO SALESREPS-PATH
           END-IF
           IF FUNCTION TRIM(COMMPLANS-PATH) = SPACES
               MOVE "database/commplans.db" TO COMMPLANS-PATH
           END-IF
           IF FUNCTION TRIM(COMMISSIONS-PATH) = SPACES
               MOVE "database/commissions.db" TO COMMISSIONS-PATH
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
                           WHEN ENV-FILE-LINE(1:13) = "DB_SALESREPS="
                               AND FUNCTION TRIM(SALESREPS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SALESREPS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_COMMPLANS="
                               AND FUNCTION TRIM(COMMPLANS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO COMMPLANS-PATH
                           WHEN ENV-FILE-LINE(1:15) =
                                   "DB_COMMISSIONS="
                               AND FUNCTION TRIM(COMMISSIONS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(16:))
                                   TO COMMISSIONS-PATH
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

      *    commission:plan <plan> <percent> [description]: adds a
      *    commission plan or changes its rate. Journaled as
      *    PLAN-<plan>.
       DO-SET-PLAN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COM-ARG-1))
               TO WS-CODE-TEXT
           IF WS-CODE-TEXT(9:) NOT = SPACES
               DISPLAY "Plan code is longer than 8 characters."
               GOBACK
           END-IF
           MOVE WS-CODE-TEXT TO WS-PLAN-CODE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(COM-ARG-2)) NOT = 0
               DISPLAY "Rate must be a percentage, e.g. 5.00."
               GOBACK
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(COM-ARG-2)) < 0
               OR FUNCTION NUMVAL(FUNCTION TRIM(COM-ARG-2)) >= 100
               DISPLAY "Rate must be a percentage, e.g. 5.00."
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(COM-ARG-2))
               TO WS-PLAN-RATE
           MOVE FUNCTION TRIM(COM-ARG-3) TO WS-PLAN-DESC

           OPEN I-O PLANS-FILE
           IF PLANS-FILE-STATUS = "35"
               OPEN OUTPUT PLANS-FILE
               CLOSE PLANS-FILE
               OPEN I-O PLANS-FILE
           END-IF
           MOVE "N" TO WS-RECORD-FOUND
           MOVE WS-PLAN-CODE TO PLAN-CODE
           READ PLANS-FILE KEY IS PLAN-CODE
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           IF PLANS-FILE-STATUS = "00"
               SET RECORD-ON-FILE TO TRUE
               PERFORM DESCRIBE-PLAN
               MOVE WS-AUDIT-AFTER-NAME TO WS-AUDIT-BEFORE-NAME
           ELSE
               MOVE SPACES TO PLAN-RECORD
               MOVE WS-PLAN-CODE TO PLAN-CODE
           END-IF
           MOVE WS-PLAN-RATE TO PLAN-RATE
           IF WS-PLAN-DESC NOT = SPACES
               MOVE WS-PLAN-DESC TO PLAN-DESCRIPTION
           END-IF
           IF PLAN-DESCRIPTION = SPACES
               MOVE PLAN-CODE TO PLAN-DESCRIPTION
           END-IF
           MOVE WS-NOW TO PLAN-UPDATED-AT
           IF RECORD-ON-FILE
               REWRITE PLAN-RECORD
           ELSE
               WRITE PLAN-RECORD
           END-IF

           IF PLANS-FILE-STATUS = "00"
               PERFORM DESCRIBE-PLAN
               MOVE "PLAN" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "PLAN-" DELIMITED BY SIZE
                   FUNCTION TRIM(PLAN-CODE) DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-IMAGE
               MOVE PLAN-RECORD TO WS-AUDIT-IMAGE
               PERFORM JOURNAL-CHANGE
               DISPLAY "Commission plan " FUNCTION TRIM(PLAN-CODE)
                   ": " FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
           ELSE
               DISPLAY "Plan not saved (status "
                   PLANS-FILE-STATUS ")."
           END-IF
           CLOSE PLANS-FILE.

       DESCRIBE-PLAN.
           MOVE PLAN-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FUNCTION TRIM(PLAN-DESCRIPTION) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-DISP) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME.

      *    rep:set <rep> <plan> [name]: adds a sales rep or changes
      *    their plan or name, and puts a retired rep back to work.
      *    The plan must already be on the plan table. The name may
      *    run to several words. Journaled as REP-<rep>.
       DO-SET-REP.
           PERFORM TAKE-REP-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COM-ARG-2))
               TO WS-CODE-TEXT
           MOVE WS-CODE-TEXT TO WS-PLAN-CODE
           OPEN INPUT PLANS-FILE
           IF PLANS-FILE-STATUS = "00"
               MOVE WS-PLAN-CODE TO PLAN-CODE
               READ PLANS-FILE KEY IS PLAN-CODE
               CLOSE PLANS-FILE
           END-IF
           IF PLANS-FILE-STATUS NOT = "00"
               OR WS-CODE-TEXT(9:) NOT = SPACES
               DISPLAY "No commission plan " FUNCTION TRIM(WS-CODE-TEXT)
                   " - add it with commission:plan first."
               GOBACK
           END-IF
           MOVE SPACES TO WS-REP-NAME
           STRING FUNCTION TRIM(COM-ARG-3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(COM-ARG-4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(COM-ARG-5) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(COM-ARG-6) DELIMITED BY SIZE
               INTO WS-REP-NAME
           MOVE FUNCTION TRIM(WS-REP-NAME) TO WS-REP-NAME

           PERFORM OPEN-REPS-IO
           PERFORM READ-REP-FOR-UPDATE
           MOVE WS-PLAN-CODE TO REP-PLAN
           IF WS-REP-NAME NOT = SPACES
               MOVE WS-REP-NAME TO REP-NAME
           END-IF
           IF REP-NAME = SPACES
               MOVE REP-CODE TO REP-NAME
           END-IF
           MOVE "Y" TO REP-ACTIVE
           MOVE "REP" TO WS-AUDIT-ACTION
           PERFORM SAVE-REP.

      *    rep:retire <rep>: the rep takes no new customers or
      *    orders. Orders already credited to them keep paying (and
      *    clawing back) until their customers are reassigned.
       DO-RETIRE-REP.
           PERFORM TAKE-REP-CODE
           PERFORM OPEN-REPS-IO
           PERFORM READ-REP-FOR-UPDATE
           IF NOT RECORD-ON-FILE
               CLOSE REPS-FILE
               DISPLAY "No sales rep " FUNCTION TRIM(WS-REP-CODE) "."
               GOBACK
           END-IF
           MOVE "N" TO REP-ACTIVE
           MOVE "RETIRE" TO WS-AUDIT-ACTION
           PERFORM SAVE-REP.

       TAKE-REP-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COM-ARG-1))
               TO WS-CODE-TEXT
           IF WS-CODE-TEXT(9:) NOT = SPACES
               DISPLAY "Rep code is longer than 8 characters."
               GOBACK
           END-IF
           MOVE WS-CODE-TEXT TO WS-REP-CODE.

       OPEN-REPS-IO.
           OPEN I-O REPS-FILE
           IF REPS-FILE-STATUS = "35"
               OPEN OUTPUT REPS-FILE
               CLOSE REPS-FILE
               OPEN I-O REPS-FILE
           END-IF.

       READ-REP-FOR-UPDATE.
           MOVE "N" TO WS-RECORD-FOUND
           MOVE WS-REP-CODE TO REP-CODE
           READ REPS-FILE KEY IS REP-CODE
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           IF REPS-FILE-STATUS = "00"
               SET RECORD-ON-FILE TO TRUE
               PERFORM DESCRIBE-REP
               MOVE WS-AUDIT-AFTER-NAME TO WS-AUDIT-BEFORE-NAME
           ELSE
               MOVE SPACES TO SALESREP-RECORD
               MOVE WS-REP-CODE TO REP-CODE
           END-IF.

       SAVE-REP.
           MOVE WS-NOW TO REP-UPDATED-AT
           IF RECORD-ON-FILE
               REWRITE SALESREP-RECORD
           ELSE
               WRITE SALESREP-RECORD
           END-IF
           IF REPS-FILE-STATUS = "00"
               PERFORM DESCRIBE-REP
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "REP-" DELIMITED BY SIZE
                   FUNCTION TRIM(REP-CODE) DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-IMAGE
               MOVE SALESREP-RECORD TO WS-AUDIT-IMAGE
               PERFORM JOURNAL-CHANGE
               DISPLAY "Sales rep " FUNCTION TRIM(REP-CODE) ": "
                   FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
           ELSE
               DISPLAY "Sales rep not saved (status "
                   REPS-FILE-STATUS ")."
           END-IF
           CLOSE REPS-FILE.

       DESCRIBE-REP.
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FUNCTION TRIM(REP-NAME) DELIMITED BY SIZE
               " plan " DELIMITED BY SIZE
               FUNCTION TRIM(REP-PLAN) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME
           IF REP-ACTIVE NOT = "Y"
               STRING FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
                   DELIMITED BY SIZE
                   " (retired)" DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER-NAME
           END-IF.

       JOURNAL-CHANGE.
           CALL "AUDITLOG" USING WS-AUDIT-ACTION WS-AUDIT-KEY
               WS-AUDIT-BEFORE-NAME WS-AUDIT-ZERO-AMT
               WS-AUDIT-AFTER-NAME WS-AUDIT-AMOUNT
               WS-AUDIT-IMAGE
               ON EXCEPTION
                   CONTINUE
           END-CALL
           CALL "OUTBOXFEED" USING WS-OUTBOX-REQUEST
               WS-AUDIT-ACTION WS-AUDIT-KEY WS-AUDIT-AFTER-NAME
               WS-AUDIT-AMOUNT WS-OUTBOX-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    commission:calculate <YYYYMM>: pays each rep their plan's
      *    rate on the invoiced revenue their orders collected up to
      *    the end of the closed month. An order's commissionable
      *    revenue is what has been paid on it, but never more than
      *    the invoice less its credit memos; whatever that comes to
      *    beyond what the ledger shows the order already paid on is
      *    earned now, and whatever it has fallen below - a credit
      *    memo on a paid invoice, a payment taken back - is clawed
      *    back at the rate it was paid at. Each movement goes into
      *    the commission ledger, so the next period starts from
      *    what was actually paid, and a period is calculated once.
       DO-CALCULATE-PERIOD.
           MOVE FUNCTION TRIM(COM-ARG-1) TO WS-PERIOD
           IF WS-PERIOD IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM, e.g. 202609."
               MOVE 8 TO WS-RC-CODE
               MOVE "period is not YYYYMM" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM LOOKUP-PERIOD-STATE
           IF WS-PERIOD-STATE NOT = "CLOSED"
               DISPLAY "Period " WS-PERIOD " is not closed - run"
                   " period:close before paying its commission."
               MOVE 8 TO WS-RC-CODE
               MOVE "period is not closed" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM CHECK-PERIOD-HISTORY
           IF PERIOD-ALREADY-PAID
               DISPLAY "Commission for " WS-PERIOD " was calculated"
                   " at " WS-ALREADY-RUN-AT " - not run again."
               MOVE 8 TO WS-RC-CODE
               MOVE "period already calculated" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM LOAD-REP-TABLE

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/commission-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Commission run - period " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O LEDGER-FILE
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           PERFORM ASSESS-INVOICED-ORDERS
           CLOSE LEDGER-FILE

           PERFORM WRITE-REP-STATEMENTS
           PERFORM WRITE-PAYROLL-FILE
           PERFORM WRITE-RUN-SUMMARY
           CLOSE REPORT-FILE
           PERFORM APPEND-PERIOD-HISTORY
           PERFORM JOURNAL-COMMISSION-RUN

           MOVE WS-PAYEE-COUNT TO WS-COUNT-DISP
           DISPLAY "Commission statements for "
               FUNCTION TRIM(WS-COUNT-DISP)
               " rep(s) under storage/commissions/"
           MOVE WS-ALL-NET TO WS-NET-DISP
           DISPLAY "Net commission for " WS-PERIOD ": "
               FUNCTION TRIM(WS-NET-DISP)
           DISPLAY "Payroll file " FUNCTION TRIM(PAYROLL-PATH)
           DISPLAY "Run report " FUNCTION TRIM(REPORT-PATH)
           PERFORM REPORT-RUN-CONTROL.

      *    Orders assessed against ledger entries and statements
      *    written, and movements held for a missing rep or plan,
      *    left for the next period or refused by the ledger. Most
      *    orders move nothing in a period, so the counts need not
      *    balance; the hash is the net commission, which the
      *    payroll file's trailer carries too.
       REPORT-RUN-CONTROL.
           IF WS-RC-CODE < 4
               AND WS-NO-PLAN-COUNT + WS-DEFERRED-COUNT
                   + WS-NOT-SAVED-COUNT > 0
               MOVE 4 TO WS-RC-CODE
               MOVE "commission held or not saved" TO WS-RC-MESSAGE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "commission:calculate" TO RC-COMMAND
           MOVE WS-ORDER-COUNT TO RC-RECORDS-READ
           COMPUTE RC-RECORDS-WRITTEN =
               WS-ENTRY-COUNT + WS-PAYEE-COUNT
           COMPUTE RC-RECORDS-REJECTED = WS-NO-PLAN-COUNT
               + WS-DEFERRED-COUNT + WS-NOT-SAVED-COUNT
           MOVE WS-ALL-NET TO RC-AMOUNT-HASH
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE "N" TO RC-BALANCE-RULE
           MOVE PAYROLL-PATH TO RC-REFERENCE
           MOVE WS-RC-MESSAGE TO RC-MESSAGE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

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

       CHECK-PERIOD-HISTORY.
           MOVE "N" TO WS-ALREADY-RUN
           MOVE SPACES TO WS-HISTORY-PREFIX
           STRING WS-PERIOD "|" DELIMITED BY SIZE
               INTO WS-HISTORY-PREFIX
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL HISTORY-FILE-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END MOVE "10" TO HISTORY-FILE-STATUS
                   END-READ
                   IF HISTORY-FILE-STATUS = "00"
                       AND HISTORY-LINE(1:7) = WS-HISTORY-PREFIX
                       SET PERIOD-ALREADY-PAID TO TRUE
                       MOVE HISTORY-LINE(8:19) TO WS-ALREADY-RUN-AT
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       APPEND-PERIOD-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF
           MOVE SPACES TO WS-HISTORY-TEXT
           MOVE WS-ALL-EARNED TO WS-TOTAL-DISP
           STRING WS-HISTORY-PREFIX DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO WS-HISTORY-TEXT
           MOVE WS-ALL-CLAWBACK TO WS-TOTAL-DISP
           STRING FUNCTION TRIM(WS-HISTORY-TEXT) DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               INTO WS-HISTORY-TEXT
           MOVE WS-HISTORY-TEXT TO HISTORY-LINE
           WRITE HISTORY-LINE
           CLOSE HISTORY-FILE.

      *    Every rep, retired or not - a retired rep is still paid
      *    on, or clawed back from, the orders credited to them. A
      *    rep whose plan is missing from the plan table is not
      *    rated; their orders are reported and wait.
       LOAD-REP-TABLE.
           MOVE 0 TO WS-REP-USED
           OPEN INPUT REPS-FILE
           IF REPS-FILE-STATUS = "00"
               OPEN INPUT PLANS-FILE
               MOVE LOW-VALUES TO REP-CODE
               START REPS-FILE KEY IS GREATER THAN REP-CODE
                   INVALID KEY MOVE "10" TO REPS-FILE-STATUS
               END-START
               PERFORM UNTIL REPS-FILE-STATUS NOT = "00"
                       OR WS-REP-USED >= WS-REP-LIMIT
                   READ REPS-FILE NEXT RECORD
                       AT END MOVE "10" TO REPS-FILE-STATUS
                   END-READ
                   IF REPS-FILE-STATUS = "00"
                       PERFORM ADD-REP-ROW
                   END-IF
               END-PERFORM
               IF PLANS-FILE-STATUS NOT = "35"
                   CLOSE PLANS-FILE
               END-IF
               CLOSE REPS-FILE
           END-IF.

       ADD-REP-ROW.
           ADD 1 TO WS-REP-USED
           MOVE REP-CODE TO WS-REP-TBL-CODE(WS-REP-USED)
           MOVE REP-NAME TO WS-REP-TBL-NAME(WS-REP-USED)
           MOVE REP-PLAN TO WS-REP-TBL-PLAN(WS-REP-USED)
           MOVE 0 TO WS-REP-TBL-RATE(WS-REP-USED)
               WS-REP-TBL-EARNED(WS-REP-USED)
               WS-REP-TBL-CLAWBACK(WS-REP-USED)
               WS-REP-TBL-ENTRIES(WS-REP-USED)
           MOVE "N" TO WS-REP-TBL-RATED(WS-REP-USED)
           IF PLANS-FILE-STATUS NOT = "35"
               MOVE REP-PLAN TO PLAN-CODE
               READ PLANS-FILE KEY IS PLAN-CODE
               IF PLANS-FILE-STATUS = "00"
                   MOVE PLAN-RATE TO WS-REP-TBL-RATE(WS-REP-USED)
                   MOVE "Y" TO WS-REP-TBL-RATED(WS-REP-USED)
               END-IF
               MOVE "00" TO PLANS-FILE-STATUS
           END-IF.

       FIND-REP-ROW.
           MOVE 0 TO WS-REP-HIT
           PERFORM VARYING WS-REP-IX FROM 1 BY 1
                   UNTIL WS-REP-IX > WS-REP-USED
                   OR WS-REP-HIT > 0
               IF WS-REP-TBL-CODE(WS-REP-IX) = WS-FIND-REP
                   MOVE WS-REP-IX TO WS-REP-HIT
               END-IF
           END-PERFORM.

      *    Orders are read end to end; only live ones invoiced by
      *    the end of the period can have commissionable revenue.
       ASSESS-INVOICED-ORDERS.
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "Cannot open " FUNCTION TRIM(ORDERS-PATH)
                   " (status " ORDERS-FILE-STATUS ")."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-RC-CODE
               MOVE "cannot open orders file" TO WS-RC-MESSAGE
           ELSE
               OPEN INPUT PAYMENTS-FILE
               IF PAYMENTS-FILE-STATUS = "00"
                   SET PAYMENTS-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT CREDITS-FILE
               IF CREDITS-FILE-STATUS = "00"
                   SET CREDITS-FILE-IS-OPEN TO TRUE
               END-IF
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
                       AND ORD-INVOICE-NUMBER NOT = SPACES
                       PERFORM ASSESS-ONE-ORDER
                   END-IF
               END-PERFORM
               IF PAYMENTS-FILE-IS-OPEN
                   CLOSE PAYMENTS-FILE
               END-IF
               IF CREDITS-FILE-IS-OPEN
                   CLOSE CREDITS-FILE
               END-IF
               IF INVOICEFX-FILE-IS-OPEN
                   CLOSE INVOICEFX-FILE
               END-IF
               CLOSE ORDERS-FILE
           END-IF.

       ASSESS-ONE-ORDER.
           IF ORD-INVOICE-DATE(5:1) = "-"
               MOVE ORD-INVOICE-DATE TO WS-DOC-DATE
           ELSE
               MOVE ORD-ORDER-DATE TO WS-DOC-DATE
           END-IF
           PERFORM DATE-TO-PERIOD
           IF WS-DOC-PERIOD NOT > WS-PERIOD
               ADD 1 TO WS-ORDER-COUNT
               PERFORM READ-ORDER-BOOKED-RATE
               PERFORM SUM-ORDER-PAYMENTS
               PERFORM SUM-ORDER-CREDITS
               PERFORM SUM-ORDER-LEDGER
               COMPUTE WS-ORDER-BASE ROUNDED =
                   ORD-AMOUNT * WS-ORDER-RATE
               COMPUTE WS-TARGET-BASE =
                   WS-ORDER-BASE - WS-ORDER-CREDITED
               IF WS-ORDER-PAID < WS-TARGET-BASE
                   MOVE WS-ORDER-PAID TO WS-TARGET-BASE
               END-IF
               IF WS-TARGET-BASE < 0
                   MOVE 0 TO WS-TARGET-BASE
               END-IF
               COMPUTE WS-DELTA = WS-TARGET-BASE - WS-PAID-BASE
               EVALUATE TRUE
                   WHEN WS-DELTA > 0
                       PERFORM EARN-ON-ORDER
                   WHEN WS-DELTA < 0
                       PERFORM CLAW-BACK-ON-ORDER
               END-EVALUATE
           END-IF.

      *    Commission is paid in the base currency on the goods: an
      *    order in another currency is valued at the rate it was
      *    invoiced at, as the GL booked it, and the tax it was
      *    invoiced with is nobody's revenue. An order invoiced
      *    before invoicefx kept its rate is taken at face value.
       READ-ORDER-BOOKED-RATE.
           MOVE 1 TO WS-ORDER-RATE
           MOVE 0 TO WS-ORDER-TAX
           IF INVOICEFX-FILE-IS-OPEN
               MOVE ORD-KEY TO IFX-ORDER-KEY
               READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
               IF INVOICEFX-FILE-STATUS = "00"
                   AND IFX-INVOICE-NUMBER = ORD-INVOICE-NUMBER
                   IF ORD-CURRENCY NOT = SPACES
                       AND IFX-RATE IS NUMERIC
                       AND IFX-RATE > 0
                       MOVE IFX-RATE TO WS-ORDER-RATE
                   END-IF
                   IF IFX-TAX-AMOUNT IS NUMERIC
                       MOVE IFX-TAX-AMOUNT TO WS-ORDER-TAX
                   END-IF
               END-IF
               MOVE "00" TO INVOICEFX-FILE-STATUS
           END-IF.

      *    YYYY-MM-DD to YYYYMM. A date in any other shape sorts
      *    after every period so it is never counted early.
       DATE-TO-PERIOD.
           IF WS-DOC-DATE(5:1) = "-"
               MOVE SPACES TO WS-DOC-PERIOD
               STRING WS-DOC-DATE(1:4) WS-DOC-DATE(6:2)
                   DELIMITED BY SIZE INTO WS-DOC-PERIOD
           ELSE
               MOVE "999999" TO WS-DOC-PERIOD
           END-IF.

       SUM-ORDER-PAYMENTS.
           MOVE 0 TO WS-ORDER-PAID
           IF PAYMENTS-FILE-IS-OPEN
               MOVE ORD-KEY TO PAY-CUSTOMER-KEY
               START PAYMENTS-FILE KEY IS = PAY-CUSTOMER-KEY
                   INVALID KEY MOVE "23" TO PAYMENTS-FILE-STATUS
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
                               MOVE PAY-PAYMENT-DATE TO WS-DOC-DATE
                               PERFORM DATE-TO-PERIOD
                               IF WS-DOC-PERIOD NOT > WS-PERIOD
                                   PERFORM ADD-PAYMENT-IN-BASE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO PAYMENTS-FILE-STATUS
           END-IF
           PERFORM TAKE-GOODS-SHARE-OF-PAID.

      *    A payment on a foreign-currency order counts at the base
      *    amount it was received at.
       ADD-PAYMENT-IN-BASE.
           IF PAY-PAYMENT-CURRENCY NOT = SPACES
               AND PAY-PAYMENT-BASE-AMOUNT IS NUMERIC
               ADD PAY-PAYMENT-BASE-AMOUNT TO WS-ORDER-PAID
           ELSE
               ADD PAY-AMOUNT TO WS-ORDER-PAID
           END-IF.

      *    Payments settle the tax with the goods, pro rata, so only
      *    the goods' share of what was collected is revenue.
       TAKE-GOODS-SHARE-OF-PAID.
           IF WS-ORDER-TAX > 0 AND WS-ORDER-PAID > 0
               COMPUTE WS-ORDER-PAID ROUNDED = WS-ORDER-PAID
                   * ORD-AMOUNT / (ORD-AMOUNT + WS-ORDER-TAX)
           END-IF.

       SUM-ORDER-CREDITS.
           MOVE 0 TO WS-ORDER-CREDITED
           IF CREDITS-FILE-IS-OPEN
               MOVE ORD-KEY TO CRD-CUSTOMER-KEY
               START CREDITS-FILE KEY IS = CRD-CUSTOMER-KEY
                   INVALID KEY MOVE "23" TO CREDITS-FILE-STATUS
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
                               MOVE CRD-CREDIT-DATE TO WS-DOC-DATE
                               PERFORM DATE-TO-PERIOD
                               IF WS-DOC-PERIOD NOT > WS-PERIOD
                                   ADD CRD-AMOUNT
                                       TO WS-ORDER-CREDITED
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO CREDITS-FILE-STATUS
           END-IF
           PERFORM VALUE-CREDITS-IN-BASE.

      *    Credit memos are raised in the order's currency on the
      *    invoice gross, tax included; their goods share, at the
      *    order's booked rate, is what they take off revenue.
       VALUE-CREDITS-IN-BASE.
           IF WS-ORDER-TAX > 0 AND WS-ORDER-CREDITED > 0
               COMPUTE WS-ORDER-CREDITED ROUNDED = WS-ORDER-CREDITED
                   * ORD-AMOUNT / (ORD-AMOUNT + WS-ORDER-TAX)
           END-IF
           COMPUTE WS-ORDER-CREDITED ROUNDED =
               WS-ORDER-CREDITED * WS-ORDER-RATE.

      *    What the order has been paid commission on so far, what
      *    that commission came to, and the rep it went to.
       SUM-ORDER-LEDGER.
           MOVE 0 TO WS-PAID-BASE WS-PAID-AMOUNT
           MOVE SPACES TO WS-LEDGER-REP
           MOVE ORD-KEY TO COM-ORDER-KEY
           MOVE LOW-VALUES TO COM-PERIOD
           START LEDGER-FILE KEY IS NOT LESS THAN COM-ID
               INVALID KEY MOVE "23" TO LEDGER-FILE-STATUS
           END-START
           PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE "10" TO LEDGER-FILE-STATUS
               END-READ
               IF LEDGER-FILE-STATUS = "00"
                   IF COM-ORDER-KEY NOT = ORD-KEY
                       MOVE "10" TO LEDGER-FILE-STATUS
                   ELSE
                       ADD COM-BASE TO WS-PAID-BASE
                       ADD COM-AMOUNT TO WS-PAID-AMOUNT
                       IF WS-LEDGER-REP = SPACES
                           MOVE COM-REP TO WS-LEDGER-REP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO LEDGER-FILE-STATUS.

      *    New revenue goes to the order's rep at their plan's rate
      *    today. An order with no rep earns nobody anything; one
      *    whose rep or plan is not on file waits - the ledger has
      *    not moved, so a later run pays it once that is fixed.
       EARN-ON-ORDER.
           IF ORD-SALES-REP = SPACES
               ADD 1 TO WS-NO-REP-COUNT
               ADD WS-DELTA TO WS-NO-REP-TOTAL
           ELSE
               MOVE ORD-SALES-REP TO WS-FIND-REP
               PERFORM FIND-REP-ROW
               IF WS-REP-HIT = 0
                   PERFORM REPORT-UNRATED-ORDER
               ELSE
                   IF WS-REP-TBL-RATED(WS-REP-HIT) NOT = "Y"
                       PERFORM REPORT-UNRATED-ORDER
                   ELSE
                       MOVE WS-REP-TBL-RATE(WS-REP-HIT)
                           TO WS-ENTRY-RATE
                       COMPUTE WS-COMMISSION ROUNDED =
                           WS-DELTA * WS-ENTRY-RATE / 100
                       PERFORM RECORD-COMMISSION-ENTRY
                   END-IF
               END-IF
           END-IF.

      *    Revenue taken back comes off the rep who was paid on it,
      *    at the average rate the order was paid at, so a plan
      *    change in between neither gains nor costs them anything.
       CLAW-BACK-ON-ORDER.
           MOVE WS-LEDGER-REP TO WS-FIND-REP
           PERFORM FIND-REP-ROW
           IF WS-REP-HIT = 0
               PERFORM REPORT-UNRATED-ORDER
           ELSE
               COMPUTE WS-COMMISSION ROUNDED =
                   WS-DELTA * WS-PAID-AMOUNT / WS-PAID-BASE
               COMPUTE WS-ENTRY-RATE ROUNDED =
                   WS-PAID-AMOUNT * 100 / WS-PAID-BASE
               PERFORM RECORD-COMMISSION-ENTRY
           END-IF.

       REPORT-UNRATED-ORDER.
           ADD 1 TO WS-NO-PLAN-COUNT
           MOVE WS-DELTA TO WS-SIGNED-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "HELD     " DELIMITED BY SIZE
               ORD-KEY DELIMITED BY SIZE
               " rep " DELIMITED BY SIZE
               WS-FIND-REP DELIMITED BY SIZE
               " not on file or has no plan - base "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIGNED-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       RECORD-COMMISSION-ENTRY.
           IF WS-ENT-USED >= WS-ENT-LIMIT
               ADD 1 TO WS-DEFERRED-COUNT
           ELSE
               MOVE SPACES TO COMMISSION-RECORD
               MOVE ORD-KEY TO COM-ORDER-KEY
               MOVE WS-PERIOD TO COM-PERIOD
               MOVE WS-REP-TBL-CODE(WS-REP-HIT) TO COM-REP
               MOVE ORD-CUSTOMER-KEY TO COM-CUSTOMER-KEY
               MOVE ORD-INVOICE-NUMBER TO COM-INVOICE-NUMBER
               MOVE WS-ORDER-PAID TO COM-COLLECTED
               MOVE WS-ORDER-CREDITED TO COM-CREDITED
               MOVE WS-DELTA TO COM-BASE
               MOVE WS-ENTRY-RATE TO COM-RATE
               MOVE WS-COMMISSION TO COM-AMOUNT
               MOVE WS-NOW TO COM-CREATED-AT
               WRITE COMMISSION-RECORD
               IF LEDGER-FILE-STATUS = "00"
                   PERFORM ADD-RUN-ENTRY
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT SAVED " DELIMITED BY SIZE
                       ORD-KEY DELIMITED BY SIZE
                       " (status " DELIMITED BY SIZE
                       LEDGER-FILE-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-NOT-SAVED-COUNT
                   MOVE "00" TO LEDGER-FILE-STATUS
               END-IF
           END-IF.

       ADD-RUN-ENTRY.
           ADD 1 TO WS-ENT-USED WS-ENTRY-COUNT
           MOVE WS-REP-HIT TO WS-ENT-REP(WS-ENT-USED)
           MOVE ORD-KEY TO WS-ENT-ORDER(WS-ENT-USED)
           MOVE ORD-CUSTOMER-KEY TO WS-ENT-CUSTOMER(WS-ENT-USED)
           MOVE ORD-INVOICE-NUMBER TO WS-ENT-INVOICE(WS-ENT-USED)
           MOVE WS-ORDER-PAID TO WS-ENT-COLLECTED(WS-ENT-USED)
           MOVE WS-ORDER-CREDITED TO WS-ENT-CREDITED(WS-ENT-USED)
           MOVE WS-DELTA TO WS-ENT-BASE(WS-ENT-USED)
           MOVE WS-ENTRY-RATE TO WS-ENT-RATE(WS-ENT-USED)
           MOVE WS-COMMISSION TO WS-ENT-AMOUNT(WS-ENT-USED)
           ADD 1 TO WS-REP-TBL-ENTRIES(WS-REP-HIT)
           IF WS-COMMISSION < 0
               SUBTRACT WS-COMMISSION
                   FROM WS-REP-TBL-CLAWBACK(WS-REP-HIT)
               SUBTRACT WS-COMMISSION FROM WS-ALL-CLAWBACK
           ELSE
               ADD WS-COMMISSION TO WS-REP-TBL-EARNED(WS-REP-HIT)
               ADD WS-COMMISSION TO WS-ALL-EARNED
           END-IF
           ADD WS-COMMISSION TO WS-ALL-NET.

      *    One statement per rep with movement this period, under
      *    storage/commissions/commission-<period>-<rep>.txt.
       WRITE-REP-STATEMENTS.
           PERFORM VARYING WS-REP-IX FROM 1 BY 1
                   UNTIL WS-REP-IX > WS-REP-USED
               IF WS-REP-TBL-ENTRIES(WS-REP-IX) > 0
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM.

       WRITE-ONE-STATEMENT.
           ADD 1 TO WS-PAYEE-COUNT
           MOVE SPACES TO STATEMENT-PATH
           STRING "storage/commissions/commission-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REP-TBL-CODE(WS-REP-IX))
                   DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO STATEMENT-PATH
           OPEN OUTPUT STATEMENT-FILE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Commission statement - period " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-REP-TBL-RATE(WS-REP-IX) TO WS-RATE-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "Rep:  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REP-TBL-CODE(WS-REP-IX))
                   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REP-TBL-NAME(WS-REP-IX))
                   DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Plan: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REP-TBL-PLAN(WS-REP-IX))
                   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-DISP) DELIMITED BY SIZE
               "% of collected revenue net of credits"
                   DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "INVOICE       ORDER                CUSTOMER"
               DELIMITED BY SIZE
               "               COLLECTED     CREDITED"
               DELIMITED BY SIZE
               "          BASE  RATE    COMMISSION"
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > WS-ENT-USED
               IF WS-ENT-REP(WS-ENT-IX) = WS-REP-IX
                   PERFORM WRITE-STATEMENT-ENTRY
               END-IF
           END-PERFORM
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-REP-TBL-EARNED(WS-REP-IX) TO WS-TOTAL-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "Earned this period:    " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-REP-TBL-CLAWBACK(WS-REP-IX) TO WS-TOTAL-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "Clawed back:           " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-REP-NET = WS-REP-TBL-EARNED(WS-REP-IX)
               - WS-REP-TBL-CLAWBACK(WS-REP-IX)
           MOVE WS-REP-NET TO WS-NET-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "Net payable:          " WS-NET-DISP
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE.

       WRITE-STATEMENT-ENTRY.
           MOVE SPACES TO WS-INVOICE-DISP
           STRING "INV-" WS-ENT-INVOICE(WS-ENT-IX)
               DELIMITED BY SIZE INTO WS-INVOICE-DISP
           MOVE WS-ENT-COLLECTED(WS-ENT-IX) TO WS-AMOUNT-DISP
           MOVE WS-ENT-CREDITED(WS-ENT-IX) TO WS-AMOUNT-DISP-2
           MOVE WS-ENT-BASE(WS-ENT-IX) TO WS-SIGNED-DISP
           MOVE WS-ENT-RATE(WS-ENT-IX) TO WS-RATE-DISP
           MOVE WS-ENT-AMOUNT(WS-ENT-IX) TO WS-SIGNED-DISP-2
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-INVOICE-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENT-ORDER(WS-ENT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENT-CUSTOMER(WS-ENT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-DISP-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SIGNED-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RATE-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SIGNED-DISP-2 DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *    Payroll takes the net per rep from this file; the T record
      *    lets it prove it read every rep.
       WRITE-PAYROLL-FILE.
           MOVE SPACES TO PAYROLL-PATH
           STRING "storage/exports/payroll-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO PAYROLL-PATH
           OPEN OUTPUT PAYROLL-FILE
           PERFORM VARYING WS-REP-IX FROM 1 BY 1
                   UNTIL WS-REP-IX > WS-REP-USED
               IF WS-REP-TBL-ENTRIES(WS-REP-IX) > 0
                   MOVE SPACES TO PAYROLL-RECORD
                   SET PYR-IS-DETAIL TO TRUE
                   MOVE WS-PERIOD TO PYR-PERIOD
                   MOVE WS-REP-TBL-CODE(WS-REP-IX) TO PYR-REP
                   MOVE WS-REP-TBL-NAME(WS-REP-IX) TO PYR-REP-NAME
                   MOVE WS-REP-TBL-EARNED(WS-REP-IX) TO PYR-EARNED
                   MOVE WS-REP-TBL-CLAWBACK(WS-REP-IX)
                       TO PYR-CLAWBACK
                   COMPUTE WS-REP-NET = WS-REP-TBL-EARNED(WS-REP-IX)
                       - WS-REP-TBL-CLAWBACK(WS-REP-IX)
                   IF WS-REP-NET < 0
                       MOVE "-" TO PYR-NET-SIGN
                   ELSE
                       MOVE "+" TO PYR-NET-SIGN
                   END-IF
                   MOVE WS-REP-NET TO PYR-NET
                   WRITE PAYROLL-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO PAYROLL-RECORD
           SET PYR-IS-TRAILER TO TRUE
           MOVE WS-PERIOD TO PYR-PERIOD
           MOVE WS-PAYEE-COUNT TO PYR-REP-COUNT
           MOVE WS-ALL-EARNED TO PYR-TOTAL-EARNED
           MOVE WS-ALL-CLAWBACK TO PYR-TOTAL-CLAWBACK
           IF WS-ALL-NET < 0
               MOVE "-" TO PYR-TOTAL-NET-SIGN
           ELSE
               MOVE "+" TO PYR-TOTAL-NET-SIGN
           END-IF
           MOVE WS-ALL-NET TO PYR-TOTAL-NET
           WRITE PAYROLL-RECORD
           CLOSE PAYROLL-FILE.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REP      NAME                                    "
               DELIMITED BY SIZE
               "       EARNED    CLAWED BACK           NET"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-REP-IX FROM 1 BY 1
                   UNTIL WS-REP-IX > WS-REP-USED
               IF WS-REP-TBL-ENTRIES(WS-REP-IX) > 0
                   MOVE WS-REP-TBL-EARNED(WS-REP-IX) TO WS-AMOUNT-DISP
                   MOVE WS-REP-TBL-CLAWBACK(WS-REP-IX)
                       TO WS-AMOUNT-DISP-2
                   COMPUTE WS-REP-NET = WS-REP-TBL-EARNED(WS-REP-IX)
                       - WS-REP-TBL-CLAWBACK(WS-REP-IX)
                   MOVE WS-REP-NET TO WS-SIGNED-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-REP-TBL-CODE(WS-REP-IX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REP-TBL-NAME(WS-REP-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AMOUNT-DISP DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-AMOUNT-DISP-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SIGNED-DISP DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ORDER-COUNT TO WS-COUNT-DISP
           STRING "Invoiced orders assessed:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISP
           STRING "Ledger entries written:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NO-REP-COUNT TO WS-COUNT-DISP
           MOVE WS-NO-REP-TOTAL TO WS-TOTAL-DISP
           STRING "Orders with no rep:         " WS-COUNT-DISP
               "  revenue " FUNCTION TRIM(WS-TOTAL-DISP)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NO-PLAN-COUNT TO WS-COUNT-DISP
           STRING "Held (rep or plan missing): " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DEFERRED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DEFERRED-COUNT TO WS-COUNT-DISP
               STRING "Left for next period:       " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-EARNED TO WS-TOTAL-DISP
           STRING "Earned:       " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-CLAWBACK TO WS-TOTAL-DISP
           STRING "Clawed back:  " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALL-NET TO WS-NET-DISP
           STRING "Net payable: " WS-NET-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       JOURNAL-COMMISSION-RUN.
           MOVE "COMMISSION" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "COM-" WS-PERIOD DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           MOVE WS-PAYEE-COUNT TO WS-COUNT-DISP
           MOVE WS-ALL-CLAWBACK TO WS-TOTAL-DISP
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " rep(s), clawed back " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME
           MOVE WS-ALL-EARNED TO WS-AUDIT-AMOUNT
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE WS-HISTORY-TEXT TO WS-AUDIT-IMAGE
           PERFORM JOURNAL-CHANGE.

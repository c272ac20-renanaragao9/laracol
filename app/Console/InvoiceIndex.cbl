       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICEINDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The register is read front to back; the orders file gives
      *    each missing invoice the orders stamped with its number.
           SELECT REGISTER-FILE
               ASSIGN TO "storage/framework/invoice.reg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO ORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-KEY
               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
           SELECT INVOICES-FILE ASSIGN TO INVOICES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ID
               ALTERNATE RECORD KEY IS INV-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS INVOICES-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01 REGISTER-LINE PIC X(200).

       FD  ORDERS-FILE.
       01 MODEL-RECORD.
           COPY "ModelRecord.cpy".

       FD  INVOICES-FILE.
       01 INVOICE-RECORD.
           COPY "InvoiceRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 REGISTER-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 INVOICES-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 INVOICES-PATH PIC X(100) VALUE
           "database/invoices.db".

      *    One register line split on "|"; which fields mean what
      *    depends on the line (see INVOICEGEN's APPEND-* paragraphs).
       01 WS-REG-ID PIC X(24).
       01 WS-REG-STAMP PIC X(19).
       01 WS-REG-CUSTOMER PIC X(20).
       01 WS-REG-FIELD-4 PIC X(20).
       01 WS-REG-FIELD-5 PIC X(20).
       01 WS-REG-FIELD-6 PIC X(20).
       01 WS-REG-FIELD-7 PIC X(20).

      *    The invoice being gathered: its base line opens it, its
      *    TAX- and FX- lines (which follow it) fill it in, and the
      *    next base line or the end of the register files it.
       01 WS-HELD-FLAG PIC X VALUE "N".
           88 INVOICE-IS-HELD VALUE "Y".
       01 WS-HELD-RECORD PIC X(192).
       01 WS-HELD-NUMBER PIC X(9).
       01 WS-ORDERS-FLAG PIC X VALUE "N".
           88 ORDERS-ARE-OPEN VALUE "Y".

       01 WS-SEEN-COUNT PIC 9(7) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(7) VALUE 0.
       01 WS-PRESENT-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP PIC Z(6)9.
       01 WS-LINE-NO PIC 9(4).

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 WS-RC-MESSAGE PIC X(60) VALUE SPACES.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

           PERFORM LOAD-CONFIG

           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "No invoice register - nothing to index."
               GOBACK
           END-IF
           OPEN I-O INVOICES-FILE
           IF INVOICES-FILE-STATUS = "35"
               OPEN OUTPUT INVOICES-FILE
               CLOSE INVOICES-FILE
               OPEN I-O INVOICES-FILE
           END-IF
           IF INVOICES-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(INVOICES-PATH)
                   " (status " INVOICES-FILE-STATUS ")."
               CLOSE REGISTER-FILE
               MOVE 8 TO WS-RC-CODE
               MOVE "cannot open invoices file" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ORDERS-FLAG
           END-IF

           PERFORM UNTIL REGISTER-FILE-STATUS NOT = "00"
               READ REGISTER-FILE
                   AT END MOVE "10" TO REGISTER-FILE-STATUS
               END-READ
               IF REGISTER-FILE-STATUS = "00"
                   PERFORM TAKE-REGISTER-LINE
               END-IF
           END-PERFORM
           PERFORM FILE-HELD-INVOICE

           IF ORDERS-ARE-OPEN
               CLOSE ORDERS-FILE
           END-IF
           CLOSE INVOICES-FILE
           CLOSE REGISTER-FILE

           MOVE WS-SEEN-COUNT TO WS-COUNT-DISP
           DISPLAY "Register holds " FUNCTION TRIM(WS-COUNT-DISP)
               " invoice(s)."
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
           DISPLAY "Indexed  " FUNCTION TRIM(WS-COUNT-DISP)
               " missing invoice(s)."
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Every register invoice is either added or found already
      *    on the index, so the run balances on that.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "invoice:reindex" TO RC-COMMAND
           MOVE WS-SEEN-COUNT TO RC-RECORDS-READ
           MOVE WS-ADDED-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-PRESENT-COUNT TO RC-RECORDS-REJECTED
           MOVE 0 TO RC-AMOUNT-HASH
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE "Y" TO RC-BALANCE-RULE
           MOVE "storage/framework/invoice.reg" TO RC-REFERENCE
           MOVE WS-RC-MESSAGE TO RC-MESSAGE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT INVOICES-PATH FROM ENVIRONMENT "DB_INVOICES"
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(INVOICES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(INVOICES-PATH) = SPACES
               MOVE "database/invoices.db" TO INVOICES-PATH
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
                           WHEN ENV-FILE-LINE(1:10) = "DB_ORDERS="
                               AND FUNCTION TRIM(ORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_INVOICES="
                               AND FUNCTION TRIM(INVOICES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO INVOICES-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Base lines: INVOICENO|TIMESTAMP|CUSTOMER|ORDERS|GOODS.
      *    TAX-INVOICENO|...|REGION|TAXABLE|EXEMPT|TAX and
      *    FX-INVOICENO|...|CURRENCY|RATE|GOODS|TAX|DUE follow their
      *    invoice; CRM- lines are credit memos and play no part.
       TAKE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
               WS-REG-FIELD-4 WS-REG-FIELD-5 WS-REG-FIELD-6
               WS-REG-FIELD-7
           UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
                   WS-REG-FIELD-4 WS-REG-FIELD-5 WS-REG-FIELD-6
                   WS-REG-FIELD-7
           EVALUATE TRUE
               WHEN WS-REG-ID(1:9) IS NUMERIC
                   AND WS-REG-ID(10:) = SPACES
                   PERFORM FILE-HELD-INVOICE
                   PERFORM HOLD-BASE-LINE
               WHEN WS-REG-ID(1:4) = "TAX-"
                   AND INVOICE-IS-HELD
                   AND WS-REG-ID(5:9) = WS-HELD-NUMBER
                   PERFORM TAKE-TAX-LINE
               WHEN WS-REG-ID(1:3) = "FX-"
                   AND INVOICE-IS-HELD
                   AND WS-REG-ID(4:9) = WS-HELD-NUMBER
                   PERFORM TAKE-FX-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Until an FX- line says otherwise the invoice is in the
      *    base currency, its document figures the base ones.
       HOLD-BASE-LINE.
           ADD 1 TO WS-SEEN-COUNT
           MOVE SPACES TO INVOICE-RECORD
           MOVE WS-REG-ID(1:9) TO INV-NUMBER WS-HELD-NUMBER
           MOVE 0 TO INV-LINE
           MOVE WS-REG-CUSTOMER TO INV-CUSTOMER-KEY
           MOVE WS-REG-STAMP TO INV-ISSUED-AT
           MOVE 0 TO INV-ORDER-COUNT INV-GOODS-TOTAL INV-TAX-TOTAL
               INV-BASE-GOODS INV-BASE-TAX
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-4)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-4))
                   TO INV-ORDER-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-5)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-5))
                   TO INV-BASE-GOODS
           END-IF
           MOVE INV-BASE-GOODS TO INV-GOODS-TOTAL
           STRING "storage/invoices/invoice-" DELIMITED BY SIZE
               INV-NUMBER DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO INV-DOCUMENT-PATH
           MOVE INVOICE-RECORD TO WS-HELD-RECORD
           MOVE "Y" TO WS-HELD-FLAG.

       TAKE-TAX-LINE.
           MOVE WS-HELD-RECORD TO INVOICE-RECORD
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-7)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-7))
                   TO INV-BASE-TAX
           END-IF
           IF INV-CURRENCY = SPACES
               MOVE INV-BASE-TAX TO INV-TAX-TOTAL
           END-IF
           MOVE INVOICE-RECORD TO WS-HELD-RECORD.

      *    The FX- line's fourth field is the currency; the rate
      *    (fifth) is on invoicefx.db already and not needed here.
       TAKE-FX-LINE.
           MOVE WS-HELD-RECORD TO INVOICE-RECORD
           MOVE WS-REG-FIELD-4(1:3) TO INV-CURRENCY
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-6)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-6))
                   TO INV-GOODS-TOTAL
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-7)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-7))
                   TO INV-TAX-TOTAL
           END-IF
           MOVE INVOICE-RECORD TO WS-HELD-RECORD.

      *    An invoice already on the index is left exactly as it is:
      *    its order lines were written when it was issued and are
      *    the better record. A missing one gets the live orders
      *    still stamped with its number.
       FILE-HELD-INVOICE.
           IF INVOICE-IS-HELD
               MOVE "N" TO WS-HELD-FLAG
               MOVE WS-HELD-RECORD TO INVOICE-RECORD
               READ INVOICES-FILE KEY IS INV-ID
               IF INVOICES-FILE-STATUS = "00"
                   ADD 1 TO WS-PRESENT-COUNT
               ELSE
                   MOVE WS-HELD-RECORD TO INVOICE-RECORD
                   WRITE INVOICE-RECORD
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY "  INV-" WS-HELD-NUMBER " indexed for "
                       FUNCTION TRIM(INV-CUSTOMER-KEY)
                   PERFORM INDEX-INVOICE-ORDERS
               END-IF
           END-IF.

       INDEX-INVOICE-ORDERS.
           MOVE 0 TO WS-LINE-NO
           IF ORDERS-ARE-OPEN
               MOVE INV-CUSTOMER-KEY TO MODEL-CUSTOMER-KEY
               START ORDERS-FILE KEY IS EQUAL TO MODEL-CUSTOMER-KEY
                   INVALID KEY MOVE "23" TO ORDERS-FILE-STATUS
                   NOT INVALID KEY MOVE "00" TO ORDERS-FILE-STATUS
               END-START
               PERFORM UNTIL ORDERS-FILE-STATUS NOT = "00"
                   READ ORDERS-FILE NEXT RECORD
                       AT END MOVE "10" TO ORDERS-FILE-STATUS
                   END-READ
                   IF ORDERS-FILE-STATUS = "00"
                       IF MODEL-CUSTOMER-KEY NOT = INV-CUSTOMER-KEY
                           MOVE "10" TO ORDERS-FILE-STATUS
                       ELSE
                           IF MODEL-DELETED-AT = SPACES
                               AND MODEL-INVOICE-NUMBER
                                   = WS-HELD-NUMBER
                               ADD 1 TO WS-LINE-NO
                               MOVE WS-LINE-NO TO INV-LINE
                               MOVE SPACES TO INV-DETAIL
                               MOVE MODEL-KEY TO INV-ORDER-KEY
                               MOVE MODEL-AMOUNT TO INV-ORDER-AMOUNT
                               WRITE INVOICE-RECORD
                                   INVALID KEY CONTINUE
                               END-WRITE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

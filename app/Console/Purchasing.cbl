       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIERS-FILE ASSIGN TO SUPPLIERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS SUPPLIERS-FILE-STATUS.
           SELECT PO-FILE ASSIGN TO PURCHASEORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-ID
               ALTERNATE RECORD KEY IS SPO-SUPPLIER
                   WITH DUPLICATES
               FILE STATUS IS PO-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIERS-FILE.
       01 SUPPLIER-RECORD.
           COPY "SupplierRecord.cpy".

       FD  PO-FILE.
       01 PURCHASE-ORDER-RECORD.
           COPY "PurchaseOrderRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 SUPPLIERS-FILE-STATUS PIC XX.
       01 PO-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 SUPPLIERS-PATH PIC X(100) VALUE
           "database/suppliers.db".
       01 PURCHASEORDERS-PATH PIC X(100) VALUE
           "database/purchaseorders.db".

       01 WS-NOW PIC X(19).
       01 WS-TODAY-DATE PIC X(10).

       01 WS-CODE-TEXT PIC X(100).
       01 WS-SUPPLIER-CODE PIC X(12).
       01 WS-SUPPLIER-NAME PIC X(100).
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-LEAD-DISP PIC ZZ9.
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RECORD-ON-FILE VALUE "Y".

      *    Supplier changes are journaled and fed downstream the way
      *    rep and plan changes are: key SUP-<code>, the supplier
      *    spelled out before and after, the record as the image.
       01 WS-AUDIT-ACTION PIC X(10).
       01 WS-AUDIT-KEY PIC X(20).
       01 WS-AUDIT-BEFORE-NAME PIC X(100).
       01 WS-AUDIT-AFTER-NAME PIC X(100).
       01 WS-AUDIT-ZERO-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-IMAGE PIC X(300).
       01 WS-OUTBOX-REQUEST PIC X(10) VALUE "APPEND".
       01 WS-OUTBOX-STATUS PIC X(12) VALUE SPACES.

      *    Goods received: the PO, and optionally one line of it and
      *    the quantity that came in on that line.
       01 WS-PO-KEY PIC X(20).
       01 WS-ONLY-LINE PIC 9(4) VALUE 0.
       01 WS-ASKED-QTY PIC 9(9) VALUE 0.
       01 WS-OUTSTANDING PIC 9(9).
       01 WS-RECEIPT-QTY PIC 9(9).
       01 WS-LINE-BEFORE PIC X(204).
       01 WS-LINE-SEEN PIC X VALUE "N".
           88 ASKED-LINE-WAS-SEEN VALUE "Y".
       01 WS-ALL-IN PIC X VALUE "Y".
           88 EVERY-LINE-IS-IN VALUE "Y".
       01 WS-ANY-IN PIC X VALUE "N".
           88 SOME-LINE-IS-IN VALUE "Y".
       01 WS-LINE-DISP PIC 9(4).
       01 WS-QTY-DISP PIC Z(8)9.
       01 WS-OUT-DISP PIC Z(8)9.
       01 WS-COUNT-DISP PIC Z(6)9.

       01 WS-STOCK-ACTION PIC X(20).
       01 WS-STOCK-INPUT PIC X(500).
       01 WS-STOCK-RESULT PIC X(500).

       01 WS-LINES-READ PIC 9(7) VALUE 0.
       01 WS-LINES-RECEIVED PIC 9(7) VALUE 0.
       01 WS-LINES-REFUSED PIC 9(7) VALUE 0.
       01 WS-UNITS-RECEIVED PIC 9(11) VALUE 0.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-REFUSAL-TEXT PIC X(60).
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       LINKAGE SECTION.
       01 PUR-COMMAND PIC X(10).
       01 PUR-ARG-1 PIC X(100).
       01 PUR-ARG-2 PIC X(100).
       01 PUR-ARG-3 PIC X(100).
       01 PUR-ARG-4 PIC X(100).
       01 PUR-ARG-5 PIC X(100).
       01 PUR-ARG-6 PIC X(100).

       PROCEDURE DIVISION USING PUR-COMMAND PUR-ARG-1 PUR-ARG-2
           PUR-ARG-3 PUR-ARG-4 PUR-ARG-5 PUR-ARG-6.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           EVALUATE FUNCTION TRIM(PUR-COMMAND)
               WHEN "SUPPLIER"
                   PERFORM DO-SET-SUPPLIER
               WHEN "RETIRE"
                   PERFORM DO-RETIRE-SUPPLIER
               WHEN "RECEIVE"
                   PERFORM DO-RECEIVE-PO
               WHEN OTHER
                   DISPLAY "Unknown purchasing action."
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT SUPPLIERS-PATH FROM ENVIRONMENT "DB_SUPPLIERS"
           ACCEPT PURCHASEORDERS-PATH
               FROM ENVIRONMENT "DB_PURCHASEORDERS"
           IF FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               OR FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               MOVE "database/suppliers.db" TO SUPPLIERS-PATH
           END-IF
           IF FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               MOVE "database/purchaseorders.db"
                   TO PURCHASEORDERS-PATH
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
                           WHEN ENV-FILE-LINE(1:13) = "DB_SUPPLIERS="
                               AND FUNCTION TRIM(SUPPLIERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SUPPLIERS-PATH
                           WHEN ENV-FILE-LINE(1:18) =
                                   "DB_PURCHASEORDERS="
                               AND FUNCTION TRIM(PURCHASEORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(19:))
                                   TO PURCHASEORDERS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    supplier:set <code> <lead-days> [name]: adds a supplier or
      *    changes their lead time or name, and brings a retired
      *    supplier back into use. The name may run to several
      *    words. Journaled as SUP-<code>.
       DO-SET-SUPPLIER.
           PERFORM TAKE-SUPPLIER-CODE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PUR-ARG-2)) NOT = 0
               DISPLAY "Lead days must be a whole number of days"
                   " (0-999)."
               GOBACK
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-2)) < 0
               OR FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-2)) > 999
               DISPLAY "Lead days must be a whole number of days"
                   " (0-999)."
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-2))
               TO WS-LEAD-DAYS
           MOVE SPACES TO WS-SUPPLIER-NAME
           STRING FUNCTION TRIM(PUR-ARG-3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PUR-ARG-4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PUR-ARG-5) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PUR-ARG-6) DELIMITED BY SIZE
               INTO WS-SUPPLIER-NAME
           MOVE FUNCTION TRIM(WS-SUPPLIER-NAME) TO WS-SUPPLIER-NAME

           PERFORM OPEN-SUPPLIERS-IO
           PERFORM READ-SUPPLIER-FOR-UPDATE
           MOVE WS-LEAD-DAYS TO SUP-LEAD-DAYS
           IF WS-SUPPLIER-NAME NOT = SPACES
               MOVE WS-SUPPLIER-NAME TO SUP-NAME
           END-IF
           IF SUP-NAME = SPACES
               MOVE SUP-CODE TO SUP-NAME
           END-IF
           MOVE "Y" TO SUP-ACTIVE
           MOVE "SUPPLIER" TO WS-AUDIT-ACTION
           PERFORM SAVE-SUPPLIER.

      *    supplier:retire <code>: nothing more is ordered from the
      *    supplier - replenishment passes over SKUs that still name
      *    them until they are given another - but what is already
      *    on order can still be received.
       DO-RETIRE-SUPPLIER.
           PERFORM TAKE-SUPPLIER-CODE
           PERFORM OPEN-SUPPLIERS-IO
           PERFORM READ-SUPPLIER-FOR-UPDATE
           IF NOT RECORD-ON-FILE
               CLOSE SUPPLIERS-FILE
               DISPLAY "No supplier " FUNCTION TRIM(WS-SUPPLIER-CODE)
                   "."
               GOBACK
           END-IF
           MOVE "N" TO SUP-ACTIVE
           MOVE "RETIRE" TO WS-AUDIT-ACTION
           PERFORM SAVE-SUPPLIER.

       TAKE-SUPPLIER-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PUR-ARG-1))
               TO WS-CODE-TEXT
           IF WS-CODE-TEXT(13:) NOT = SPACES
               DISPLAY "Supplier code is longer than 12 characters."
               GOBACK
           END-IF
           MOVE WS-CODE-TEXT TO WS-SUPPLIER-CODE.

       OPEN-SUPPLIERS-IO.
           OPEN I-O SUPPLIERS-FILE
           IF SUPPLIERS-FILE-STATUS = "35"
               OPEN OUTPUT SUPPLIERS-FILE
               CLOSE SUPPLIERS-FILE
               OPEN I-O SUPPLIERS-FILE
           END-IF.

       READ-SUPPLIER-FOR-UPDATE.
           MOVE "N" TO WS-RECORD-FOUND
           MOVE WS-SUPPLIER-CODE TO SUP-CODE
           READ SUPPLIERS-FILE KEY IS SUP-CODE
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           IF SUPPLIERS-FILE-STATUS = "00"
               SET RECORD-ON-FILE TO TRUE
               PERFORM DESCRIBE-SUPPLIER
               MOVE WS-AUDIT-AFTER-NAME TO WS-AUDIT-BEFORE-NAME
           ELSE
               MOVE SPACES TO SUPPLIER-RECORD
               MOVE WS-SUPPLIER-CODE TO SUP-CODE
               MOVE 0 TO SUP-LEAD-DAYS
           END-IF.

       SAVE-SUPPLIER.
           MOVE WS-NOW TO SUP-UPDATED-AT
           IF RECORD-ON-FILE
               REWRITE SUPPLIER-RECORD
           ELSE
               WRITE SUPPLIER-RECORD
           END-IF
           IF SUPPLIERS-FILE-STATUS = "00"
               PERFORM DESCRIBE-SUPPLIER
               MOVE SPACES TO WS-AUDIT-KEY
               STRING "SUP-" DELIMITED BY SIZE
                   FUNCTION TRIM(SUP-CODE) DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-IMAGE
               MOVE SUPPLIER-RECORD TO WS-AUDIT-IMAGE
               PERFORM JOURNAL-CHANGE
               DISPLAY "Supplier " FUNCTION TRIM(SUP-CODE) ": "
                   FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
           ELSE
               DISPLAY "Supplier not saved (status "
                   SUPPLIERS-FILE-STATUS ")."
           END-IF
           CLOSE SUPPLIERS-FILE.

       DESCRIBE-SUPPLIER.
           MOVE SUP-LEAD-DAYS TO WS-LEAD-DISP
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FUNCTION TRIM(SUP-NAME) DELIMITED BY SIZE
               " lead " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LEAD-DISP) DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME
           IF SUP-ACTIVE NOT = "Y"
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

      *    purchasing:receive <po> [line] [qty]: books a supplier
      *    delivery in. With no line, everything still outstanding
      *    on the PO has arrived; with a line and no qty, all of
      *    that line; with both, that much of it. More than is
      *    outstanding is refused - an over-delivery goes back or is
      *    counted in with inventory:adjust. Each line received goes
      *    on hand through INVENTORY, which journals it against the
      *    PO line, and the PO moves to PARTIAL or RECEIVED.
       DO-RECEIVE-PO.
           MOVE 0 TO WS-LINES-READ WS-LINES-RECEIVED WS-LINES-REFUSED
               WS-UNITS-RECEIVED
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 0 TO RC-COMPLETION-CODE
           PERFORM TAKE-RECEIPT-ARGUMENTS

           OPEN I-O PO-FILE
           IF PO-FILE-STATUS NOT = "00"
               IF PO-FILE-STATUS = "35"
                   DISPLAY "No purchase orders on file."
               ELSE
                   DISPLAY "Cannot open "
                       FUNCTION TRIM(PURCHASEORDERS-PATH)
                       " (status " PO-FILE-STATUS ")."
               END-IF
               MOVE 8 TO RC-COMPLETION-CODE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           MOVE WS-PO-KEY TO SPO-KEY
           MOVE 0 TO SPO-LINE
           READ PO-FILE KEY IS SPO-ID
           IF PO-FILE-STATUS NOT = "00"
               CLOSE PO-FILE
               DISPLAY "No purchase order " FUNCTION TRIM(WS-PO-KEY)
                   "."
               MOVE 8 TO RC-COMPLETION-CODE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           IF NOT SPO-IS-OPEN
               CLOSE PO-FILE
               DISPLAY FUNCTION TRIM(WS-PO-KEY)
                   " has already been received in full."
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           MOVE "N" TO WS-LINE-SEEN
           MOVE WS-PO-KEY TO SPO-KEY
           MOVE 1 TO SPO-LINE
           START PO-FILE KEY IS NOT LESS THAN SPO-ID
               INVALID KEY MOVE "10" TO PO-FILE-STATUS
           END-START
           PERFORM UNTIL PO-FILE-STATUS NOT = "00"
               READ PO-FILE NEXT RECORD
                   AT END MOVE "10" TO PO-FILE-STATUS
               END-READ
               IF PO-FILE-STATUS = "00"
                   IF SPO-KEY NOT = WS-PO-KEY
                       MOVE "10" TO PO-FILE-STATUS
                   ELSE
                       IF WS-ONLY-LINE = 0
                           OR SPO-LINE = WS-ONLY-LINE
                           PERFORM RECEIVE-ONE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ONLY-LINE > 0 AND NOT ASKED-LINE-WAS-SEEN
               MOVE WS-ONLY-LINE TO WS-LINE-DISP
               DISPLAY "No line " WS-LINE-DISP " on "
                   FUNCTION TRIM(WS-PO-KEY) "."
               ADD 1 TO WS-LINES-READ WS-LINES-REFUSED
           END-IF
           IF WS-LINES-RECEIVED > 0
               PERFORM UPDATE-PO-STATUS
           END-IF
           CLOSE PO-FILE

           MOVE WS-LINES-RECEIVED TO WS-COUNT-DISP
           DISPLAY "Lines received: " FUNCTION TRIM(WS-COUNT-DISP)
           IF WS-LINES-REFUSED > 0
               MOVE WS-LINES-REFUSED TO WS-COUNT-DISP
               DISPLAY "Lines refused:  " FUNCTION TRIM(WS-COUNT-DISP)
           END-IF
           PERFORM REPORT-RUN-CONTROL.

      *    The PO number with or without its PO- prefix, an optional
      *    line number and an optional quantity for that line.
       TAKE-RECEIPT-ARGUMENTS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PUR-ARG-1))
               TO WS-CODE-TEXT
           MOVE SPACES TO WS-PO-KEY
           IF WS-CODE-TEXT(1:3) = "PO-"
               MOVE WS-CODE-TEXT TO WS-PO-KEY
           ELSE
               STRING "PO-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CODE-TEXT) DELIMITED BY SIZE
                   INTO WS-PO-KEY
           END-IF
           MOVE 0 TO WS-ONLY-LINE WS-ASKED-QTY
           IF FUNCTION TRIM(PUR-ARG-2) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PUR-ARG-2))
                       NOT = 0
                   MOVE "Line must be a PO line number (1-9999)."
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-RECEIPT-ARGUMENT
               END-IF
               IF FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-2)) < 1
                   OR FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-2)) > 9999
                   MOVE "Line must be a PO line number (1-9999)."
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-RECEIPT-ARGUMENT
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-2))
                   TO WS-ONLY-LINE
           END-IF
           IF FUNCTION TRIM(PUR-ARG-3) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PUR-ARG-3))
                       NOT = 0
                   MOVE "Quantity received must be a whole number"
                       & " above zero." TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-RECEIPT-ARGUMENT
               END-IF
               IF FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-3)) < 1
                   OR FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-3))
                       > 999999999
                   MOVE "Quantity received must be a whole number"
                       & " above zero." TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-RECEIPT-ARGUMENT
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(PUR-ARG-3))
                   TO WS-ASKED-QTY
           END-IF.

      *    A receipt refused on its arguments still goes on the
      *    run-control ledger as failed, so it never passes for a
      *    clean run with nothing to receive.
       REFUSE-RECEIPT-ARGUMENT.
           DISPLAY FUNCTION TRIM(WS-REFUSAL-TEXT)
           MOVE 8 TO RC-COMPLETION-CODE
           MOVE WS-REFUSAL-TEXT TO RC-MESSAGE
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    The line is marked received first and the stock posted
      *    after; if INVENTORY refuses the posting the line is put
      *    back as it was, so the PO and on hand never disagree
      *    about what came in. The rewrite leaves the read position
      *    where it was, so the walk carries on from the next line.
       RECEIVE-ONE-LINE.
           SET ASKED-LINE-WAS-SEEN TO TRUE
           MOVE SPO-LINE TO WS-LINE-DISP
           COMPUTE WS-OUTSTANDING = SPO-QTY-ORDERED - SPO-QTY-RECEIVED
           IF WS-OUTSTANDING = 0
               IF WS-ONLY-LINE > 0
                   DISPLAY "Line " WS-LINE-DISP " "
                       FUNCTION TRIM(SPO-SKU)
                       " has already been received in full."
                   ADD 1 TO WS-LINES-READ WS-LINES-REFUSED
               END-IF
           ELSE
               ADD 1 TO WS-LINES-READ
               IF WS-ASKED-QTY > 0
                   MOVE WS-ASKED-QTY TO WS-RECEIPT-QTY
               ELSE
                   MOVE WS-OUTSTANDING TO WS-RECEIPT-QTY
               END-IF
               IF WS-RECEIPT-QTY > WS-OUTSTANDING
                   MOVE WS-RECEIPT-QTY TO WS-QTY-DISP
                   MOVE WS-OUTSTANDING TO WS-OUT-DISP
                   DISPLAY "Line " WS-LINE-DISP " "
                       FUNCTION TRIM(SPO-SKU) ": "
                       FUNCTION TRIM(WS-QTY-DISP)
                       " is more than the "
                       FUNCTION TRIM(WS-OUT-DISP)
                       " outstanding - not received."
                   ADD 1 TO WS-LINES-REFUSED
               ELSE
                   PERFORM BOOK-LINE-RECEIPT
               END-IF
           END-IF.

       BOOK-LINE-RECEIPT.
           MOVE PURCHASE-ORDER-RECORD TO WS-LINE-BEFORE
           ADD WS-RECEIPT-QTY TO SPO-QTY-RECEIVED
           MOVE WS-TODAY-DATE TO SPO-LAST-RECEIVED
           MOVE WS-NOW TO SPO-UPDATED-AT
           REWRITE PURCHASE-ORDER-RECORD
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "Line " WS-LINE-DISP " "
                   FUNCTION TRIM(SPO-SKU) " not rewritten (status "
                   PO-FILE-STATUS ")."
               ADD 1 TO WS-LINES-REFUSED
               MOVE "00" TO PO-FILE-STATUS
           ELSE
               MOVE WS-RECEIPT-QTY TO WS-QTY-DISP
               MOVE SPACES TO WS-STOCK-INPUT WS-STOCK-RESULT
               STRING "SKU:" DELIMITED BY SIZE
                   FUNCTION TRIM(SPO-SKU) DELIMITED BY SIZE
                   "|QTY:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                   "|REFERENCE:" DELIMITED BY SIZE
                   FUNCTION TRIM(SPO-KEY) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-LINE-DISP DELIMITED BY SIZE
                   INTO WS-STOCK-INPUT
               MOVE "RECEIVE" TO WS-STOCK-ACTION
               CALL "INVENTORY" USING WS-STOCK-ACTION WS-STOCK-INPUT
                   WS-STOCK-RESULT
                   ON EXCEPTION
                       MOVE '{"error":"INVENTORY unavailable"}'
                           TO WS-STOCK-RESULT
               END-CALL
               IF WS-STOCK-RESULT(1:9) = '{"error":'
                   MOVE WS-LINE-BEFORE TO PURCHASE-ORDER-RECORD
                   REWRITE PURCHASE-ORDER-RECORD
                   DISPLAY "Line " WS-LINE-DISP " "
                       FUNCTION TRIM(SPO-SKU) " refused: "
                       FUNCTION TRIM(WS-STOCK-RESULT)
                   ADD 1 TO WS-LINES-REFUSED
                   MOVE "00" TO PO-FILE-STATUS
               ELSE
                   DISPLAY "Line " WS-LINE-DISP " "
                       FUNCTION TRIM(SPO-SKU) ": received "
                       FUNCTION TRIM(WS-QTY-DISP)
                   ADD 1 TO WS-LINES-RECEIVED
                   ADD WS-RECEIPT-QTY TO WS-UNITS-RECEIVED
               END-IF
           END-IF.

      *    A second pass over the lines settles the PO: RECEIVED
      *    once nothing is outstanding on any of them, PARTIAL while
      *    something is.
       UPDATE-PO-STATUS.
           MOVE "Y" TO WS-ALL-IN
           MOVE "N" TO WS-ANY-IN
           MOVE WS-PO-KEY TO SPO-KEY
           MOVE 1 TO SPO-LINE
           START PO-FILE KEY IS NOT LESS THAN SPO-ID
               INVALID KEY MOVE "10" TO PO-FILE-STATUS
           END-START
           PERFORM UNTIL PO-FILE-STATUS NOT = "00"
               READ PO-FILE NEXT RECORD
                   AT END MOVE "10" TO PO-FILE-STATUS
               END-READ
               IF PO-FILE-STATUS = "00"
                   IF SPO-KEY NOT = WS-PO-KEY
                       MOVE "10" TO PO-FILE-STATUS
                   ELSE
                       IF SPO-QTY-RECEIVED < SPO-QTY-ORDERED
                           MOVE "N" TO WS-ALL-IN
                       END-IF
                       IF SPO-QTY-RECEIVED > 0
                           SET SOME-LINE-IS-IN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-PO-KEY TO SPO-KEY
           MOVE 0 TO SPO-LINE
           READ PO-FILE KEY IS SPO-ID
           IF PO-FILE-STATUS = "00"
               EVALUATE TRUE
                   WHEN EVERY-LINE-IS-IN
                       MOVE "RECEIVED" TO SPO-STATUS
                   WHEN SOME-LINE-IS-IN
                       MOVE "PARTIAL" TO SPO-STATUS
               END-EVALUATE
               MOVE WS-TODAY-DATE TO SPO-RECEIVED-DATE
               MOVE WS-NOW TO SPO-UPDATED-AT
               REWRITE PURCHASE-ORDER-RECORD
           END-IF
           IF PO-FILE-STATUS = "00"
               DISPLAY FUNCTION TRIM(WS-PO-KEY) " is now "
                   FUNCTION TRIM(SPO-STATUS) "."
           ELSE
               DISPLAY FUNCTION TRIM(WS-PO-KEY)
                   " status not updated (status " PO-FILE-STATUS ")."
           END-IF.

      *    Every line looked at is either received or refused, so
      *    read must equal written plus rejected; the hash is the
      *    units put on hand.
       REPORT-RUN-CONTROL.
           MOVE "purchasing:receive" TO RC-COMMAND
           MOVE WS-LINES-READ TO RC-RECORDS-READ
           MOVE WS-LINES-RECEIVED TO RC-RECORDS-WRITTEN
           MOVE WS-LINES-REFUSED TO RC-RECORDS-REJECTED
           MOVE WS-UNITS-RECEIVED TO RC-AMOUNT-HASH
           IF RC-COMPLETION-CODE NOT = 8
               IF WS-LINES-REFUSED > 0
                   MOVE 4 TO RC-COMPLETION-CODE
               ELSE
                   MOVE 0 TO RC-COMPLETION-CODE
               END-IF
           END-IF
           MOVE "Y" TO RC-BALANCE-RULE
           MOVE WS-PO-KEY TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       01 WS-CSV-NAME PIC X(100).
       01 WS-CSV-AMOUNT PIC X(40).
       01 WS-CSV-CUSTOMER PIC X(20).
       01 WS-CSV-UOM PIC X(20).
       01 WS-CSV-ACTIVE PIC X(20).

      *    A catalog load is announced by its header row
      *    (sku,description,price,uom,active): every row after it is
      *    a product, keyed PRD-<sku> the way PRODUCTCONTROLLER keys
      *    one posted through the API.
       01 WS-IMPORT-MODE PIC X VALUE "M".
           88 IMPORT-IS-PRODUCTS VALUE "P".

       01 WS-MODEL-ACTION PIC X(20) VALUE "INSERT".
       01 WS-MODEL-INPUT  PIC X(500).
       01 WS-LINE-NO PIC 9(6) VALUE 0.
       01 WS-IMPORTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-SUBMITTED-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZZZ9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       01 WS-REJECTS-OPEN-FLAG PIC X VALUE "N".
           88 REJECTS-FILE-IS-OPEN VALUE "Y".

               DISPLAY "Import failed: cannot open "
                   FUNCTION TRIM(IMPORT-PATH)
                   " (status " IMPORT-FILE-STATUS ")"
               MOVE 8 TO WS-RC-CODE
           ELSE
               PERFORM UNTIL IMPORT-FILE-STATUS NOT = "00"
                   READ IMPORT-FILE
           END-IF

           PERFORM RELEASE-BATCH-WINDOW
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Every data row sent to the model is imported or rejected,
      *    so the run must balance; the header row is not counted.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "import:csv" TO RC-COMMAND
           MOVE WS-SUBMITTED-COUNT TO RC-RECORDS-READ
           MOVE WS-IMPORTED-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-REJECTED-COUNT TO RC-RECORDS-REJECTED
           MOVE 0 TO RC-AMOUNT-HASH
           IF WS-REJECTED-COUNT > 0 AND WS-RC-CODE = 0
               MOVE 4 TO WS-RC-CODE
           END-IF
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE "Y" TO RC-BALANCE-RULE
           MOVE IMPORT-PATH TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Takes the window only if nobody holds it: an operator who
      *    already ran artisan down keeps ownership, and this batch
      *    must not lift their flag on the way out - only the run

      *    A leading header row from the upstream export is not
      *    data; skip it rather than rejecting it.
           EVALUATE TRUE
               WHEN WS-LINE-NO = 1
                   AND FUNCTION TRIM(IMPORT-LINE) =
                       "sku,description,price,uom,active"
                   SET IMPORT-IS-PRODUCTS TO TRUE
               WHEN WS-LINE-NO = 1
                   AND (FUNCTION TRIM(IMPORT-LINE) = "key,name,amount"
                   OR FUNCTION TRIM(IMPORT-LINE) =
                       "key,name,amount,customer")
                   CONTINUE
               WHEN IMPORT-IS-PRODUCTS
                   PERFORM BUILD-PRODUCT-INPUT
                   PERFORM SUBMIT-IMPORT-ROW
               WHEN OTHER
                   PERFORM BUILD-MODEL-INPUT
                   PERFORM SUBMIT-IMPORT-ROW
           END-EVALUATE.

       BUILD-MODEL-INPUT.
           MOVE SPACES TO WS-CSV-KEY WS-CSV-NAME WS-CSV-AMOUNT
               WS-CSV-CUSTOMER
           UNSTRING IMPORT-LINE DELIMITED BY ","
               INTO WS-CSV-KEY WS-CSV-NAME WS-CSV-AMOUNT
                   WS-CSV-CUSTOMER

           MOVE SPACES TO WS-MODEL-INPUT
           STRING "KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-KEY) DELIMITED BY SIZE
               "|NAME:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-NAME) DELIMITED BY SIZE
               "|AMOUNT:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-AMOUNT) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT

      *    Order rows carry the customer they belong to in a fourth
      *    column - the model layer refuses an order without a live
      *    customer, so a drop without one would reject every ORD-
      *    row.
           IF FUNCTION TRIM(WS-CSV-CUSTOMER) NOT = SPACES
               STRING FUNCTION TRIM(WS-MODEL-INPUT)
                   DELIMITED BY SIZE
                   "|CUSTOMER:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-CUSTOMER)
                   DELIMITED BY SIZE
                   INTO WS-MODEL-INPUT
           END-IF.

      *    Blank uom and active columns are left off so the model's
      *    own defaults (EA, active) apply, as they would to a POST.
       BUILD-PRODUCT-INPUT.
           MOVE SPACES TO WS-CSV-KEY WS-CSV-NAME WS-CSV-AMOUNT
               WS-CSV-UOM WS-CSV-ACTIVE
           UNSTRING IMPORT-LINE DELIMITED BY ","
               INTO WS-CSV-KEY WS-CSV-NAME WS-CSV-AMOUNT
                   WS-CSV-UOM WS-CSV-ACTIVE

           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:PRODUCT|KEY:PRD-" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-KEY))
                   DELIMITED BY SIZE
               "|NAME:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-NAME) DELIMITED BY SIZE
               "|AMOUNT:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-AMOUNT) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           IF FUNCTION TRIM(WS-CSV-UOM) NOT = SPACES
               STRING FUNCTION TRIM(WS-MODEL-INPUT) DELIMITED BY SIZE
                   "|UOM:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-UOM) DELIMITED BY SIZE
                   INTO WS-MODEL-INPUT
           END-IF
           IF FUNCTION TRIM(WS-CSV-ACTIVE) NOT = SPACES
               STRING FUNCTION TRIM(WS-MODEL-INPUT) DELIMITED BY SIZE
                   "|ACTIVE:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-ACTIVE) DELIMITED BY SIZE
                   INTO WS-MODEL-INPUT
           END-IF.

       SUBMIT-IMPORT-ROW.
           ADD 1 TO WS-SUBMITTED-COUNT
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL

           IF WS-MODEL-RESULT(1:9) = '{"error":'
               PERFORM EXTRACT-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-IMPORTED-COUNT
           END-IF.

      *    Prefers the "message" detail BASEMODEL puts on validation

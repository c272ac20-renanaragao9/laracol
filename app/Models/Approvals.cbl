       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The maker-checker trail BASEMODEL keeps beside each order
      *    (layout in ApprovalRecord.cpy). Only BASEMODEL writes it,
      *    as part of the order change it records; this model reads.
           SELECT APPROVALS-FILE ASSIGN TO APPROVALS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ORDER-KEY
               FILE STATUS IS APPROVALS-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVALS-FILE.
       01 APPROVAL-RECORD.
           COPY "ApprovalRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 APPROVALS-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 APPROVALS-PATH PIC X(100) VALUE
           "database/approvals.db".

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).

      *    KEY asks for one order's trail whatever its state; with no
      *    KEY the call lists the work queue - PENDING unless STATE
      *    names another - a page at a time, optionally for one
      *    CUSTOMER.
       01 WS-ORDER-KEY PIC X(20).
       01 WS-STATE PIC X(10).
       01 WS-CUSTOMER-KEY PIC X(20).
       01 WS-PAGE PIC 9(4).
       01 WS-PAGE-SIZE PIC 9(4) VALUE 3.
       01 WS-SKIP-COUNT PIC 9(4).
       01 WS-VALID-FLAG PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".

       01 WS-AMOUNT-DISP PIC Z(8)9.99.
       01 WS-BASE-DISP PIC Z(8)9.99.
       01 WS-COUNT-DISP PIC ZZZ9.
       01 WS-PAGE-DISP PIC ZZZ9.

       01 WS-ROWS-BUFFER PIC X(420).
       01 WS-ROWS-PTR PIC 9(4).
       01 WS-ROW-JSON PIC X(200).
       01 WS-ROW-JSON-LEN PIC 9(4).
       01 WS-ROW-COUNT PIC 9(4).
       01 WS-MATCH-COUNT PIC 9(4).

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
       01 RESULT-OUTPUT PIC X(500).

       PROCEDURE DIVISION USING ACTION DATA-INPUT RESULT-OUTPUT.

           PERFORM LOAD-CONFIG

           EVALUATE ACTION
               WHEN "SELECT"
                   PERFORM DO-SELECT-APPROVALS
               WHEN OTHER
                   MOVE '{"error":"Invalid action"}' TO RESULT-OUTPUT
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT APPROVALS-PATH FROM ENVIRONMENT "DB_APPROVALS"
           IF FUNCTION TRIM(APPROVALS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(APPROVALS-PATH) = SPACES
               MOVE "database/approvals.db" TO APPROVALS-PATH
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
                           WHEN ENV-FILE-LINE(1:13) = "DB_APPROVALS="
                               AND FUNCTION TRIM(APPROVALS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO APPROVALS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Same "KEY:value|..." shape BASEMODEL's PARSE-DATA-INPUT
      *    reads. A bare order number is taken as ORD-<n>, the way
      *    the order routes address it.
       PARSE-APPROVAL-INPUT.
           MOVE SPACES TO WS-ORDER-KEY WS-STATE WS-CUSTOMER-KEY
           MOVE 1 TO WS-PAGE
           MOVE 1 TO WS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-INPUT))
               TO WS-DI-LEN
           PERFORM UNTIL WS-PTR > WS-DI-LEN
               MOVE SPACES TO WS-SEG
               UNSTRING DATA-INPUT DELIMITED BY "|"
                   INTO WS-SEG
                   WITH POINTER WS-PTR
               MOVE SPACES TO WS-FIELD-NAME WS-FIELD-VALUE
               UNSTRING WS-SEG DELIMITED BY ":"
                   INTO WS-FIELD-NAME WS-FIELD-VALUE
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN "KEY"
                   WHEN "ORDER"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-ORDER-KEY
                       IF WS-ORDER-KEY NOT = SPACES
                           AND WS-ORDER-KEY(1:4) NOT = "ORD-"
                           MOVE SPACES TO WS-ORDER-KEY
                           STRING "ORD-" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-FIELD-VALUE)
                               DELIMITED BY SIZE
                               INTO WS-ORDER-KEY
                       END-IF
                   WHEN "STATE"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-STATE
                   WHEN "CUSTOMER"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-CUSTOMER-KEY
                       IF WS-CUSTOMER-KEY NOT = SPACES
                           AND WS-CUSTOMER-KEY(1:5) NOT = "CUST-"
                           MOVE SPACES TO WS-CUSTOMER-KEY
                           STRING "CUST-" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-FIELD-VALUE)
                               DELIMITED BY SIZE
                               INTO WS-CUSTOMER-KEY
                       END-IF
                   WHEN "PAGE"
                       IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                           AND FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-FIELD-VALUE)) >= 1
                           AND FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-FIELD-VALUE)) <= 9999
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-FIELD-VALUE))
                               TO WS-PAGE
                       ELSE
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-STATE = SPACES
               MOVE "PENDING" TO WS-STATE
           END-IF.

       DO-SELECT-APPROVALS.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-APPROVAL-INPUT
           EVALUATE TRUE
               WHEN NOT INPUT-IS-VALID
                   MOVE '{"error":"Validation failed",'
                       & '"message":"page must be a whole number'
                       & ' from 1"}'
                       TO RESULT-OUTPUT
               WHEN WS-ORDER-KEY NOT = SPACES
                   PERFORM SELECT-ONE-APPROVAL
               WHEN OTHER
                   PERFORM LIST-APPROVAL-QUEUE
           END-EVALUATE.

       SELECT-ONE-APPROVAL.
           OPEN INPUT APPROVALS-FILE
           IF APPROVALS-FILE-STATUS = "00"
               MOVE WS-ORDER-KEY TO APR-ORDER-KEY
               READ APPROVALS-FILE KEY IS APR-ORDER-KEY
               IF APPROVALS-FILE-STATUS = "00"
                   PERFORM BUILD-APPROVAL-RESULT
               ELSE
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               END-IF
               CLOSE APPROVALS-FILE
           ELSE
               MOVE '{"error":"Record not found"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    The queue is small by nature - an order leaves it the
      *    moment a checker acts - so a full pass counting every
      *    match for "total" costs little, and rows before the page
      *    asked for are counted and skipped.
       LIST-APPROVAL-QUEUE.
           MOVE SPACES TO WS-ROWS-BUFFER
           MOVE 1 TO WS-ROWS-PTR
           MOVE 0 TO WS-ROW-COUNT WS-MATCH-COUNT
           COMPUTE WS-SKIP-COUNT = (WS-PAGE - 1) * WS-PAGE-SIZE
           OPEN INPUT APPROVALS-FILE
           IF APPROVALS-FILE-STATUS = "00"
               PERFORM UNTIL APPROVALS-FILE-STATUS NOT = "00"
                   READ APPROVALS-FILE NEXT RECORD
                       AT END MOVE "10" TO APPROVALS-FILE-STATUS
                   END-READ
                   IF APPROVALS-FILE-STATUS = "00"
                       AND APR-STATE = WS-STATE
                       AND (WS-CUSTOMER-KEY = SPACES
                           OR APR-CUSTOMER-KEY = WS-CUSTOMER-KEY)
                       ADD 1 TO WS-MATCH-COUNT
                       IF WS-MATCH-COUNT > WS-SKIP-COUNT
                           AND WS-ROW-COUNT < WS-PAGE-SIZE
                           PERFORM APPEND-APPROVAL-ROW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APPROVALS-FILE
           END-IF
           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           MOVE WS-PAGE TO WS-PAGE-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"state":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATE) DELIMITED BY SIZE
               '","data":[' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROWS-BUFFER) DELIMITED BY SIZE
               '],"page":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGE-DISP) DELIMITED BY SIZE
               ',"total":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               '}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    The base equivalent is the figure the threshold was
      *    measured against, so it is the one a checker sees in the
      *    queue; the order itself shows the document currency.
       APPEND-APPROVAL-ROW.
           MOVE APR-BASE-AMOUNT TO WS-BASE-DISP
           MOVE SPACES TO WS-ROW-JSON
           STRING '{"order":"' FUNCTION TRIM(APR-ORDER-KEY)
               '","base_amount":' FUNCTION TRIM(WS-BASE-DISP)
               ',"requested_by":"' FUNCTION TRIM(APR-REQUESTED-BY)
               '","requested_at":"' FUNCTION TRIM(APR-REQUESTED-AT)
               '"}'
               DELIMITED BY SIZE
               INTO WS-ROW-JSON

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW-JSON))
               TO WS-ROW-JSON-LEN
           IF WS-ROW-COUNT > 0
               ADD 1 TO WS-ROW-JSON-LEN
           END-IF
           IF WS-ROWS-PTR + WS-ROW-JSON-LEN - 1
                   <= FUNCTION LENGTH(WS-ROWS-BUFFER)
               IF WS-ROW-COUNT > 0
                   STRING "," DELIMITED BY SIZE
                       INTO WS-ROWS-BUFFER WITH POINTER WS-ROWS-PTR
               END-IF
               STRING FUNCTION TRIM(WS-ROW-JSON) DELIMITED BY SIZE
                   INTO WS-ROWS-BUFFER WITH POINTER WS-ROWS-PTR
               ADD 1 TO WS-ROW-COUNT
           END-IF.

       BUILD-APPROVAL-RESULT.
           MOVE APR-AMOUNT TO WS-AMOUNT-DISP
           MOVE APR-BASE-AMOUNT TO WS-BASE-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"order":"' FUNCTION TRIM(APR-ORDER-KEY)
               '","customer":"' FUNCTION TRIM(APR-CUSTOMER-KEY)
               '","maker":"' FUNCTION TRIM(APR-MAKER)
               '","state":"' FUNCTION TRIM(APR-STATE)
               '","amount":' FUNCTION TRIM(WS-AMOUNT-DISP)
               ',"currency":"' FUNCTION TRIM(APR-CURRENCY)
               '","base_amount":' FUNCTION TRIM(WS-BASE-DISP)
               ',"requested_by":"' FUNCTION TRIM(APR-REQUESTED-BY)
               '","requested_at":"' FUNCTION TRIM(APR-REQUESTED-AT)
               '","decided_by":"' FUNCTION TRIM(APR-DECIDED-BY)
               '","decided_at":"' FUNCTION TRIM(APR-DECIDED-AT)
               '","reason":"' FUNCTION TRIM(APR-REASON)
               '"}'
               DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

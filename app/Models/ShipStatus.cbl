       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPSTATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    What was ordered comes off the order's lines, what went out
      *    off its shipments - the two files SHIPMENTS writes against.
           SELECT LINES-FILE ASSIGN TO LINES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINE-ID
               FILE STATUS IS LINES-FILE-STATUS.
           SELECT SHIPMENTS-FILE ASSIGN TO SHIPMENTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-ID
               ALTERNATE RECORD KEY IS SHIP-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS SHIPMENTS-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINES-FILE.
       01 LINE-RECORD.
           COPY "OrderLineRecord.cpy".

       FD  SHIPMENTS-FILE.
       01 SHIPMENT-RECORD.
           COPY "ShipmentRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 LINES-FILE-STATUS PIC XX.
       01 SHIPMENTS-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 LINES-PATH PIC X(100) VALUE
           "database/orderlines.db".
       01 SHIPMENTS-PATH PIC X(100) VALUE
           "database/shipments.db".

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).

       01 WS-ORDER-KEY PIC X(20).

      *    One entry per order line: the quantity ordered and the
      *    sum of every shipment made against it so far.
       01 WS-PROG-LIMIT PIC 9(3) VALUE 200.
       01 WS-PROG-USED PIC 9(3).
       01 WS-PROG-TABLE.
           05 WS-PROG-ENTRY OCCURS 200 TIMES.
               10 WS-PROG-LINE PIC 9(4).
               10 WS-PROG-ORDERED PIC 9(7).
               10 WS-PROG-SHIPPED PIC 9(7).
       01 WS-PROG-IX PIC 9(3).
       01 WS-OPEN-IX PIC 9(3).
       01 WS-SHIPPED-UNITS PIC 9(9).

       01 WS-LINE-DISP PIC ZZZ9.
       01 WS-QTY-DISP PIC Z(6)9.
       01 WS-ORDERED-DISP PIC Z(6)9.

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
       01 RESULT-OUTPUT PIC X(500).

       PROCEDURE DIVISION USING ACTION DATA-INPUT RESULT-OUTPUT.

           PERFORM LOAD-CONFIG
           PERFORM PARSE-STATUS-INPUT
           PERFORM COLLECT-SHIPPING-PROGRESS

           EVALUATE ACTION
               WHEN "CHECK-COMPLETE"
                   PERFORM DO-CHECK-COMPLETE
               WHEN "CHECK-NONE"
                   PERFORM DO-CHECK-NONE
               WHEN OTHER
                   MOVE '{"error":"Invalid action"}' TO RESULT-OUTPUT
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT LINES-PATH FROM ENVIRONMENT "DB_ORDERLINES"
           ACCEPT SHIPMENTS-PATH FROM ENVIRONMENT "DB_SHIPMENTS"
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               OR FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(LINES-PATH) = SPACES
               MOVE "database/orderlines.db" TO LINES-PATH
           END-IF
           IF FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               MOVE "database/shipments.db" TO SHIPMENTS-PATH
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
                           WHEN ENV-FILE-LINE(1:14) =
                                   "DB_ORDERLINES="
                               AND FUNCTION TRIM(LINES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(15:))
                                   TO LINES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_SHIPMENTS="
                               AND FUNCTION TRIM(SHIPMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SHIPMENTS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Same "KEY:value|..." shape the other models read; ORDER is
      *    the only field.
       PARSE-STATUS-INPUT.
           MOVE SPACES TO WS-ORDER-KEY
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
               IF FUNCTION TRIM(WS-FIELD-NAME) = "ORDER"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-ORDER-KEY
               END-IF
           END-PERFORM.

      *    Either file missing reads as empty: an order with no lines
      *    has nothing to ship, and one never shipped has shipped
      *    nothing.
       COLLECT-SHIPPING-PROGRESS.
           MOVE 0 TO WS-PROG-USED WS-SHIPPED-UNITS
           OPEN INPUT LINES-FILE
           IF LINES-FILE-STATUS = "00"
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
                           IF WS-PROG-USED < WS-PROG-LIMIT
                               ADD 1 TO WS-PROG-USED
                               MOVE LINE-NUMBER
                                   TO WS-PROG-LINE(WS-PROG-USED)
                               MOVE LINE-QTY
                                   TO WS-PROG-ORDERED(WS-PROG-USED)
                               MOVE 0
                                   TO WS-PROG-SHIPPED(WS-PROG-USED)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LINES-FILE
           END-IF

           OPEN INPUT SHIPMENTS-FILE
           IF SHIPMENTS-FILE-STATUS = "00"
               MOVE WS-ORDER-KEY TO SHIP-ORDER-KEY
               START SHIPMENTS-FILE KEY IS EQUAL TO SHIP-ORDER-KEY
                   INVALID KEY MOVE "10" TO SHIPMENTS-FILE-STATUS
               END-START
               PERFORM UNTIL SHIPMENTS-FILE-STATUS NOT = "00"
                   READ SHIPMENTS-FILE NEXT RECORD
                       AT END MOVE "10" TO SHIPMENTS-FILE-STATUS
                   END-READ
                   IF SHIPMENTS-FILE-STATUS = "00"
                       IF SHIP-ORDER-KEY NOT = WS-ORDER-KEY
                           MOVE "10" TO SHIPMENTS-FILE-STATUS
                       ELSE
                           ADD SHIP-QTY TO WS-SHIPPED-UNITS
                           PERFORM VARYING WS-PROG-IX FROM 1 BY 1
                                   UNTIL WS-PROG-IX > WS-PROG-USED
                               IF WS-PROG-LINE(WS-PROG-IX)
                                       = SHIP-ORDER-LINE
                                   ADD SHIP-QTY
                                       TO WS-PROG-SHIPPED(WS-PROG-IX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SHIPMENTS-FILE
           END-IF.

      *    The order may only be marked SHIPPED once every line has
      *    gone out in full; the first line still short is named so
      *    the warehouse knows what is holding it.
       DO-CHECK-COMPLETE.
           MOVE 0 TO WS-OPEN-IX
           PERFORM VARYING WS-PROG-IX FROM 1 BY 1
                   UNTIL WS-PROG-IX > WS-PROG-USED
                   OR WS-OPEN-IX > 0
               IF WS-PROG-SHIPPED(WS-PROG-IX)
                       < WS-PROG-ORDERED(WS-PROG-IX)
                   MOVE WS-PROG-IX TO WS-OPEN-IX
               END-IF
           END-PERFORM

           MOVE SPACES TO RESULT-OUTPUT
           IF WS-OPEN-IX > 0
               MOVE WS-PROG-LINE(WS-OPEN-IX) TO WS-LINE-DISP
               MOVE WS-PROG-SHIPPED(WS-OPEN-IX) TO WS-QTY-DISP
               MOVE WS-PROG-ORDERED(WS-OPEN-IX) TO WS-ORDERED-DISP
               STRING '{"error":"Validation failed",'
                   DELIMITED BY SIZE
                   '"message":"order is not fully shipped (line '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORDERED-DISP) DELIMITED BY SIZE
                   ')"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           ELSE
               STRING '{"status":"complete","order":"'
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           END-IF.

      *    Goods already handed to a carrier cannot be cancelled or
      *    deleted away - the stock they took is gone and handing
      *    back the whole reservation would overstate what is free.
       DO-CHECK-NONE.
           MOVE SPACES TO RESULT-OUTPUT
           IF WS-SHIPPED-UNITS > 0
               MOVE '{"error":"Validation failed",'
                   & '"message":"order has shipments against it"}'
                   TO RESULT-OUTPUT
           ELSE
               STRING '{"status":"unshipped","order":"'
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           END-IF.

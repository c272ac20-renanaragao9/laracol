       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDERRECEIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO PARTNER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-FILE-STATUS.
      *    Read here to spot a PO already made into an order before
      *    anything is written, and to take back the PO of an order
      *    that could not be completed.
           SELECT CUSTPOS-FILE ASSIGN TO CUSTPOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-ID
               ALTERNATE RECORD KEY IS CPO-ORDER-KEY
               FILE STATUS IS CUSTPOS-FILE-STATUS.
      *    The acknowledgment going back to the partner: a header,
      *    one line per PO accepted or rejected with the reason (or
      *    one line rejecting the whole file), and a trailer with
      *    the counts.
           SELECT ACK-FILE ASSIGN TO ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
      *    Order keys for received POs come from a one-line counter
      *    file, the same allocation PARTNEREXT's file sequence uses.
           SELECT SEQ-FILE
               ASSIGN TO "storage/framework/po-order.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE.
       01 PARTNER-RECORD.
           COPY "PartnerOrderRecord.cpy".

       FD  CUSTPOS-FILE.
       01 CUSTPO-RECORD.
           COPY "CustomerPoRecord.cpy".

       FD  ACK-FILE.
       01 ACK-LINE PIC X(120).

       FD  SEQ-FILE.
       01 SEQ-LINE PIC X(12).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 PARTNER-FILE-STATUS PIC XX.
       01 CUSTPOS-FILE-STATUS PIC XX.
       01 ACK-FILE-STATUS PIC XX.
       01 SEQ-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 PARTNER-PATH PIC X(100).
       01 CUSTPOS-PATH PIC X(100) VALUE
           "database/custpos.db".
       01 ACK-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-TODAY PIC X(8).
       01 WS-LINE-NO PIC 9(6) VALUE 0.
       01 WS-LINE-NO-DISP PIC ZZZZZ9.

      *    First pass: the file's shape and the partner's control
      *    totals. Any fault here rejects the whole file before a
      *    single order is written.
       01 WS-FILE-ERROR PIC X(80) VALUE SPACES.
       01 WS-OPEN-FAILED PIC X VALUE "N".
           88 PARTNER-FILE-UNREADABLE VALUE "Y".
       01 WS-HEADER-SEEN PIC X VALUE "N".
           88 HEADER-WAS-SEEN VALUE "Y".
       01 WS-TRAILER-SEEN PIC X VALUE "N".
           88 TRAILER-WAS-SEEN VALUE "Y".
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
       01 WS-CURRENT-PO PIC X(20) VALUE SPACES.
       01 WS-PARTNER-ID PIC X(10) VALUE SPACES.
       01 WS-FILE-DATE PIC X(8) VALUE SPACES.
       01 WS-CONTROL-NUMBER PIC 9(6) VALUE 0.

      *    Second pass: each order is held with its lines until the
      *    next order or the trailer shows they are complete.
       01 WS-ORDER-HELD PIC X VALUE "N".
           88 ORDER-IS-HELD VALUE "Y".
       01 WS-HELD-PO PIC X(20).
       01 WS-HELD-CUSTOMER PIC X(20).
       01 WS-HELD-DATE PIC X(10).
       01 WS-HELD-SHIP-TO PIC 9(4).
       01 WS-HELD-NAME PIC X(60).
       01 WS-LINE-LIMIT PIC 99 VALUE 50.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-LINE-OVERFLOW PIC X VALUE "N".
           88 TOO-MANY-LINES VALUE "Y".
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 50 TIMES.
               10 WS-LINE-PO-LINE PIC 9(4).
               10 WS-LINE-SKU PIC X(16).
               10 WS-LINE-QTY PIC 9(5).
               10 WS-LINE-PRICE PIC 9(7)V99.
       01 WS-LINE-IX PIC 99.
       01 WS-LINE-FAILED PIC X VALUE "N".
           88 LINE-WAS-REFUSED VALUE "Y".

       01 WS-CUSTOMER-TEXT PIC X(20).
       01 WS-ORDER-SEQ PIC 9(6) VALUE 0.
       01 WS-ORDER-SEQ-DISP PIC 9(6).
       01 WS-ORDER-KEY PIC X(20).
       01 WS-KEY-TRIES PIC 99.
       01 WS-SHIP-TO-DISP PIC ZZZ9.
       01 WS-QTY-DISP PIC ZZZZ9.
       01 WS-PRICE-DISP PIC Z(6)9.99.
       01 WS-PO-LINE-DISP PIC ZZZ9.

       01 WS-MODEL-ACTION PIC X(20).
       01 WS-MODEL-INPUT PIC X(500).
       01 WS-MODEL-RESULT PIC X(500).
       01 WS-REASON PIC X(60).

      *    The acknowledgment record shapes, fixed-width like the
      *    partner's own file.
       01 WS-ACK-HEADER.
           05 FILLER PIC X VALUE "H".
           05 WS-ACKH-PARTNER PIC X(10).
           05 WS-ACKH-FILE-DATE PIC X(8).
           05 WS-ACKH-CONTROL PIC 9(6).
           05 WS-ACKH-ACK-DATE PIC X(8).
           05 FILLER PIC X(87) VALUE SPACES.
       01 WS-ACK-DETAIL.
           05 FILLER PIC X VALUE "A".
           05 WS-ACKD-PO PIC X(20).
           05 WS-ACKD-STATUS PIC X(8).
           05 WS-ACKD-ORDER PIC X(20).
           05 WS-ACKD-REASON PIC X(60).
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-ACK-FILE-REJECT.
           05 FILLER PIC X VALUE "E".
           05 WS-ACKE-REASON PIC X(80).
           05 FILLER PIC X(39) VALUE SPACES.
       01 WS-ACK-TRAILER.
           05 FILLER PIC X VALUE "T".
           05 WS-ACKT-ACCEPTED PIC 9(6).
           05 WS-ACKT-REJECTED PIC 9(6).
           05 FILLER PIC X(107) VALUE SPACES.

       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-ORDERS-READ PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZZZ9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".
       01 WS-CONTROL-DISP PIC 9(6).

      *    The run takes the write window the way import:csv does,
      *    so desk orders cannot interleave with the partner's.
       01 WS-MAINT-ACTION PIC X(10).
       01 WS-MAINT-RESULT PIC X(10).
       01 WS-WINDOW-OWNED PIC X VALUE "N".
           88 BATCH-OWNS-WINDOW VALUE "Y".

       LINKAGE SECTION.
       01 RECEIVE-ARG PIC X(100).

       PROCEDURE DIVISION USING RECEIVE-ARG.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY
           MOVE RECEIVE-ARG TO PARTNER-PATH

           PERFORM VALIDATE-PARTNER-FILE
           IF PARTNER-FILE-UNREADABLE
               DISPLAY "Partner order file rejected - nothing"
                   " received: " FUNCTION TRIM(WS-FILE-ERROR)
               MOVE 8 TO WS-RC-CODE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM OPEN-ACK-FILE
           IF WS-FILE-ERROR NOT = SPACES
               MOVE WS-FILE-ERROR TO WS-ACKE-REASON
               MOVE WS-ACK-FILE-REJECT TO ACK-LINE
               WRITE ACK-LINE
               PERFORM CLOSE-ACK-FILE
               DISPLAY "Partner order file rejected - nothing"
                   " received: " FUNCTION TRIM(WS-FILE-ERROR)
               DISPLAY "Acknowledgment " FUNCTION TRIM(ACK-PATH)
               MOVE 8 TO WS-RC-CODE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM ACQUIRE-BATCH-WINDOW
           PERFORM RECEIVE-PARTNER-ORDERS
           PERFORM RELEASE-BATCH-WINDOW
           PERFORM CLOSE-ACK-FILE

           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISP
           DISPLAY "Accepted " FUNCTION TRIM(WS-COUNT-DISP)
               " purchase order(s)"
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           DISPLAY "Rejected " FUNCTION TRIM(WS-COUNT-DISP)
               " purchase order(s)"
           DISPLAY "Acknowledgment " FUNCTION TRIM(ACK-PATH)

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO WS-RC-CODE
           END-IF
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Every purchase order in the file is acknowledged one way or
      *    the other, so the run must balance. The reference is the
      *    acknowledgment sent back, which carries the same counts.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "orders:receive" TO RC-COMMAND
           MOVE WS-ORDERS-READ TO RC-RECORDS-READ
           MOVE WS-ACCEPTED-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-REJECTED-COUNT TO RC-RECORDS-REJECTED
           MOVE 0 TO RC-AMOUNT-HASH
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE "Y" TO RC-BALANCE-RULE
           IF WS-RC-CODE > 4
               MOVE PARTNER-PATH TO RC-REFERENCE
               MOVE WS-FILE-ERROR TO RC-MESSAGE
           ELSE
               MOVE ACK-PATH TO RC-REFERENCE
           END-IF
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT CUSTPOS-PATH FROM ENVIRONMENT "DB_CUSTPOS"
           IF FUNCTION TRIM(CUSTPOS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTPOS-PATH) = SPACES
               MOVE "database/custpos.db" TO CUSTPOS-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       AND ENV-FILE-LINE(1:11) = "DB_CUSTPOS="
                       AND FUNCTION TRIM(CUSTPOS-PATH) = SPACES
                       MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                           TO CUSTPOS-PATH
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Takes the window only if nobody holds it: an operator who
      *    already ran artisan down keeps ownership, and this batch
      *    must not lift their flag on the way out.
       ACQUIRE-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-OWNED
           MOVE "CHECK" TO WS-MAINT-ACTION
           CALL "MAINTMODE" USING WS-MAINT-ACTION WS-MAINT-RESULT
               ON EXCEPTION
                   MOVE "UP" TO WS-MAINT-RESULT
           END-CALL
           IF WS-MAINT-RESULT NOT = "DOWN"
               MOVE "DOWN" TO WS-MAINT-ACTION
               CALL "MAINTMODE" USING WS-MAINT-ACTION
                   WS-MAINT-RESULT
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               SET BATCH-OWNS-WINDOW TO TRUE
           END-IF.

       RELEASE-BATCH-WINDOW.
           IF BATCH-OWNS-WINDOW
               MOVE "UP" TO WS-MAINT-ACTION
               CALL "MAINTMODE" USING WS-MAINT-ACTION
                   WS-MAINT-RESULT
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

      *    Header first, each order followed by its own lines, a
      *    trailer last whose record count and quantity hash agree
      *    with what is actually on the file.
       VALIDATE-PARTNER-FILE.
           OPEN INPUT PARTNER-FILE
           IF PARTNER-FILE-STATUS NOT = "00"
               SET PARTNER-FILE-UNREADABLE TO TRUE
               MOVE SPACES TO WS-FILE-ERROR
               STRING "cannot open " DELIMITED BY SIZE
                   FUNCTION TRIM(PARTNER-PATH) DELIMITED BY SIZE
                   " (status " DELIMITED BY SIZE
                   PARTNER-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-FILE-ERROR
           ELSE
               PERFORM UNTIL PARTNER-FILE-STATUS NOT = "00"
                   READ PARTNER-FILE
                       AT END MOVE "10" TO PARTNER-FILE-STATUS
                   END-READ
                   IF PARTNER-FILE-STATUS = "00"
                       AND PARTNER-RECORD NOT = SPACES
                       AND WS-FILE-ERROR = SPACES
                       ADD 1 TO WS-LINE-NO
                       PERFORM VALIDATE-PARTNER-RECORD
                   END-IF
               END-PERFORM
               CLOSE PARTNER-FILE
               IF WS-FILE-ERROR = SPACES AND NOT TRAILER-WAS-SEEN
                   MOVE "no file trailer" TO WS-FILE-ERROR
               END-IF
           END-IF.

       VALIDATE-PARTNER-RECORD.
           MOVE WS-LINE-NO TO WS-LINE-NO-DISP
           ADD 1 TO WS-RECORD-COUNT
           EVALUATE TRUE
               WHEN TRAILER-WAS-SEEN
                   MOVE "records after the file trailer"
                       TO WS-FILE-ERROR
               WHEN POR-IS-HEADER AND HEADER-WAS-SEEN
                   MOVE "more than one file header" TO WS-FILE-ERROR
               WHEN POR-IS-HEADER
                   IF POR-PARTNER-ID = SPACES
                       OR POR-FILE-DATE IS NOT NUMERIC
                       OR POR-CONTROL-NUMBER IS NOT NUMERIC
                       MOVE "header partner, date or control number"
                           & " is missing or not numeric"
                           TO WS-FILE-ERROR
                   ELSE
                       SET HEADER-WAS-SEEN TO TRUE
                       MOVE POR-PARTNER-ID TO WS-PARTNER-ID
                       MOVE POR-FILE-DATE TO WS-FILE-DATE
                       MOVE POR-CONTROL-NUMBER TO WS-CONTROL-NUMBER
                   END-IF
               WHEN NOT HEADER-WAS-SEEN
                   MOVE "file does not start with a file header"
                       TO WS-FILE-ERROR
               WHEN POR-IS-ORDER
                   IF POR-PO-NUMBER = SPACES
                       OR POR-ORDER-DATE IS NOT NUMERIC
                       OR POR-SHIP-TO IS NOT NUMERIC
                       STRING "line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LINE-NO-DISP)
                               DELIMITED BY SIZE
                           ": order has no PO number or a bad date"
                               DELIMITED BY SIZE
                           " or ship-to" DELIMITED BY SIZE
                           INTO WS-FILE-ERROR
                   ELSE
                       MOVE POR-PO-NUMBER TO WS-CURRENT-PO
                   END-IF
               WHEN POR-IS-LINE
                   IF POR-LINE-NUMBER IS NOT NUMERIC
                       OR POR-QTY IS NOT NUMERIC
                       OR POR-UNIT-PRICE IS NOT NUMERIC
                       STRING "line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LINE-NO-DISP)
                               DELIMITED BY SIZE
                           ": line number, quantity or price is"
                               DELIMITED BY SIZE
                           " not numeric" DELIMITED BY SIZE
                           INTO WS-FILE-ERROR
                   ELSE
                       IF WS-CURRENT-PO = SPACES
                           OR POR-LINE-PO NOT = WS-CURRENT-PO
                           STRING "line " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-LINE-NO-DISP)
                                   DELIMITED BY SIZE
                               ": line does not follow its order"
                                   DELIMITED BY SIZE
                               INTO WS-FILE-ERROR
                       ELSE
                           ADD POR-QTY TO WS-HASH-TOTAL
                       END-IF
                   END-IF
               WHEN POR-IS-TRAILER
                   SET TRAILER-WAS-SEEN TO TRUE
                   EVALUATE TRUE
                       WHEN POR-RECORD-COUNT IS NOT NUMERIC
                           OR POR-HASH-TOTAL IS NOT NUMERIC
                           MOVE "trailer totals are not numeric"
                               TO WS-FILE-ERROR
                       WHEN POR-RECORD-COUNT NOT = WS-RECORD-COUNT
                           MOVE "trailer record count does not"
                               & " match the records on file"
                               TO WS-FILE-ERROR
                       WHEN POR-HASH-TOTAL NOT = WS-HASH-TOTAL
                           MOVE "trailer hash total does not match"
                               & " the line quantities on file"
                               TO WS-FILE-ERROR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   STRING "line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LINE-NO-DISP)
                           DELIMITED BY SIZE
                       ": unknown record type" DELIMITED BY SIZE
                       INTO WS-FILE-ERROR
           END-EVALUATE.

      *    Named for the partner and their control number, so the
      *    answer to each file they send is easy to find; a file too
      *    broken to say who sent it is answered under UNKNOWN.
       OPEN-ACK-FILE.
           IF WS-PARTNER-ID = SPACES
               MOVE "UNKNOWN" TO WS-PARTNER-ID
           END-IF
           MOVE WS-CONTROL-NUMBER TO WS-CONTROL-DISP
           MOVE SPACES TO ACK-PATH
           STRING "storage/exports/po-ack-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARTNER-ID) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CONTROL-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO ACK-PATH
           OPEN OUTPUT ACK-FILE
           MOVE WS-PARTNER-ID TO WS-ACKH-PARTNER
           MOVE WS-FILE-DATE TO WS-ACKH-FILE-DATE
           MOVE WS-CONTROL-NUMBER TO WS-ACKH-CONTROL
           MOVE WS-TODAY TO WS-ACKH-ACK-DATE
           MOVE WS-ACK-HEADER TO ACK-LINE
           WRITE ACK-LINE.

       CLOSE-ACK-FILE.
           MOVE WS-ACCEPTED-COUNT TO WS-ACKT-ACCEPTED
           MOVE WS-REJECTED-COUNT TO WS-ACKT-REJECTED
           MOVE WS-ACK-TRAILER TO ACK-LINE
           WRITE ACK-LINE
           CLOSE ACK-FILE.

       RECEIVE-PARTNER-ORDERS.
           MOVE "N" TO WS-ORDER-HELD
           OPEN INPUT PARTNER-FILE
           PERFORM UNTIL PARTNER-FILE-STATUS NOT = "00"
               READ PARTNER-FILE
                   AT END MOVE "10" TO PARTNER-FILE-STATUS
               END-READ
               IF PARTNER-FILE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN POR-IS-ORDER
                           IF ORDER-IS-HELD
                               PERFORM SETTLE-HELD-ORDER
                           END-IF
                           PERFORM HOLD-ORDER
                       WHEN POR-IS-LINE
                           PERFORM HOLD-LINE
                       WHEN POR-IS-TRAILER
                           IF ORDER-IS-HELD
                               PERFORM SETTLE-HELD-ORDER
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARTNER-FILE.

      *    The customer is taken as our key for them, CUST- added
      *    when the partner sends the bare number. Anything that
      *    would break the model's KEY:value|... input is blanked.
       HOLD-ORDER.
           SET ORDER-IS-HELD TO TRUE
           ADD 1 TO WS-ORDERS-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POR-PO-NUMBER))
               TO WS-HELD-PO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POR-CUSTOMER))
               TO WS-CUSTOMER-TEXT
           INSPECT WS-CUSTOMER-TEXT REPLACING ALL "|" BY " "
               ALL ":" BY " "
           MOVE SPACES TO WS-HELD-CUSTOMER
           IF WS-CUSTOMER-TEXT(1:5) = "CUST-"
               OR WS-CUSTOMER-TEXT = SPACES
               MOVE WS-CUSTOMER-TEXT TO WS-HELD-CUSTOMER
           ELSE
               STRING "CUST-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUSTOMER-TEXT) DELIMITED BY SIZE
                   INTO WS-HELD-CUSTOMER
           END-IF
           MOVE SPACES TO WS-HELD-DATE
           STRING POR-ORDER-DATE(1:4) "-" POR-ORDER-DATE(5:2) "-"
               POR-ORDER-DATE(7:2) DELIMITED BY SIZE
               INTO WS-HELD-DATE
           MOVE POR-SHIP-TO TO WS-HELD-SHIP-TO
           MOVE SPACES TO WS-HELD-NAME
           IF POR-BUYER-REF NOT = SPACES
               MOVE POR-BUYER-REF TO WS-HELD-NAME
           ELSE
               STRING "PO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-PO) DELIMITED BY SIZE
                   " from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARTNER-ID) DELIMITED BY SIZE
                   INTO WS-HELD-NAME
           END-IF
           INSPECT WS-HELD-NAME REPLACING ALL "|" BY " "
               ALL ":" BY " "
           INSPECT WS-HELD-PO REPLACING ALL "|" BY " "
               ALL ":" BY " "
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-LINE-OVERFLOW.

       HOLD-LINE.
           IF WS-LINE-COUNT < WS-LINE-LIMIT
               ADD 1 TO WS-LINE-COUNT
               MOVE POR-LINE-NUMBER TO WS-LINE-PO-LINE(WS-LINE-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POR-SKU))
                   TO WS-LINE-SKU(WS-LINE-COUNT)
               INSPECT WS-LINE-SKU(WS-LINE-COUNT)
                   REPLACING ALL "|" BY " " ALL ":" BY " "
               MOVE POR-QTY TO WS-LINE-QTY(WS-LINE-COUNT)
               MOVE POR-UNIT-PRICE TO WS-LINE-PRICE(WS-LINE-COUNT)
           ELSE
               SET TOO-MANY-LINES TO TRUE
           END-IF.

      *    One acknowledgment line per PO. A PO already made into an
      *    order - the same file sent twice, or a PO repeated in a
      *    later file - is acknowledged again with the order it
      *    became, and nothing new is written.
       SETTLE-HELD-ORDER.
           MOVE "N" TO WS-ORDER-HELD
           MOVE SPACES TO WS-ORDER-KEY WS-REASON
           EVALUATE TRUE
               WHEN WS-LINE-COUNT = 0
                   MOVE "REJECTED" TO WS-ACKD-STATUS
                   MOVE "order has no lines" TO WS-REASON
               WHEN TOO-MANY-LINES
                   MOVE "REJECTED" TO WS-ACKD-STATUS
                   MOVE "order has more than 50 lines" TO WS-REASON
               WHEN OTHER
                   PERFORM FIND-RECEIVED-PO
                   IF WS-ORDER-KEY NOT = SPACES
                       MOVE "ACCEPTED" TO WS-ACKD-STATUS
                       MOVE "already received" TO WS-REASON
                   ELSE
                       PERFORM CREATE-HELD-ORDER
                   END-IF
           END-EVALUATE

           IF WS-ACKD-STATUS = "ACCEPTED"
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           MOVE WS-HELD-PO TO WS-ACKD-PO
           MOVE WS-ORDER-KEY TO WS-ACKD-ORDER
           MOVE WS-REASON TO WS-ACKD-REASON
           MOVE WS-ACK-DETAIL TO ACK-LINE
           WRITE ACK-LINE
           DISPLAY "  " WS-ACKD-STATUS " PO "
               FUNCTION TRIM(WS-HELD-PO) " "
               FUNCTION TRIM(WS-ORDER-KEY) " "
               FUNCTION TRIM(WS-REASON).

       FIND-RECEIVED-PO.
           OPEN INPUT CUSTPOS-FILE
           IF CUSTPOS-FILE-STATUS = "00"
               MOVE WS-HELD-CUSTOMER TO CPO-CUSTOMER-KEY
               MOVE WS-HELD-PO TO CPO-PO-NUMBER
               READ CUSTPOS-FILE KEY IS CPO-ID
               IF CUSTPOS-FILE-STATUS = "00"
                   MOVE CPO-ORDER-KEY TO WS-ORDER-KEY
               END-IF
               CLOSE CUSTPOS-FILE
           END-IF.

      *    The order goes in through BASEMODEL's normal INSERT -
      *    customer probe, credit hold, ship-to, currency, PO
      *    register, audit journal and outbox event all as if the
      *    desk had keyed it - at nothing, and each line through
      *    ORDERLINES brings it to its value. A key already taken
      *    (the counter file lost) moves on to the next number.
       CREATE-HELD-ORDER.
           MOVE 0 TO WS-KEY-TRIES
           MOVE '{"error":"Duplicate key"}' TO WS-MODEL-RESULT
           PERFORM UNTIL WS-KEY-TRIES >= 10
                   OR WS-MODEL-RESULT(1:24)
                       NOT = '{"error":"Duplicate key"'
               ADD 1 TO WS-KEY-TRIES
               PERFORM NEXT-ORDER-KEY
               PERFORM INSERT-HELD-ORDER
           END-PERFORM

           IF WS-MODEL-RESULT(1:9) = '{"error":'
               PERFORM EXTRACT-REFUSAL-REASON
               MOVE SPACES TO WS-ORDER-KEY
               MOVE "REJECTED" TO WS-ACKD-STATUS
           ELSE
               MOVE "N" TO WS-LINE-FAILED
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                       OR LINE-WAS-REFUSED
                   PERFORM ADD-HELD-LINE
               END-PERFORM
               IF LINE-WAS-REFUSED
                   PERFORM WITHDRAW-HELD-ORDER
                   MOVE SPACES TO WS-ORDER-KEY
                   MOVE "REJECTED" TO WS-ACKD-STATUS
               ELSE
                   MOVE "ACCEPTED" TO WS-ACKD-STATUS
               END-IF
           END-IF.

       NEXT-ORDER-KEY.
           MOVE 0 TO WS-ORDER-SEQ
           OPEN INPUT SEQ-FILE
           IF SEQ-FILE-STATUS = "00"
               READ SEQ-FILE
                   AT END CONTINUE
               END-READ
               IF SEQ-FILE-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(SEQ-LINE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEQ-LINE))
                       TO WS-ORDER-SEQ
               END-IF
               CLOSE SEQ-FILE
           END-IF
           ADD 1 TO WS-ORDER-SEQ
           OPEN OUTPUT SEQ-FILE
           MOVE SPACES TO SEQ-LINE
           MOVE WS-ORDER-SEQ TO SEQ-LINE(1:6)
           WRITE SEQ-LINE
           CLOSE SEQ-FILE
           MOVE WS-ORDER-SEQ TO WS-ORDER-SEQ-DISP
           MOVE SPACES TO WS-ORDER-KEY
           STRING "ORD-PO" DELIMITED BY SIZE
               WS-ORDER-SEQ-DISP DELIMITED BY SIZE
               INTO WS-ORDER-KEY.

       INSERT-HELD-ORDER.
           MOVE WS-HELD-SHIP-TO TO WS-SHIP-TO-DISP
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:ORDER|KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               "|NAME:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-NAME) DELIMITED BY SIZE
               "|AMOUNT:0|CUSTOMER:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-CUSTOMER) DELIMITED BY SIZE
               "|DATE:" DELIMITED BY SIZE
               WS-HELD-DATE DELIMITED BY SIZE
               "|PO:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-PO) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           IF WS-HELD-SHIP-TO > 0
               STRING FUNCTION TRIM(WS-MODEL-INPUT) DELIMITED BY SIZE
                   "|SHIPTO:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHIP-TO-DISP) DELIMITED BY SIZE
                   INTO WS-MODEL-INPUT
           END-IF
           MOVE "INSERT" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL.

      *    A zero price leaves the line to the price list and the
      *    customer's tier; any other is the price the partner
      *    agreed and is kept as keyed.
       ADD-HELD-LINE.
           MOVE WS-LINE-QTY(WS-LINE-IX) TO WS-QTY-DISP
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "ORDER:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               "|SKU:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-SKU(WS-LINE-IX))
                   DELIMITED BY SIZE
               "|QTY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           IF WS-LINE-PRICE(WS-LINE-IX) > 0
               MOVE WS-LINE-PRICE(WS-LINE-IX) TO WS-PRICE-DISP
               STRING FUNCTION TRIM(WS-MODEL-INPUT) DELIMITED BY SIZE
                   "|PRICE:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRICE-DISP) DELIMITED BY SIZE
                   INTO WS-MODEL-INPUT
           END-IF
           MOVE "INSERT" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "ORDERLINES" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"ORDERLINES unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL
           IF WS-MODEL-RESULT(1:9) = '{"error":'
               SET LINE-WAS-REFUSED TO TRUE
               PERFORM EXTRACT-REFUSAL-REASON
               MOVE WS-LINE-PO-LINE(WS-LINE-IX) TO WS-PO-LINE-DISP
               MOVE WS-REASON TO WS-MODEL-RESULT
               MOVE SPACES TO WS-REASON
               STRING "line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PO-LINE-DISP) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MODEL-RESULT) DELIMITED BY SIZE
                   INTO WS-REASON
           END-IF.

      *    A PO is taken whole or not at all: an order that could
      *    not carry one of its lines is retired through the model
      *    (journaled like any other), and its PO number is struck
      *    from the register so the partner can send it again
      *    corrected.
       WITHDRAW-HELD-ORDER.
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:ORDER|KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-KEY) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE "DELETE" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL
           OPEN I-O CUSTPOS-FILE
           IF CUSTPOS-FILE-STATUS = "00"
               MOVE WS-HELD-CUSTOMER TO CPO-CUSTOMER-KEY
               MOVE WS-HELD-PO TO CPO-PO-NUMBER
               READ CUSTPOS-FILE KEY IS CPO-ID
               IF CUSTPOS-FILE-STATUS = "00"
                   AND CPO-ORDER-KEY = WS-ORDER-KEY
                   DELETE CUSTPOS-FILE
               END-IF
               CLOSE CUSTPOS-FILE
           END-IF.

      *    Same reading of a model refusal CSVIMPORT uses.
       EXTRACT-REFUSAL-REASON.
           MOVE SPACES TO WS-REASON
           IF WS-MODEL-RESULT(1:29) =
                   '{"error":"Validation failed",'
               UNSTRING WS-MODEL-RESULT(41:)
                   DELIMITED BY '"' INTO WS-REASON
           ELSE
               UNSTRING WS-MODEL-RESULT(11:)
                   DELIMITED BY '"' INTO WS-REASON
           END-IF.

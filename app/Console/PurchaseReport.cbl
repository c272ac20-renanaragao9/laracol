       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO PURCHASEORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-ID
               ALTERNATE RECORD KEY IS SPO-SUPPLIER
                   WITH DUPLICATES
               FILE STATUS IS PO-FILE-STATUS.
           SELECT SUPPLIERS-FILE ASSIGN TO SUPPLIERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS SUPPLIERS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
       01 PURCHASE-ORDER-RECORD.
           COPY "PurchaseOrderRecord.cpy".

       FD  SUPPLIERS-FILE.
       01 SUPPLIER-RECORD.
           COPY "SupplierRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 PO-FILE-STATUS PIC XX.
       01 SUPPLIERS-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 PURCHASEORDERS-PATH PIC X(100) VALUE
           "database/purchaseorders.db".
       01 SUPPLIERS-PATH PIC X(100) VALUE
           "database/suppliers.db".
       01 REPORT-PATH PIC X(100).

      *    The day the book is looked at: today unless a YYYYMMDD is
      *    given. A delivery is overdue once its due date is behind
      *    that day and something is still outstanding on it.
       01 WS-REPORT-DATE PIC X(8).
       01 WS-REPORT-NUM PIC 9(8).
       01 WS-REPORT-ISO PIC X(10).
       01 WS-NOW PIC X(19).

      *    The PO whose lines are being walked.
       01 WS-CUR-KEY PIC X(20).
       01 WS-CUR-LIVE PIC X VALUE "N".
           88 CURRENT-PO-IS-LIVE VALUE "Y".
       01 WS-CUR-LATE PIC X VALUE "N".
           88 CURRENT-PO-IS-LATE VALUE "Y".
       01 WS-CUR-DUE-NUM PIC 9(8).
       01 WS-CUR-DAYS-LATE PIC 9(5).
       01 WS-CUR-ORDER-DATE PIC X(10).
       01 WS-CUR-DUE-DATE PIC X(10).
       01 WS-CUR-SUPPLIER PIC X(12).
       01 WS-OUTSTANDING PIC 9(9).

      *    Overdue deliveries summed by supplier for the chase list.
       01 WS-SUP-LIMIT PIC 9(3) VALUE 100.
       01 WS-SUP-USED PIC 9(3).
       01 WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 100 TIMES.
               10 WS-SUP-CODE PIC X(12).
               10 WS-SUP-POS PIC 9(5).
               10 WS-SUP-LINES PIC 9(5).
               10 WS-SUP-UNITS PIC 9(11).
               10 WS-SUP-OLDEST PIC X(10).
               10 WS-SUP-MOST-DAYS PIC 9(5).
       01 WS-SUP-IX PIC 9(3).
       01 WS-SUP-FOUND PIC X.
           88 SUPPLIER-ENTRY-FOUND VALUE "Y".
       01 WS-SUPPLIERS-OPEN PIC X VALUE "N".
           88 SUPPLIERS-ARE-OPEN VALUE "Y".

       01 WS-OPEN-POS PIC 9(7) VALUE 0.
       01 WS-OPEN-LINES PIC 9(7) VALUE 0.
       01 WS-OPEN-UNITS PIC 9(11) VALUE 0.
       01 WS-LATE-POS PIC 9(7) VALUE 0.
       01 WS-LATE-LINES PIC 9(7) VALUE 0.
       01 WS-LATE-UNITS PIC 9(11) VALUE 0.

       01 WS-COUNT-DISP PIC Z(6)9.
       01 WS-UNITS-DISP PIC Z(10)9.
       01 WS-QTY-DISP PIC Z(8)9.
       01 WS-DAYS-DISP PIC ZZZZ9.
       01 WS-LINE-DISP PIC 9(4).
       01 WS-SUP-COUNT-DISP PIC ZZZZ9.

       LINKAGE SECTION.
       01 PURCHASE-REPORT-ARG PIC X(100).

       PROCEDURE DIVISION USING PURCHASE-REPORT-ARG.

           MOVE 0 TO WS-OPEN-POS WS-OPEN-LINES WS-OPEN-UNITS
               WS-LATE-POS WS-LATE-LINES WS-LATE-UNITS WS-SUP-USED
           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-REPORT-DATE
           IF PURCHASE-REPORT-ARG(1:8) IS NUMERIC
               AND PURCHASE-REPORT-ARG(9:) = SPACES
               MOVE PURCHASE-REPORT-ARG(1:8) TO WS-REPORT-DATE
           END-IF
           MOVE WS-REPORT-DATE TO WS-REPORT-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-NUM) NOT = 0
               DISPLAY "Date must be YYYYMMDD, e.g. 20261001."
               GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-ISO
           STRING WS-REPORT-DATE(1:4) "-" WS-REPORT-DATE(5:2) "-"
               WS-REPORT-DATE(7:2)
               DELIMITED BY SIZE
               INTO WS-REPORT-ISO

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/open-po-" DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Open supplier purchase orders - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "PO" TO REPORT-LINE(1:)
           MOVE "Supplier" TO REPORT-LINE(12:)
           MOVE "Line" TO REPORT-LINE(25:)
           MOVE "SKU" TO REPORT-LINE(30:)
           MOVE "Ordered" TO REPORT-LINE(49:)
           MOVE "Received" TO REPORT-LINE(58:)
           MOVE "Outstanding" TO REPORT-LINE(67:)
           MOVE "Ordered on" TO REPORT-LINE(80:)
           MOVE "Due" TO REPORT-LINE(91:)
           MOVE "Late" TO REPORT-LINE(103:)
           WRITE REPORT-LINE

           PERFORM SWEEP-PURCHASE-ORDERS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-SUPPLIER-CHASE-LIST
           CLOSE REPORT-FILE

           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           MOVE WS-OPEN-POS TO WS-COUNT-DISP
           DISPLAY "Open purchase orders: " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-LATE-POS TO WS-COUNT-DISP
           DISPLAY "Overdue:              " FUNCTION TRIM(WS-COUNT-DISP)

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT PURCHASEORDERS-PATH
               FROM ENVIRONMENT "DB_PURCHASEORDERS"
           ACCEPT SUPPLIERS-PATH FROM ENVIRONMENT "DB_SUPPLIERS"
           IF FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               OR FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(PURCHASEORDERS-PATH) = SPACES
               MOVE "database/purchaseorders.db"
                   TO PURCHASEORDERS-PATH
           END-IF
           IF FUNCTION TRIM(SUPPLIERS-PATH) = SPACES
               MOVE "database/suppliers.db" TO SUPPLIERS-PATH
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
                           WHEN ENV-FILE-LINE(1:18) =
                                   "DB_PURCHASEORDERS="
                               AND FUNCTION TRIM(PURCHASEORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(19:))
                                   TO PURCHASEORDERS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_SUPPLIERS="
                               AND FUNCTION TRIM(SUPPLIERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SUPPLIERS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Each PO's header comes ahead of its lines in key order; it
      *    settles whether the lines that follow are still open and
      *    how late they are. Lines already received in full are not
      *    listed - only what is still to come.
       SWEEP-PURCHASE-ORDERS.
           OPEN INPUT PO-FILE
           IF PO-FILE-STATUS NOT = "00"
               IF PO-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot open "
                       FUNCTION TRIM(PURCHASEORDERS-PATH)
                       " (status " PO-FILE-STATUS ")."
               END-IF
           ELSE
               MOVE "N" TO WS-CUR-LIVE
               MOVE LOW-VALUES TO SPO-ID
               START PO-FILE KEY IS NOT LESS THAN SPO-ID
                   INVALID KEY MOVE "10" TO PO-FILE-STATUS
               END-START
               PERFORM UNTIL PO-FILE-STATUS NOT = "00"
                   READ PO-FILE NEXT RECORD
                       AT END MOVE "10" TO PO-FILE-STATUS
                   END-READ
                   IF PO-FILE-STATUS = "00"
                       IF SPO-IS-HEADER
                           PERFORM TAKE-PO-HEADER
                       ELSE
                           IF CURRENT-PO-IS-LIVE
                               AND SPO-KEY = WS-CUR-KEY
                               AND SPO-QTY-RECEIVED < SPO-QTY-ORDERED
                               PERFORM LIST-OPEN-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PO-FILE
           END-IF.

       TAKE-PO-HEADER.
           MOVE "N" TO WS-CUR-LIVE WS-CUR-LATE
           MOVE SPO-KEY TO WS-CUR-KEY
           MOVE 0 TO WS-CUR-DAYS-LATE
           IF SPO-IS-OPEN
               SET CURRENT-PO-IS-LIVE TO TRUE
               ADD 1 TO WS-OPEN-POS
               MOVE SPO-SUPPLIER TO WS-CUR-SUPPLIER
               MOVE SPO-ORDER-DATE TO WS-CUR-ORDER-DATE
               MOVE SPO-DUE-DATE TO WS-CUR-DUE-DATE
               IF SPO-DUE-DATE < WS-REPORT-ISO
                   SET CURRENT-PO-IS-LATE TO TRUE
                   ADD 1 TO WS-LATE-POS
                   PERFORM COUNT-DAYS-LATE
                   PERFORM FIND-SUPPLIER-ENTRY
                   IF SUPPLIER-ENTRY-FOUND
                       ADD 1 TO WS-SUP-POS(WS-SUP-IX)
                       IF WS-SUP-OLDEST(WS-SUP-IX) = SPACES
                           OR SPO-DUE-DATE < WS-SUP-OLDEST(WS-SUP-IX)
                           MOVE SPO-DUE-DATE TO WS-SUP-OLDEST(WS-SUP-IX)
                           MOVE WS-CUR-DAYS-LATE
                               TO WS-SUP-MOST-DAYS(WS-SUP-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The due date is held as YYYY-MM-DD; one that does not
      *    make a date is shown late by nothing rather than guessed.
       COUNT-DAYS-LATE.
           MOVE 0 TO WS-CUR-DAYS-LATE
           IF SPO-DUE-DATE(1:4) IS NUMERIC
               AND SPO-DUE-DATE(6:2) IS NUMERIC
               AND SPO-DUE-DATE(9:2) IS NUMERIC
               STRING SPO-DUE-DATE(1:4) SPO-DUE-DATE(6:2)
                   SPO-DUE-DATE(9:2)
                   DELIMITED BY SIZE
                   INTO WS-CUR-DUE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUR-DUE-NUM) = 0
                   COMPUTE WS-CUR-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-REPORT-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-CUR-DUE-NUM)
               END-IF
           END-IF.

       FIND-SUPPLIER-ENTRY.
           MOVE "N" TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                   UNTIL WS-SUP-IX > WS-SUP-USED
                   OR SUPPLIER-ENTRY-FOUND
               IF WS-SUP-CODE(WS-SUP-IX) = WS-CUR-SUPPLIER
                   SET SUPPLIER-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SUPPLIER-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SUP-IX
           ELSE
               IF WS-SUP-USED < WS-SUP-LIMIT
                   ADD 1 TO WS-SUP-USED
                   MOVE WS-SUP-USED TO WS-SUP-IX
                   MOVE WS-CUR-SUPPLIER TO WS-SUP-CODE(WS-SUP-IX)
                   MOVE 0 TO WS-SUP-POS(WS-SUP-IX)
                       WS-SUP-LINES(WS-SUP-IX)
                       WS-SUP-UNITS(WS-SUP-IX)
                       WS-SUP-MOST-DAYS(WS-SUP-IX)
                   MOVE SPACES TO WS-SUP-OLDEST(WS-SUP-IX)
                   SET SUPPLIER-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

       LIST-OPEN-LINE.
           COMPUTE WS-OUTSTANDING = SPO-QTY-ORDERED - SPO-QTY-RECEIVED
           ADD 1 TO WS-OPEN-LINES
           ADD WS-OUTSTANDING TO WS-OPEN-UNITS
           MOVE SPACES TO REPORT-LINE
           MOVE SPO-KEY TO REPORT-LINE(1:10)
           MOVE WS-CUR-SUPPLIER TO REPORT-LINE(12:12)
           MOVE SPO-LINE TO WS-LINE-DISP
           MOVE WS-LINE-DISP TO REPORT-LINE(25:4)
           MOVE SPO-SKU TO REPORT-LINE(30:16)
           MOVE SPO-QTY-ORDERED TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO REPORT-LINE(47:9)
           MOVE SPO-QTY-RECEIVED TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO REPORT-LINE(57:9)
           MOVE WS-OUTSTANDING TO WS-QTY-DISP
           MOVE WS-QTY-DISP TO REPORT-LINE(69:9)
           MOVE WS-CUR-ORDER-DATE TO REPORT-LINE(80:10)
           MOVE WS-CUR-DUE-DATE TO REPORT-LINE(91:10)
           IF CURRENT-PO-IS-LATE
               ADD 1 TO WS-LATE-LINES
               ADD WS-OUTSTANDING TO WS-LATE-UNITS
               MOVE WS-CUR-DAYS-LATE TO WS-DAYS-DISP
               MOVE WS-DAYS-DISP TO REPORT-LINE(102:5)
               MOVE "OVERDUE" TO REPORT-LINE(108:7)
               PERFORM FIND-SUPPLIER-ENTRY
               IF SUPPLIER-ENTRY-FOUND
                   ADD 1 TO WS-SUP-LINES(WS-SUP-IX)
                   ADD WS-OUTSTANDING TO WS-SUP-UNITS(WS-SUP-IX)
               END-IF
           END-IF
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-POS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Open purchase orders:  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-LINES TO WS-COUNT-DISP
           MOVE WS-OPEN-UNITS TO WS-UNITS-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Open lines:            " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNITS-DISP) DELIMITED BY SIZE
               " units outstanding)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LATE-POS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Overdue orders:        " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LATE-LINES TO WS-COUNT-DISP
           MOVE WS-LATE-UNITS TO WS-UNITS-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Overdue lines:         " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNITS-DISP) DELIMITED BY SIZE
               " units)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Who to ring: each supplier with a delivery behind, how
      *    much is owed and the oldest due date among it.
       WRITE-SUPPLIER-CHASE-LIST.
           IF WS-SUP-USED > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Overdue deliveries by supplier" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE "Supplier" TO REPORT-LINE(1:)
               MOVE "Name" TO REPORT-LINE(14:)
               MOVE "POs" TO REPORT-LINE(57:)
               MOVE "Lines" TO REPORT-LINE(62:)
               MOVE "Units" TO REPORT-LINE(74:)
               MOVE "Oldest due" TO REPORT-LINE(80:)
               MOVE "Days" TO REPORT-LINE(92:)
               WRITE REPORT-LINE
               OPEN INPUT SUPPLIERS-FILE
               IF SUPPLIERS-FILE-STATUS = "00"
                   SET SUPPLIERS-ARE-OPEN TO TRUE
               END-IF
               PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                       UNTIL WS-SUP-IX > WS-SUP-USED
                   PERFORM WRITE-SUPPLIER-CHASE-LINE
               END-PERFORM
               IF SUPPLIERS-ARE-OPEN
                   CLOSE SUPPLIERS-FILE
               END-IF
           END-IF.

       WRITE-SUPPLIER-CHASE-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUP-CODE(WS-SUP-IX) TO REPORT-LINE(1:12)
           IF SUPPLIERS-ARE-OPEN
               MOVE WS-SUP-CODE(WS-SUP-IX) TO SUP-CODE
               READ SUPPLIERS-FILE KEY IS SUP-CODE
               IF SUPPLIERS-FILE-STATUS = "00"
                   MOVE SUP-NAME TO REPORT-LINE(14:40)
               ELSE
                   MOVE "(not on file)" TO REPORT-LINE(14:40)
               END-IF
           END-IF
           MOVE WS-SUP-POS(WS-SUP-IX) TO WS-SUP-COUNT-DISP
           MOVE WS-SUP-COUNT-DISP TO REPORT-LINE(55:5)
           MOVE WS-SUP-LINES(WS-SUP-IX) TO WS-SUP-COUNT-DISP
           MOVE WS-SUP-COUNT-DISP TO REPORT-LINE(62:5)
           MOVE WS-SUP-UNITS(WS-SUP-IX) TO WS-UNITS-DISP
           MOVE WS-UNITS-DISP TO REPORT-LINE(68:11)
           MOVE WS-SUP-OLDEST(WS-SUP-IX) TO REPORT-LINE(80:10)
           MOVE WS-SUP-MOST-DAYS(WS-SUP-IX) TO WS-DAYS-DISP
           MOVE WS-DAYS-DISP TO REPORT-LINE(91:5)
           WRITE REPORT-LINE.

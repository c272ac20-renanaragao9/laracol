       01 WS-BUCKET-IX PIC 9.

      *    Counts per lifecycle status per age bucket: rows NEW /
      *    AWAITING / APPROVED / SHIPPED, columns 0-7 / 8-30 / 31+
      *    days.
       01 WS-AGING-GRID.
           05 WS-AGING-ROW OCCURS 4 TIMES.
               10 WS-AGING-CELL OCCURS 3 TIMES PIC 9(6).
       01 WS-ROW-LABEL-TABLE.
           05 FILLER PIC X(8) VALUE "NEW".
           05 FILLER PIC X(8) VALUE "AWAITING".
           05 FILLER PIC X(8) VALUE "APPROVED".
           05 FILLER PIC X(8) VALUE "SHIPPED".
       01 WS-ROW-LABELS REDEFINES WS-ROW-LABEL-TABLE.
           05 WS-ROW-LABEL OCCURS 4 TIMES PIC X(8).

      *    The same grid by value, in the base currency: a foreign
      *    order is taken at today's rate from FXRATE, each
      *    currency's rate fetched once and kept here. One in a
      *    currency with no rate on file is counted above but left
      *    out of the values, and the shortfall is noted under them.
       01 WS-VALUE-GRID.
           05 WS-VALUE-ROW OCCURS 4 TIMES.
               10 WS-VALUE-CELL OCCURS 3 TIMES PIC 9(11)V99.
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
       01 WS-AMOUNT-RATE PIC 9(5)V9(6).
       01 WS-BASE-AMOUNT PIC 9(11)V99.
       01 WS-UNRATED-COUNT PIC 9(6) VALUE 0.
       01 WS-VALUE-DISP PIC Z(10)9.99.

       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-ESCALATED-COUNT PIC 9(6) VALUE 0.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LEARN-BASE-CURRENCY
           PERFORM SWEEP-LIVE-ORDERS
           PERFORM WRITE-AGING-GRID
           PERFORM WRITE-VALUE-GRID
           CLOSE REPORT-FILE
           IF ESCALATION-FILE-IS-OPEN
               CLOSE ESCALATION-FILE
           EVALUATE FUNCTION TRIM(WS-CURRENT-STATUS)
               WHEN "NEW"
                   MOVE 1 TO WS-STATUS-IX
               WHEN "AWAITING"
                   MOVE 2 TO WS-STATUS-IX
               WHEN "APPROVED"
                   MOVE 3 TO WS-STATUS-IX
               WHEN "SHIPPED"
                   MOVE 4 TO WS-STATUS-IX
               WHEN OTHER
                   MOVE 0 TO WS-STATUS-IX
           END-EVALUATE
                       MOVE 3 TO WS-BUCKET-IX
               END-EVALUATE
               ADD 1 TO WS-AGING-CELL(WS-STATUS-IX WS-BUCKET-IX)
               PERFORM ORDER-AMOUNT-TO-BASE
               ADD WS-BASE-AMOUNT
                   TO WS-VALUE-CELL(WS-STATUS-IX WS-BUCKET-IX)

               IF WS-BUCKET-IX > 1
                   ADD 1 TO WS-OVERDUE-COUNT
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

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
           IF MODEL-CURRENCY = SPACES
               OR MODEL-CURRENCY = WS-BASE-CURRENCY
               MOVE MODEL-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM FIND-CURRENCY-RATE
               IF WS-AMOUNT-RATE = 0
                   MOVE 0 TO WS-BASE-AMOUNT
                   ADD 1 TO WS-UNRATED-COUNT
               ELSE
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       MODEL-AMOUNT * WS-AMOUNT-RATE
               END-IF
           END-IF.

      *    A rate of zero stands for "none on file" and is kept like
      *    any other, so a missing rate is asked for only once.
       FIND-CURRENCY-RATE.
           MOVE 0 TO WS-AMOUNT-RATE
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-USED
                   OR WS-RATE-CURRENCY(WS-RATE-IX) = MODEL-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-RATE-IX <= WS-RATE-USED
               MOVE WS-RATE-VALUE(WS-RATE-IX) TO WS-AMOUNT-RATE
           ELSE
               MOVE SPACES TO WS-FX-INPUT
               STRING "CURRENCY:" DELIMITED BY SIZE
                   MODEL-CURRENCY DELIMITED BY SIZE
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
                   MOVE MODEL-CURRENCY
                       TO WS-RATE-CURRENCY(WS-RATE-USED)
                   MOVE WS-AMOUNT-RATE TO WS-RATE-VALUE(WS-RATE-USED)
               END-IF
           END-IF.

       APPEND-ESCALATION.
           IF NOT ESCALATION-FILE-IS-OPEN
               OPEN OUTPUT ESCALATION-FILE
           MOVE "Status     0-7    8-30    31+" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-STATUS-IX FROM 1 BY 1
                   UNTIL WS-STATUS-IX > 4
               MOVE SPACES TO REPORT-LINE
               MOVE WS-ROW-LABEL(WS-STATUS-IX) TO REPORT-LINE(1:8)
               MOVE WS-AGING-CELL(WS-STATUS-IX 1) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO REPORT-LINE(26:6)
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-VALUE-GRID.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Value (" DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE "0-7" TO REPORT-LINE(21:3)
           MOVE "8-30" TO REPORT-LINE(36:4)
           MOVE "31+" TO REPORT-LINE(53:3)
           WRITE REPORT-LINE
           PERFORM VARYING WS-STATUS-IX FROM 1 BY 1
                   UNTIL WS-STATUS-IX > 4
               MOVE SPACES TO REPORT-LINE
               MOVE WS-ROW-LABEL(WS-STATUS-IX) TO REPORT-LINE(1:8)
               MOVE WS-VALUE-CELL(WS-STATUS-IX 1) TO WS-VALUE-DISP
               MOVE WS-VALUE-DISP TO REPORT-LINE(10:14)
               MOVE WS-VALUE-CELL(WS-STATUS-IX 2) TO WS-VALUE-DISP
               MOVE WS-VALUE-DISP TO REPORT-LINE(26:14)
               MOVE WS-VALUE-CELL(WS-STATUS-IX 3) TO WS-VALUE-DISP
               MOVE WS-VALUE-DISP TO REPORT-LINE(42:14)
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "Not valued: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " order(s) in a currency with no rate on file"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

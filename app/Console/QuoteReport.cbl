       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTES-FILE ASSIGN TO QUOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-ID
               ALTERNATE RECORD KEY IS QUO-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS QUO-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUOTES-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTES-FILE.
       01 QUOTE-RECORD.
           COPY "QuoteRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(160).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 QUOTES-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 QUOTES-PATH PIC X(100) VALUE
           "database/quotes.db".
       01 REPORT-PATH PIC X(100).

      *    The year reported on: this year unless a YYYY is given.
      *    Quotes fall in the month they were made out, whatever
      *    became of them later.
       01 WS-REPORT-YEAR PIC X(4).
       01 WS-NOW PIC X(19).
       01 WS-QUOTE-MONTH PIC 9(2).

      *    One row per customer quoted in a month. Customers beyond
      *    the table's size are still counted in the month and year
      *    totals, and the report says how many were left out.
       01 WS-ROW-LIMIT PIC 9(4) VALUE 600.
       01 WS-ROW-USED PIC 9(4) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 600 TIMES.
               10 WS-ROW-MONTH PIC 9(2).
               10 WS-ROW-CUSTOMER PIC X(20).
               10 WS-ROW-COUNTS.
                   15 WS-ROW-QUOTED PIC 9(6).
                   15 WS-ROW-SENT PIC 9(6).
                   15 WS-ROW-ACCEPTED PIC 9(6).
                   15 WS-ROW-DECLINED PIC 9(6).
                   15 WS-ROW-EXPIRED PIC 9(6).
                   15 WS-ROW-OPEN PIC 9(6).
                   15 WS-ROW-VALUE PIC 9(13)V99.
                   15 WS-ROW-WON PIC 9(13)V99.
       01 WS-ROW-IX PIC 9(4).
       01 WS-FOUND-IX PIC 9(4).
       01 WS-DROPPED-COUNT PIC 9(6) VALUE 0.

       01 WS-MONTH-TOTALS.
           05 WS-MONTH-TOTAL OCCURS 12 TIMES.
               10 WS-MT-QUOTED PIC 9(6).
               10 WS-MT-SENT PIC 9(6).
               10 WS-MT-ACCEPTED PIC 9(6).
               10 WS-MT-DECLINED PIC 9(6).
               10 WS-MT-EXPIRED PIC 9(6).
               10 WS-MT-OPEN PIC 9(6).
               10 WS-MT-VALUE PIC 9(13)V99.
               10 WS-MT-WON PIC 9(13)V99.
       01 WS-MONTH-IX PIC 9(2).

      *    One set of figures on its way to a report line - a
      *    customer's row, a month's total or the year's.
       01 WS-LINE-COUNTS.
           05 WS-LC-QUOTED PIC 9(6).
           05 WS-LC-SENT PIC 9(6).
           05 WS-LC-ACCEPTED PIC 9(6).
           05 WS-LC-DECLINED PIC 9(6).
           05 WS-LC-EXPIRED PIC 9(6).
           05 WS-LC-OPEN PIC 9(6).
           05 WS-LC-VALUE PIC 9(13)V99.
           05 WS-LC-WON PIC 9(13)V99.
       01 WS-LINE-LABEL PIC X(20).
       01 WS-LINE-MONTH PIC X(7).
       01 WS-YEAR-COUNTS.
           05 WS-YR-QUOTED PIC 9(6).
           05 WS-YR-SENT PIC 9(6).
           05 WS-YR-ACCEPTED PIC 9(6).
           05 WS-YR-DECLINED PIC 9(6).
           05 WS-YR-EXPIRED PIC 9(6).
           05 WS-YR-OPEN PIC 9(6).
           05 WS-YR-VALUE PIC 9(13)V99.
           05 WS-YR-WON PIC 9(13)V99.

      *    Values are reported in the base currency: a quote in the
      *    customer's own currency is brought back at today's rate
      *    from FXRATE, the same rate a new quote is priced at.
       01 WS-BASE-VALUE PIC 9(13)V99.
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-FX-RATE PIC 9(5)V9(6).
       01 WS-UNRATED-COUNT PIC 9(6) VALUE 0.

      *    Win rate is what was accepted out of what was settled -
      *    accepted, declined or lapsed. Quotes still open have not
      *    been won or lost yet and are left out of it.
       01 WS-SETTLED PIC 9(7).
       01 WS-WIN-PCT PIC 9(3)V9.
       01 WS-WIN-DISP PIC ZZ9.9.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-VALUE-DISP PIC Z(12)9.99.

       LINKAGE SECTION.
       01 QUOTE-REPORT-ARG PIC X(100).

       PROCEDURE DIVISION USING QUOTE-REPORT-ARG.

           MOVE 0 TO WS-ROW-USED WS-DROPPED-COUNT WS-UNRATED-COUNT
           MOVE 0 TO WS-YR-QUOTED WS-YR-SENT WS-YR-ACCEPTED
               WS-YR-DECLINED WS-YR-EXPIRED WS-YR-OPEN
               WS-YR-VALUE WS-YR-WON
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               MOVE 0 TO WS-MT-QUOTED(WS-MONTH-IX)
                   WS-MT-SENT(WS-MONTH-IX)
                   WS-MT-ACCEPTED(WS-MONTH-IX)
                   WS-MT-DECLINED(WS-MONTH-IX)
                   WS-MT-EXPIRED(WS-MONTH-IX)
                   WS-MT-OPEN(WS-MONTH-IX)
                   WS-MT-VALUE(WS-MONTH-IX)
                   WS-MT-WON(WS-MONTH-IX)
           END-PERFORM
           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:4) TO WS-REPORT-YEAR
           IF QUOTE-REPORT-ARG(1:4) IS NUMERIC
               AND QUOTE-REPORT-ARG(5:) = SPACES
               MOVE QUOTE-REPORT-ARG(1:4) TO WS-REPORT-YEAR
           END-IF

           PERFORM SWEEP-QUOTES

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/quotes-" DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Quote conversion by customer and month - "
               DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Month   Customer             Quoted   Sent   Won"
               DELIMITED BY SIZE
               "  Lost  Lapsed  Open   Win%"
               DELIMITED BY SIZE
               "       Quoted value          Won value"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 12
               IF WS-MT-QUOTED(WS-MONTH-IX) > 0
                   PERFORM WRITE-MONTH-SECTION
               END-IF
           END-PERFORM

           PERFORM WRITE-YEAR-TOTAL
           CLOSE REPORT-FILE

           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           MOVE WS-YR-QUOTED TO WS-COUNT-DISP
           DISPLAY "Quotes made out in " WS-REPORT-YEAR ": "
               FUNCTION TRIM(WS-COUNT-DISP)

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT QUOTES-PATH FROM ENVIRONMENT "DB_QUOTES"
           IF FUNCTION TRIM(QUOTES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(QUOTES-PATH) = SPACES
               MOVE "database/quotes.db" TO QUOTES-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       AND ENV-FILE-LINE(1:10) = "DB_QUOTES="
                       AND FUNCTION TRIM(QUOTES-PATH) = SPACES
                       MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                           TO QUOTES-PATH
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

       SWEEP-QUOTES.
           OPEN INPUT QUOTES-FILE
           IF QUOTES-FILE-STATUS NOT = "00"
               IF QUOTES-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot open "
                       FUNCTION TRIM(QUOTES-PATH)
                       " (status " QUOTES-FILE-STATUS ")."
               END-IF
           ELSE
               MOVE LOW-VALUES TO QUO-ID
               START QUOTES-FILE KEY IS NOT LESS THAN QUO-ID
                   INVALID KEY MOVE "10" TO QUOTES-FILE-STATUS
               END-START
               PERFORM UNTIL QUOTES-FILE-STATUS NOT = "00"
                   READ QUOTES-FILE NEXT RECORD
                       AT END MOVE "10" TO QUOTES-FILE-STATUS
                   END-READ
                   IF QUOTES-FILE-STATUS = "00"
                       AND QUO-IS-HEADER
                       AND QUO-QUOTE-DATE(1:4) = WS-REPORT-YEAR
                       AND QUO-QUOTE-DATE(6:2) IS NUMERIC
                       PERFORM COUNT-ONE-QUOTE
                   END-IF
               END-PERFORM
               CLOSE QUOTES-FILE
           END-IF.

       COUNT-ONE-QUOTE.
           MOVE QUO-QUOTE-DATE(6:2) TO WS-QUOTE-MONTH
           IF WS-QUOTE-MONTH >= 1 AND WS-QUOTE-MONTH <= 12
               PERFORM VALUE-IN-BASE
               MOVE 0 TO WS-LC-QUOTED WS-LC-SENT WS-LC-ACCEPTED
                   WS-LC-DECLINED WS-LC-EXPIRED WS-LC-OPEN
                   WS-LC-WON
               MOVE 1 TO WS-LC-QUOTED
               MOVE WS-BASE-VALUE TO WS-LC-VALUE
      *    A quote that got as far as the customer counts as sent,
      *    whatever has happened to it since.
               IF QUO-SENT-DATE NOT = SPACES
                   MOVE 1 TO WS-LC-SENT
               END-IF
               EVALUATE TRUE
                   WHEN QUO-IS-ACCEPTED
                       MOVE 1 TO WS-LC-ACCEPTED
                       MOVE WS-BASE-VALUE TO WS-LC-WON
                   WHEN QUO-IS-DECLINED
                       MOVE 1 TO WS-LC-DECLINED
                   WHEN QUO-IS-EXPIRED
                       MOVE 1 TO WS-LC-EXPIRED
                   WHEN OTHER
                       MOVE 1 TO WS-LC-OPEN
               END-EVALUATE
               PERFORM ADD-TO-MONTH-TOTAL
               PERFORM ADD-TO-CUSTOMER-ROW
           END-IF.

      *    A quote whose currency has no usable rate today is
      *    counted at face and the report says how many there were.
       VALUE-IN-BASE.
           MOVE QUO-TOTAL TO WS-BASE-VALUE
           IF QUO-CURRENCY NOT = SPACES
               MOVE SPACES TO WS-FX-INPUT WS-FX-RESULT
               STRING "CURRENCY:" DELIMITED BY SIZE
                   QUO-CURRENCY DELIMITED BY SIZE
                   INTO WS-FX-INPUT
               CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT
                   WS-FX-RESULT
                   ON EXCEPTION
                       MOVE '{"error":"FXRATE unavailable"}'
                           TO WS-FX-RESULT
               END-CALL
               MOVE 0 TO WS-FX-RATE
               IF WS-FX-RESULT(1:9) NOT = '{"error":'
                   MOVE FUNCTION NUMVAL(WS-FX-RESULT(39:12))
                       TO WS-FX-RATE
               END-IF
               IF WS-FX-RATE = 0
                   ADD 1 TO WS-UNRATED-COUNT
               ELSE
                   COMPUTE WS-BASE-VALUE ROUNDED
                       = QUO-TOTAL * WS-FX-RATE
               END-IF
           END-IF.

       ADD-TO-MONTH-TOTAL.
           ADD WS-LC-QUOTED TO WS-MT-QUOTED(WS-QUOTE-MONTH)
           ADD WS-LC-SENT TO WS-MT-SENT(WS-QUOTE-MONTH)
           ADD WS-LC-ACCEPTED TO WS-MT-ACCEPTED(WS-QUOTE-MONTH)
           ADD WS-LC-DECLINED TO WS-MT-DECLINED(WS-QUOTE-MONTH)
           ADD WS-LC-EXPIRED TO WS-MT-EXPIRED(WS-QUOTE-MONTH)
           ADD WS-LC-OPEN TO WS-MT-OPEN(WS-QUOTE-MONTH)
           ADD WS-LC-VALUE TO WS-MT-VALUE(WS-QUOTE-MONTH)
           ADD WS-LC-WON TO WS-MT-WON(WS-QUOTE-MONTH)
           ADD WS-LC-QUOTED TO WS-YR-QUOTED
           ADD WS-LC-SENT TO WS-YR-SENT
           ADD WS-LC-ACCEPTED TO WS-YR-ACCEPTED
           ADD WS-LC-DECLINED TO WS-YR-DECLINED
           ADD WS-LC-EXPIRED TO WS-YR-EXPIRED
           ADD WS-LC-OPEN TO WS-YR-OPEN
           ADD WS-LC-VALUE TO WS-YR-VALUE
           ADD WS-LC-WON TO WS-YR-WON.

       ADD-TO-CUSTOMER-ROW.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-USED
                   OR WS-FOUND-IX > 0
               IF WS-ROW-MONTH(WS-ROW-IX) = WS-QUOTE-MONTH
                   AND WS-ROW-CUSTOMER(WS-ROW-IX) = QUO-CUSTOMER-KEY
                   MOVE WS-ROW-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-ROW-USED < WS-ROW-LIMIT
                   ADD 1 TO WS-ROW-USED
                   MOVE WS-ROW-USED TO WS-FOUND-IX
                   MOVE WS-QUOTE-MONTH TO WS-ROW-MONTH(WS-FOUND-IX)
                   MOVE QUO-CUSTOMER-KEY
                       TO WS-ROW-CUSTOMER(WS-FOUND-IX)
                   MOVE 0 TO WS-ROW-QUOTED(WS-FOUND-IX)
                       WS-ROW-SENT(WS-FOUND-IX)
                       WS-ROW-ACCEPTED(WS-FOUND-IX)
                       WS-ROW-DECLINED(WS-FOUND-IX)
                       WS-ROW-EXPIRED(WS-FOUND-IX)
                       WS-ROW-OPEN(WS-FOUND-IX)
                       WS-ROW-VALUE(WS-FOUND-IX)
                       WS-ROW-WON(WS-FOUND-IX)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF
           IF WS-FOUND-IX > 0
               ADD WS-LC-QUOTED TO WS-ROW-QUOTED(WS-FOUND-IX)
               ADD WS-LC-SENT TO WS-ROW-SENT(WS-FOUND-IX)
               ADD WS-LC-ACCEPTED TO WS-ROW-ACCEPTED(WS-FOUND-IX)
               ADD WS-LC-DECLINED TO WS-ROW-DECLINED(WS-FOUND-IX)
               ADD WS-LC-EXPIRED TO WS-ROW-EXPIRED(WS-FOUND-IX)
               ADD WS-LC-OPEN TO WS-ROW-OPEN(WS-FOUND-IX)
               ADD WS-LC-VALUE TO WS-ROW-VALUE(WS-FOUND-IX)
               ADD WS-LC-WON TO WS-ROW-WON(WS-FOUND-IX)
           END-IF.

      *    The month's customers, then the month's total under them.
       WRITE-MONTH-SECTION.
           MOVE SPACES TO WS-LINE-MONTH
           STRING WS-REPORT-YEAR "-" DELIMITED BY SIZE
               INTO WS-LINE-MONTH
           MOVE WS-MONTH-IX TO WS-LINE-MONTH(6:2)
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROW-USED
               IF WS-ROW-MONTH(WS-ROW-IX) = WS-MONTH-IX
                   MOVE WS-ROW-CUSTOMER(WS-ROW-IX) TO WS-LINE-LABEL
                   MOVE WS-ROW-COUNTS(WS-ROW-IX) TO WS-LINE-COUNTS
                   PERFORM WRITE-FIGURES-LINE
               END-IF
           END-PERFORM
           MOVE "Month total" TO WS-LINE-LABEL
           MOVE WS-MONTH-TOTAL(WS-MONTH-IX) TO WS-LINE-COUNTS
           PERFORM WRITE-FIGURES-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-YEAR-TOTAL.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE-MONTH
           MOVE WS-REPORT-YEAR TO WS-LINE-MONTH
           MOVE "Year total" TO WS-LINE-LABEL
           MOVE WS-YEAR-COUNTS TO WS-LINE-COUNTS
           PERFORM WRITE-FIGURES-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Win% = won / (won + lost + lapsed); open quotes are"
               & " not yet settled and are left out."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Values are in the base currency at today's rates."
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "Quotes valued at face (no usable rate): "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "Quotes in totals only (customer table full): "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-FIGURES-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LINE-MONTH TO REPORT-LINE(1:7)
           MOVE WS-LINE-LABEL TO REPORT-LINE(9:20)
           MOVE WS-LC-QUOTED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(30:6)
           MOVE WS-LC-SENT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(37:6)
           MOVE WS-LC-ACCEPTED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(43:6)
           MOVE WS-LC-DECLINED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(49:6)
           MOVE WS-LC-EXPIRED TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(57:6)
           MOVE WS-LC-OPEN TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(63:6)
           COMPUTE WS-SETTLED = WS-LC-ACCEPTED + WS-LC-DECLINED
               + WS-LC-EXPIRED
           IF WS-SETTLED = 0
               MOVE "    -" TO REPORT-LINE(71:5)
           ELSE
               COMPUTE WS-WIN-PCT ROUNDED =
                   WS-LC-ACCEPTED * 100 / WS-SETTLED
               MOVE WS-WIN-PCT TO WS-WIN-DISP
               MOVE WS-WIN-DISP TO REPORT-LINE(71:5)
           END-IF
           MOVE WS-LC-VALUE TO WS-VALUE-DISP
           MOVE WS-VALUE-DISP TO REPORT-LINE(79:16)
           MOVE WS-LC-WON TO WS-VALUE-DISP
           MOVE WS-VALUE-DISP TO REPORT-LINE(98:16)
           WRITE REPORT-LINE.

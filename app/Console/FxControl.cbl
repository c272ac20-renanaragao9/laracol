       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATES-FILE ASSIGN TO RATES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-ID
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
       01 RATE-RECORD.
           COPY "FxRateRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 RATES-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 RATES-PATH PIC X(100) VALUE
           "database/fxrates.db".

       01 WS-NOW PIC X(19).

      *    fx:rate operands: the currency, the base-currency units
      *    one unit of it buys, and the date the rate applies from.
       01 WS-CODE-TEXT PIC X(60).
       01 WS-CURRENCY PIC X(3).
       01 WS-RATE PIC 9(5)V9(6).
       01 WS-EFFECTIVE PIC X(8).
       01 WS-EFFECTIVE-NUM REDEFINES WS-EFFECTIVE PIC 9(8).
       01 WS-RATE-DISP PIC ZZZZ9.9(6).
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RATE-ON-FILE VALUE "Y".
       01 WS-RATES-LISTED PIC 9(6) VALUE 0.

      *    The base currency, as FXRATE reads it from APP_CURRENCY.
       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-BASE-CURRENCY PIC X(3).

       01 WS-AUDIT-ACTION PIC X(10) VALUE "FXRATE".
       01 WS-AUDIT-KEY PIC X(20).
       01 WS-AUDIT-BEFORE-NAME PIC X(100).
       01 WS-AUDIT-AFTER-NAME PIC X(100).
       01 WS-AUDIT-ZERO-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-ZERO-AMT-2 PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-IMAGE PIC X(300).
       01 WS-OUTBOX-REQUEST PIC X(10) VALUE "APPEND".
       01 WS-OUTBOX-STATUS PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 FX-COMMAND PIC X(10).
       01 FX-ARG-1 PIC X(100).
       01 FX-ARG-2 PIC X(100).
       01 FX-ARG-3 PIC X(100).

       PROCEDURE DIVISION USING FX-COMMAND FX-ARG-1 FX-ARG-2
           FX-ARG-3.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW

           EVALUATE FUNCTION TRIM(FX-COMMAND)
               WHEN "RATE"
                   PERFORM DO-SET-RATE
               WHEN OTHER
                   DISPLAY "Unknown fx action."
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT RATES-PATH FROM ENVIRONMENT "DB_FXRATES"
           IF FUNCTION TRIM(RATES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(RATES-PATH) = SPACES
               MOVE "database/fxrates.db" TO RATES-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       AND ENV-FILE-LINE(1:11) = "DB_FXRATES="
                       AND FUNCTION TRIM(RATES-PATH) = SPACES
                       MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                           TO RATES-PATH
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    fx:rate <currency> <rate> [YYYYMMDD]: records what one
      *    unit of the currency is worth in the base currency from
      *    the date given (today when left out) until the next rate.
      *    A rate already on file for that date is replaced, so a
      *    mistyped rate can be put right the same day; documents
      *    already issued keep the rate they were booked at.
      *    fx:rate <currency> alone lists the rates on file.
       DO-SET-RATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FX-ARG-1))
               TO WS-CODE-TEXT
           IF WS-CODE-TEXT(4:) NOT = SPACES
               OR WS-CODE-TEXT(1:3) IS NOT ALPHABETIC
               OR WS-CODE-TEXT(3:1) = SPACE
               DISPLAY "Currency must be a three-letter code,"
                   " e.g. EUR."
               GOBACK
           END-IF
           MOVE WS-CODE-TEXT(1:3) TO WS-CURRENCY

           PERFORM LOOK-UP-BASE-CURRENCY
           IF WS-CURRENCY = WS-BASE-CURRENCY
               DISPLAY WS-CURRENCY " is the base currency - it has"
                   " no exchange rate."
               GOBACK
           END-IF

           IF FUNCTION TRIM(FX-ARG-2) = SPACES
               PERFORM LIST-RATES
               GOBACK
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(FX-ARG-2)) NOT = 0
               DISPLAY "Rate must be base units per one "
                   WS-CURRENCY ", e.g. 0.8561."
               GOBACK
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(FX-ARG-2)) <= 0
               OR FUNCTION NUMVAL(FUNCTION TRIM(FX-ARG-2)) >= 100000
               DISPLAY "Rate must be base units per one "
                   WS-CURRENCY ", e.g. 0.8561."
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(FX-ARG-2)) TO WS-RATE
           IF WS-RATE = 0
               DISPLAY "Rate is too small to hold - quote it to six"
                   " decimal places at most."
               GOBACK
           END-IF

           MOVE FUNCTION TRIM(FX-ARG-3) TO WS-EFFECTIVE
           IF WS-EFFECTIVE = SPACES
               MOVE WS-NOW(1:8) TO WS-EFFECTIVE
           END-IF
           IF WS-EFFECTIVE IS NOT NUMERIC
               DISPLAY "Date must be YYYYMMDD, e.g. 20261001."
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-NUM) NOT = 0
               DISPLAY "Date must be YYYYMMDD, e.g. 20261001."
               GOBACK
           END-IF

           OPEN I-O RATES-FILE
           IF RATES-FILE-STATUS = "35"
               OPEN OUTPUT RATES-FILE
               CLOSE RATES-FILE
               OPEN I-O RATES-FILE
           END-IF
           MOVE "N" TO WS-RECORD-FOUND
           MOVE WS-CURRENCY TO FXR-CURRENCY
           MOVE WS-EFFECTIVE TO FXR-DATE
           READ RATES-FILE KEY IS FXR-ID
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           IF RATES-FILE-STATUS = "00"
               SET RATE-ON-FILE TO TRUE
               PERFORM DESCRIBE-RATE
               MOVE WS-AUDIT-AFTER-NAME TO WS-AUDIT-BEFORE-NAME
           ELSE
               MOVE SPACES TO RATE-RECORD
               MOVE WS-CURRENCY TO FXR-CURRENCY
               MOVE WS-EFFECTIVE TO FXR-DATE
           END-IF

           MOVE WS-RATE TO FXR-RATE
           MOVE WS-NOW TO FXR-UPDATED-AT
           IF RATE-ON-FILE
               REWRITE RATE-RECORD
           ELSE
               WRITE RATE-RECORD
           END-IF

           IF RATES-FILE-STATUS = "00"
               PERFORM DESCRIBE-RATE
               PERFORM JOURNAL-RATE-CHANGE
               DISPLAY "Exchange rate " FUNCTION TRIM(
                   WS-AUDIT-AFTER-NAME)
           ELSE
               DISPLAY "Exchange rate not saved (status "
                   RATES-FILE-STATUS ")."
           END-IF
           CLOSE RATES-FILE.

      *    FXRATE owns the base-currency setting; asking it for any
      *    currency's rate hands the base code back at 27 for 3.
       LOOK-UP-BASE-CURRENCY.
           MOVE SPACES TO WS-FX-INPUT WS-FX-RESULT WS-BASE-CURRENCY
           STRING "CURRENCY:" DELIMITED BY SIZE
               WS-CURRENCY DELIMITED BY SIZE
               INTO WS-FX-INPUT
           CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT WS-FX-RESULT
               ON EXCEPTION
                   MOVE '{"error":"FXRATE unavailable"}'
                       TO WS-FX-RESULT
           END-CALL
           IF WS-FX-RESULT(1:9) NOT = '{"error":'
               MOVE WS-FX-RESULT(27:3) TO WS-BASE-CURRENCY
           END-IF.

       DESCRIBE-RATE.
           MOVE FXR-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FXR-CURRENCY DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FXR-DATE DELIMITED BY SIZE
               ": 1 = " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME.

       JOURNAL-RATE-CHANGE.
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "FX-" DELIMITED BY SIZE
               FXR-CURRENCY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FXR-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE RATE-RECORD TO WS-AUDIT-IMAGE
           CALL "AUDITLOG" USING WS-AUDIT-ACTION WS-AUDIT-KEY
               WS-AUDIT-BEFORE-NAME WS-AUDIT-ZERO-AMT
               WS-AUDIT-AFTER-NAME WS-AUDIT-ZERO-AMT-2
               WS-AUDIT-IMAGE
               ON EXCEPTION
                   CONTINUE
           END-CALL
           CALL "OUTBOXFEED" USING WS-OUTBOX-REQUEST
               WS-AUDIT-ACTION WS-AUDIT-KEY WS-AUDIT-AFTER-NAME
               WS-AUDIT-ZERO-AMT-2 WS-OUTBOX-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    Oldest first, the order FXRATE reads them in when it
      *    works out which rate was in force on a date.
       LIST-RATES.
           MOVE 0 TO WS-RATES-LISTED
           OPEN INPUT RATES-FILE
           IF RATES-FILE-STATUS = "00"
               MOVE WS-CURRENCY TO FXR-CURRENCY
               MOVE "00000000" TO FXR-DATE
               START RATES-FILE KEY IS NOT LESS THAN FXR-ID
                   INVALID KEY MOVE "10" TO RATES-FILE-STATUS
               END-START
               PERFORM UNTIL RATES-FILE-STATUS NOT = "00"
                   READ RATES-FILE NEXT RECORD
                       AT END MOVE "10" TO RATES-FILE-STATUS
                   END-READ
                   IF RATES-FILE-STATUS = "00"
                       IF FXR-CURRENCY NOT = WS-CURRENCY
                           MOVE "10" TO RATES-FILE-STATUS
                       ELSE
                           PERFORM DESCRIBE-RATE
                           DISPLAY FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
                           ADD 1 TO WS-RATES-LISTED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RATES-FILE
           END-IF
           IF WS-RATES-LISTED = 0
               DISPLAY "No " WS-CURRENCY " exchange rates on file."
           END-IF.

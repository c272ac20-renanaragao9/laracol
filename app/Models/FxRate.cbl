       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE.

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
      *    The currency the books are kept in. Every amount with no
      *    currency of its own is in it.
       01 WS-BASE-CURRENCY PIC X(3).

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).

       01 WS-CURRENCY PIC X(3).
       01 WS-ON-DATE PIC X(8).
       01 WS-DATE-TEXT PIC X(10).
       01 WS-FOUND-FLAG PIC X VALUE "N".
           88 RATE-WAS-FOUND VALUE "Y".
       01 WS-FOUND-RATE PIC 9(5)V9(6).
       01 WS-FOUND-DATE PIC X(8).
       01 WS-RATE-DISP PIC 9(5).9(6).

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
       01 RESULT-OUTPUT PIC X(500).

       PROCEDURE DIVISION USING ACTION DATA-INPUT RESULT-OUTPUT.

           PERFORM LOAD-CONFIG
           PERFORM PARSE-RATE-INPUT

           EVALUATE ACTION
               WHEN "RATE"
                   PERFORM DO-RATE
               WHEN OTHER
                   MOVE '{"error":"Invalid action"}' TO RESULT-OUTPUT
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           MOVE SPACES TO WS-BASE-CURRENCY
           ACCEPT RATES-PATH FROM ENVIRONMENT "DB_FXRATES"
           ACCEPT WS-BASE-CURRENCY FROM ENVIRONMENT "APP_CURRENCY"
           IF FUNCTION TRIM(RATES-PATH) = SPACES
               OR WS-BASE-CURRENCY = SPACES
               PERFORM READ-DOTENV-SETTINGS
           END-IF
           IF FUNCTION TRIM(RATES-PATH) = SPACES
               MOVE "database/fxrates.db" TO RATES-PATH
           END-IF
           IF WS-BASE-CURRENCY = SPACES
               MOVE "GBP" TO WS-BASE-CURRENCY
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BASE-CURRENCY)
               TO WS-BASE-CURRENCY.

       READ-DOTENV-SETTINGS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       EVALUATE TRUE
                           WHEN ENV-FILE-LINE(1:11) = "DB_FXRATES="
                               AND FUNCTION TRIM(RATES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO RATES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "APP_CURRENCY="
                               AND WS-BASE-CURRENCY = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO WS-BASE-CURRENCY
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Same "KEY:value|..." shape the other models read: CURRENCY
      *    and DATE (YYYYMMDD or YYYY-MM-DD; today when left out).
       PARSE-RATE-INPUT.
           MOVE SPACES TO WS-CURRENCY WS-ON-DATE
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
                   WHEN "CURRENCY"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-CURRENCY
                   WHEN "DATE"
                       MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                           TO WS-DATE-TEXT
                       IF WS-DATE-TEXT(5:1) = "-"
                           STRING WS-DATE-TEXT(1:4)
                               WS-DATE-TEXT(6:2)
                               WS-DATE-TEXT(9:2)
                               DELIMITED BY SIZE INTO WS-ON-DATE
                       ELSE
                           MOVE WS-DATE-TEXT(1:8) TO WS-ON-DATE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-ON-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ON-DATE
           END-IF.

      *    The answer always has the same shape so a caller can take
      *    the pieces by position: base currency at 27 for 3, the
      *    rate at 39 for 12 (99999.999999) and its effective date at
      *    65 for 8. The base currency itself, or no currency at all,
      *    is worth exactly one base unit on any date.
       DO-RATE.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-CURRENCY = SPACES
               OR WS-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY
               MOVE 1 TO WS-FOUND-RATE
               MOVE WS-ON-DATE TO WS-FOUND-DATE
               MOVE "Y" TO WS-FOUND-FLAG
           ELSE
               PERFORM FIND-EFFECTIVE-RATE
           END-IF

           MOVE SPACES TO RESULT-OUTPUT
           IF RATE-WAS-FOUND
               MOVE WS-FOUND-RATE TO WS-RATE-DISP
               STRING '{"currency":"' DELIMITED BY SIZE
                   WS-CURRENCY DELIMITED BY SIZE
                   '","base":"' DELIMITED BY SIZE
                   WS-BASE-CURRENCY DELIMITED BY SIZE
                   '","rate":' DELIMITED BY SIZE
                   WS-RATE-DISP DELIMITED BY SIZE
                   ',"rate_date":"' DELIMITED BY SIZE
                   WS-FOUND-DATE DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           ELSE
               STRING '{"error":"Validation failed",'
                   DELIMITED BY SIZE
                   '"message":"no ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENCY) DELIMITED BY SIZE
                   ' exchange rate on file on or before '
                   DELIMITED BY SIZE
                   WS-ON-DATE DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           END-IF.

      *    A currency's rates sit together in date order, so the one
      *    in force is the last read before the dates pass the one
      *    asked about. A missing rates file finds nothing.
       FIND-EFFECTIVE-RATE.
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
                           OR FXR-DATE > WS-ON-DATE
                           MOVE "10" TO RATES-FILE-STATUS
                       ELSE
                           MOVE FXR-RATE TO WS-FOUND-RATE
                           MOVE FXR-DATE TO WS-FOUND-DATE
                           MOVE "Y" TO WS-FOUND-FLAG
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

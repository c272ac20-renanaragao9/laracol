       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVALREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVALS-FILE ASSIGN TO APPROVALS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ORDER-KEY
               FILE STATUS IS APPROVALS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVALS-FILE.
       01 APPROVAL-RECORD.
           COPY "ApprovalRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 APPROVALS-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 APPROVALS-PATH PIC X(100) VALUE
           "database/approvals.db".
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-TODAY PIC X(8).

      *    Orders that have waited longer than this many hours for a
      *    checker are listed; the operand overrides the one-day
      *    default.
       01 WS-LIMIT-HOURS PIC 9(4) VALUE 24.

      *    Ages are kept in minutes since the start of the calendar
      *    (INTEGER-OF-DATE days x 1440 plus the time of day), so a
      *    request made late yesterday is not yet a day old.
       01 WS-NOW-MINUTES PIC 9(12).
       01 WS-ASKED-MINUTES PIC 9(12).
       01 WS-ASKED-DATE PIC 9(8).
       01 WS-ASKED-HH PIC 99.
       01 WS-ASKED-MM PIC 99.
       01 WS-AGE-MINUTES PIC S9(12).
       01 WS-AGE-HOURS PIC 9(8).
       01 WS-AGE-DAYS PIC 9(6).
       01 WS-AGE-REST PIC 99.

       01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-VALUE PIC 9(11)V99 VALUE 0.

       01 WS-FX-ACTION PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT PIC X(500).
       01 WS-FX-RESULT PIC X(500).
       01 WS-BASE-CURRENCY PIC X(3).

       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-DAYS-DISP PIC ZZZZZ9.
       01 WS-HOURS-DISP PIC Z9.
       01 WS-LIMIT-DISP PIC ZZZ9.
       01 WS-VALUE-DISP PIC Z(10)9.99.

       LINKAGE SECTION.
       01 APPROVAL-REPORT-ARG PIC X(100).

       PROCEDURE DIVISION USING APPROVAL-REPORT-ARG.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
                   * 1440
               + FUNCTION NUMVAL(WS-NOW(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW(11:2))

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(APPROVAL-REPORT-ARG))
                   = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(APPROVAL-REPORT-ARG))
                   TO WS-LIMIT-HOURS
           END-IF

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/approvals-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH

           PERFORM LEARN-BASE-CURRENCY

           OPEN OUTPUT REPORT-FILE
           MOVE WS-LIMIT-HOURS TO WS-LIMIT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Orders awaiting approval over " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIMIT-DISP) DELIMITED BY SIZE
               " hour(s) - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Order                Customer             "
               DELIMITED BY SIZE
               "Value (" DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               ")    Requested by         Waiting"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM SWEEP-PENDING-APPROVALS
           PERFORM WRITE-APPROVAL-TOTALS
           CLOSE REPORT-FILE

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           DISPLAY "Overdue approvals: " FUNCTION TRIM(WS-COUNT-DISP)
               " order(s) waiting over "
               FUNCTION TRIM(WS-LIMIT-DISP) " hour(s)"

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
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
                       AND ENV-FILE-LINE(1:13) = "DB_APPROVALS="
                       AND FUNCTION TRIM(APPROVALS-PATH) = SPACES
                       MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                           TO APPROVALS-PATH
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    The base currency is whatever FXRATE prices a blank
      *    currency as; the stored base amounts were measured in it.
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

      *    Only PENDING records are still waiting on a checker; every
      *    other state has been decided or never needed one. A file
      *    that is not there yet simply means nothing is waiting.
       SWEEP-PENDING-APPROVALS.
           OPEN INPUT APPROVALS-FILE
           IF APPROVALS-FILE-STATUS NOT = "00"
               IF APPROVALS-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot open " FUNCTION TRIM(APPROVALS-PATH)
                       " (status " APPROVALS-FILE-STATUS ")."
               END-IF
           ELSE
               MOVE LOW-VALUES TO APR-ORDER-KEY
               START APPROVALS-FILE KEY IS NOT LESS THAN APR-ORDER-KEY
                   INVALID KEY MOVE "10" TO APPROVALS-FILE-STATUS
               END-START
               PERFORM UNTIL APPROVALS-FILE-STATUS NOT = "00"
                   READ APPROVALS-FILE NEXT RECORD
                       AT END MOVE "10" TO APPROVALS-FILE-STATUS
                   END-READ
                   IF APPROVALS-FILE-STATUS = "00"
                       AND APR-STATE = "PENDING"
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM CHECK-ONE-APPROVAL
                   END-IF
               END-PERFORM
               CLOSE APPROVALS-FILE
           END-IF.

      *    An unreadable request stamp is treated as old rather than
      *    new, so a damaged record lands on the list where someone
      *    will look at it.
       CHECK-ONE-APPROVAL.
           IF APR-REQUESTED-AT(1:12) IS NUMERIC
               MOVE APR-REQUESTED-AT(1:8) TO WS-ASKED-DATE
               MOVE APR-REQUESTED-AT(9:2) TO WS-ASKED-HH
               MOVE APR-REQUESTED-AT(11:2) TO WS-ASKED-MM
               COMPUTE WS-ASKED-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-ASKED-DATE) * 1440
                   + WS-ASKED-HH * 60 + WS-ASKED-MM
               COMPUTE WS-AGE-MINUTES =
                   WS-NOW-MINUTES - WS-ASKED-MINUTES
           ELSE
               COMPUTE WS-AGE-MINUTES = WS-LIMIT-HOURS * 60 + 1
           END-IF
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF

           IF WS-AGE-MINUTES > WS-LIMIT-HOURS * 60
               ADD 1 TO WS-OVERDUE-COUNT
               ADD APR-BASE-AMOUNT TO WS-OVERDUE-VALUE
               DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS
               DIVIDE WS-AGE-HOURS BY 24 GIVING WS-AGE-DAYS
                   REMAINDER WS-AGE-REST
               MOVE WS-AGE-DAYS TO WS-DAYS-DISP
               MOVE WS-AGE-REST TO WS-HOURS-DISP
               MOVE APR-BASE-AMOUNT TO WS-VALUE-DISP
               MOVE SPACES TO REPORT-LINE
               MOVE APR-ORDER-KEY TO REPORT-LINE(1:20)
               MOVE APR-CUSTOMER-KEY TO REPORT-LINE(22:20)
               MOVE WS-VALUE-DISP TO REPORT-LINE(43:14)
               MOVE APR-REQUESTED-BY TO REPORT-LINE(59:20)
               STRING FUNCTION TRIM(WS-DAYS-DISP) DELIMITED BY SIZE
                   "d " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOURS-DISP) DELIMITED BY SIZE
                   "h" DELIMITED BY SIZE
                   INTO REPORT-LINE(80:12)
               WRITE REPORT-LINE
           END-IF.

       WRITE-APPROVAL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Awaiting approval: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " order(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
           MOVE WS-OVERDUE-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Overdue:           " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " order(s), " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALUE-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

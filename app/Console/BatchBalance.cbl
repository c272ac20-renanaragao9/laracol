       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHBALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "storage/logs/runcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO "storage/framework/invoice.reg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-LINE PIC X(300).

       FD  REGISTER-FILE.
       01 REGISTER-LINE PIC X(200).

       FD  EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(80).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CONTROL-FILE-STATUS PIC XX.
       01 REGISTER-FILE-STATUS PIC XX.
       01 EXTRACT-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 EXTRACT-PATH PIC X(100).
       01 REPORT-PATH PIC X(100).

      *    The day being balanced, YYYYMMDD - the operand when one is
      *    given, today otherwise. A run belongs to the day it
      *    started on.
       01 WS-BALANCE-DATE PIC X(8).

       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

      *    The day's runs in the order they started. An S record
      *    opens an entry and its E replaces it; an entry still
      *    holding its S when the ledger runs out never finished.
       01 WS-RUN-LIMIT PIC 9(3) VALUE 200.
       01 WS-RUN-USED PIC 9(3) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-RECORD PIC X(300).
       01 WS-RUN-IX PIC 9(3).
       01 WS-RUN-OVERFLOW PIC X VALUE "N".
           88 RUN-TABLE-OVERFLOWED VALUE "Y".
       01 WS-END-RUN-ID PIC X(20).

      *    What one run is judged to be, and why.
       01 WS-RUN-STATUS PIC X(14).
       01 WS-RUN-NOTE PIC X(100).
       01 WS-EXPECTED-READ PIC 9(10).

      *    invoice:generate proved against the register lines it
      *    wrote: every invoice line carries the run's stamp.
       01 WS-REG-ID PIC X(20).
       01 WS-REG-STAMP PIC X(19).
       01 WS-REG-CUSTOMER PIC X(20).
       01 WS-REG-COUNT-TEXT PIC X(20).
       01 WS-REG-TOTAL-TEXT PIC X(20).
       01 WS-REG-ORDERS PIC 9(9).
       01 WS-REG-TOTAL PIC 9(13)V99.

      *    extract:partner proved against the file it names.
       01 WS-EXT-DETAILS PIC 9(9).
       01 WS-EXT-TRL-COUNT PIC 9(6).
       01 WS-EXT-TRL-HASH PIC 9(15).
       01 WS-EXT-TRAILER-SEEN PIC X.
           88 EXTRACT-TRAILER-SEEN VALUE "Y".
       01 WS-EXPECTED-HASH PIC 9(15).

      *    Orders invoiced since the last extract. The day's extract
      *    has to send at least these; it may send more, picking up
      *    what an earlier day invoiced. Counts only - the invoice
      *    run's hash is base currency, the extract's is each order
      *    in its own.
       01 WS-PENDING-INVOICED PIC 9(9) VALUE 0.

       01 WS-OK-COUNT PIC 9(3) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(3) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.

       01 WS-STAMP PIC X(19).
       01 WS-TIME-DISP PIC X(8).
       01 WS-STARTED-DISP PIC X(8).
       01 WS-ENDED-DISP PIC X(8).
       01 WS-COUNT-DISP PIC Z(8)9.
       01 WS-READ-DISP PIC Z(8)9.
       01 WS-WRITTEN-DISP PIC Z(8)9.
       01 WS-REJECTED-DISP PIC Z(8)9.
       01 WS-HASH-DISP PIC -(13)9.99.
       01 WS-CODE-DISP PIC ZZZ9.
       01 WS-SHORT-DISP PIC ZZ9.
       01 WS-OK-DISP PIC ZZ9.
       01 WS-WARNING-DISP PIC ZZ9.
       01 WS-FLAGGED-DISP PIC ZZ9.

       LINKAGE SECTION.
       01 BALANCE-DATE-ARG PIC X(100).

       PROCEDURE DIVISION USING BALANCE-DATE-ARG.

           IF FUNCTION TRIM(BALANCE-DATE-ARG) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BALANCE-DATE
           ELSE
               MOVE FUNCTION TRIM(BALANCE-DATE-ARG) TO WS-BALANCE-DATE
           END-IF
           IF WS-BALANCE-DATE IS NOT NUMERIC
               DISPLAY "Date must be YYYYMMDD, e.g. 20261015."
               GOBACK
           END-IF

           DISPLAY "Balancing batch runs for " WS-BALANCE-DATE "..."
           PERFORM COLLECT-DAYS-RUNS

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/balance-" DELIMITED BY SIZE
               WS-BALANCE-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           PERFORM WRITE-BALANCE-REPORT

           MOVE WS-RUN-USED TO WS-SHORT-DISP
           DISPLAY "Runs: " FUNCTION TRIM(WS-SHORT-DISP)
           MOVE WS-OK-COUNT TO WS-SHORT-DISP
           DISPLAY "  OK       " FUNCTION TRIM(WS-SHORT-DISP)
           MOVE WS-WARNING-COUNT TO WS-SHORT-DISP
           DISPLAY "  Warning  " FUNCTION TRIM(WS-SHORT-DISP)
           MOVE WS-FLAGGED-COUNT TO WS-SHORT-DISP
           DISPLAY "  Flagged  " FUNCTION TRIM(WS-SHORT-DISP)
           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)

           GOBACK.

      *    Reads the whole ledger once. A run is the day's if its
      *    start stamp is; an E whose S is not on the table (a job
      *    called with no run open records itself as one E) gets an
      *    entry of its own.
       COLLECT-DAYS-RUNS.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL CONTROL-FILE-STATUS NOT = "00"
                   READ CONTROL-FILE
                       AT END MOVE "10" TO CONTROL-FILE-STATUS
                   END-READ
                   IF CONTROL-FILE-STATUS = "00"
                       MOVE CONTROL-LINE TO RUN-CONTROL-RECORD
                       IF RC-STARTED-AT(1:8) = WS-BALANCE-DATE
                           PERFORM FILE-CONTROL-EVENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       FILE-CONTROL-EVENT.
           MOVE 0 TO WS-RUN-IX
           IF RC-IS-END
               MOVE RC-RUN-ID TO WS-END-RUN-ID
               PERFORM VARYING WS-RUN-IX FROM WS-RUN-USED BY -1
                       UNTIL WS-RUN-IX = 0
                       OR WS-RUN-RECORD(WS-RUN-IX)(2:20)
                           = WS-END-RUN-ID
                   CONTINUE
               END-PERFORM
           END-IF
           IF WS-RUN-IX = 0
               IF WS-RUN-USED < WS-RUN-LIMIT
                   ADD 1 TO WS-RUN-USED
                   MOVE WS-RUN-USED TO WS-RUN-IX
               ELSE
                   SET RUN-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-IX > 0
               MOVE RUN-CONTROL-RECORD TO WS-RUN-RECORD(WS-RUN-IX)
           END-IF.

       WRITE-BALANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Batch run balance - " DELIMITED BY SIZE
               WS-BALANCE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STARTED  ENDED    COMMAND             "
               DELIMITED BY SIZE
               "      READ   WRITTEN  REJECTED" DELIMITED BY SIZE
               "              HASH   RC  STATUS" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-RUN-USED = 0
               MOVE "No batch runs started on this day." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-USED
               MOVE WS-RUN-RECORD(WS-RUN-IX) TO RUN-CONTROL-RECORD
               PERFORM JUDGE-ONE-RUN
               PERFORM WRITE-RUN-LINE
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF RUN-TABLE-OVERFLOWED
               MOVE SPACES TO REPORT-LINE
               MOVE WS-RUN-LIMIT TO WS-SHORT-DISP
               STRING "More than " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHORT-DISP) DELIMITED BY SIZE
                   " runs on the day - the later ones are not"
                   DELIMITED BY SIZE
                   " balanced above." DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           IF WS-PENDING-INVOICED > 0
               MOVE WS-PENDING-INVOICED TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " order(s) invoiced after the day's last extract"
                   DELIMITED BY SIZE
                   " - due on the next one." DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-RUN-USED TO WS-SHORT-DISP
           MOVE WS-OK-COUNT TO WS-OK-DISP
           MOVE WS-WARNING-COUNT TO WS-WARNING-DISP
           MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Runs " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SHORT-DISP) DELIMITED BY SIZE
               "   ok " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OK-DISP) DELIMITED BY SIZE
               "   warning " DELIMITED BY SIZE
               FUNCTION TRIM(WS-WARNING-DISP) DELIMITED BY SIZE
               "   flagged " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLAGGED-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *    Worst finding first: a run that never finished, one that
      *    says it failed, one whose own counts do not add up or do
      *    not agree with what it wrote, then one that finished with
      *    rejections.
       JUDGE-ONE-RUN.
           MOVE SPACES TO WS-RUN-STATUS WS-RUN-NOTE
           EVALUATE TRUE
               WHEN RC-IS-START
                   MOVE "ABENDED" TO WS-RUN-STATUS
                   MOVE "never ended - abended or still running"
                       TO WS-RUN-NOTE
               WHEN RC-COMPLETED-FAILED
                   MOVE "FAILED" TO WS-RUN-STATUS
                   MOVE RC-MESSAGE TO WS-RUN-NOTE
               WHEN NOT RC-WAS-TALLIED
                   MOVE "OK" TO WS-RUN-STATUS
                   MOVE "no figures reported" TO WS-RUN-NOTE
               WHEN OTHER
                   PERFORM CHECK-RUN-FIGURES
           END-EVALUATE

           EVALUATE WS-RUN-STATUS
               WHEN "OK"
                   ADD 1 TO WS-OK-COUNT
               WHEN "WARNING"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FLAGGED-COUNT
           END-EVALUATE.

       CHECK-RUN-FIGURES.
           IF RC-READ-MUST-BALANCE
               COMPUTE WS-EXPECTED-READ =
                   RC-RECORDS-WRITTEN + RC-RECORDS-REJECTED
               IF RC-RECORDS-READ NOT = WS-EXPECTED-READ
                   MOVE "OUT OF BALANCE" TO WS-RUN-STATUS
                   MOVE "read is not written plus rejected"
                       TO WS-RUN-NOTE
               END-IF
           END-IF
           IF WS-RUN-STATUS = SPACES
               EVALUATE FUNCTION TRIM(RC-COMMAND)
                   WHEN "invoice:generate"
                       PERFORM CHECK-INVOICE-REGISTER
                       ADD RC-RECORDS-WRITTEN TO WS-PENDING-INVOICED
                   WHEN "extract:partner"
                       PERFORM CHECK-EXTRACT-FILE
                       IF WS-RUN-STATUS = SPACES
                           PERFORM CHECK-EXTRACT-CHAIN
                       END-IF
                       MOVE 0 TO WS-PENDING-INVOICED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-RUN-STATUS = SPACES
               IF RC-COMPLETED-WARNING
                   MOVE "WARNING" TO WS-RUN-STATUS
                   MOVE RC-MESSAGE TO WS-RUN-NOTE
               ELSE
                   MOVE "OK" TO WS-RUN-STATUS
               END-IF
           END-IF.

      *    The run's invoice lines in the register - base lines only,
      *    not the TAX- and FX- lines that follow them - must add up
      *    to the orders and base goods total the run reported.
       CHECK-INVOICE-REGISTER.
           MOVE 0 TO WS-REG-ORDERS WS-REG-TOTAL
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL REGISTER-FILE-STATUS NOT = "00"
                   READ REGISTER-FILE
                       AT END MOVE "10" TO REGISTER-FILE-STATUS
                   END-READ
                   IF REGISTER-FILE-STATUS = "00"
                       PERFORM ADD-REGISTER-LINE
                   END-IF
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF WS-REG-ORDERS NOT = RC-RECORDS-WRITTEN
               OR WS-REG-TOTAL NOT = RC-AMOUNT-HASH
               MOVE "OUT OF BALANCE" TO WS-RUN-STATUS
               MOVE WS-REG-ORDERS TO WS-COUNT-DISP
               MOVE WS-REG-TOTAL TO WS-HASH-DISP
               STRING "invoice.reg has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " order(s), " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HASH-DISP) DELIMITED BY SIZE
                   " for this run" DELIMITED BY SIZE
                   INTO WS-RUN-NOTE
           END-IF.

       ADD-REGISTER-LINE.
           MOVE SPACES TO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
               WS-REG-COUNT-TEXT WS-REG-TOTAL-TEXT
           UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
                   WS-REG-COUNT-TEXT WS-REG-TOTAL-TEXT
           IF WS-REG-ID(1:9) IS NUMERIC
               AND WS-REG-ID(10:) = SPACES
               AND WS-REG-STAMP = RC-REFERENCE(1:19)
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-REG-COUNT-TEXT)) = 0
                   ADD FUNCTION NUMVAL(FUNCTION TRIM(
                       WS-REG-COUNT-TEXT)) TO WS-REG-ORDERS
               END-IF
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-REG-TOTAL-TEXT)) = 0
                   ADD FUNCTION NUMVAL(FUNCTION TRIM(
                       WS-REG-TOTAL-TEXT)) TO WS-REG-TOTAL
               END-IF
           END-IF.

      *    The extract's own trailer, and the detail records actually
      *    on the file, must both agree with the count and hash the
      *    run reported. The file's hash is in cents.
       CHECK-EXTRACT-FILE.
           MOVE 0 TO WS-EXT-DETAILS WS-EXT-TRL-COUNT WS-EXT-TRL-HASH
           MOVE "N" TO WS-EXT-TRAILER-SEEN
           MOVE RC-REFERENCE TO EXTRACT-PATH
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               MOVE "OUT OF BALANCE" TO WS-RUN-STATUS
               STRING "extract file missing: " DELIMITED BY SIZE
                   FUNCTION TRIM(EXTRACT-PATH) DELIMITED BY SIZE
                   INTO WS-RUN-NOTE
           ELSE
               PERFORM UNTIL EXTRACT-FILE-STATUS NOT = "00"
                   READ EXTRACT-FILE
                       AT END MOVE "10" TO EXTRACT-FILE-STATUS
                   END-READ
                   IF EXTRACT-FILE-STATUS = "00"
                       EVALUATE EXTRACT-LINE(1:1)
                           WHEN "D"
                               ADD 1 TO WS-EXT-DETAILS
                           WHEN "T"
                               SET EXTRACT-TRAILER-SEEN TO TRUE
                               MOVE EXTRACT-LINE(2:6)
                                   TO WS-EXT-TRL-COUNT
                               MOVE EXTRACT-LINE(8:15)
                                   TO WS-EXT-TRL-HASH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE EXTRACT-FILE
               COMPUTE WS-EXPECTED-HASH = RC-AMOUNT-HASH * 100
               EVALUATE TRUE
                   WHEN NOT EXTRACT-TRAILER-SEEN
                       MOVE "OUT OF BALANCE" TO WS-RUN-STATUS
                       MOVE "extract file has no trailer"
                           TO WS-RUN-NOTE
                   WHEN WS-EXT-DETAILS NOT = RC-RECORDS-WRITTEN
                       OR WS-EXT-TRL-COUNT NOT = RC-RECORDS-WRITTEN
                       MOVE "OUT OF BALANCE" TO WS-RUN-STATUS
                       MOVE WS-EXT-DETAILS TO WS-COUNT-DISP
                       STRING "extract file holds " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-DISP)
                               DELIMITED BY SIZE
                           " detail(s)" DELIMITED BY SIZE
                           INTO WS-RUN-NOTE
                   WHEN WS-EXT-TRL-HASH NOT = WS-EXPECTED-HASH
                       MOVE "OUT OF BALANCE" TO WS-RUN-STATUS
                       MOVE "extract trailer hash differs"
                           TO WS-RUN-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-EXTRACT-CHAIN.
           IF RC-RECORDS-WRITTEN < WS-PENDING-INVOICED
               MOVE "OUT OF BALANCE" TO WS-RUN-STATUS
               MOVE WS-PENDING-INVOICED TO WS-COUNT-DISP
               STRING "extract missed invoiced orders - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " invoiced since the last extract"
                   DELIMITED BY SIZE
                   INTO WS-RUN-NOTE
           END-IF.

       WRITE-RUN-LINE.
           MOVE RC-STARTED-AT TO WS-STAMP
           PERFORM FORMAT-RUN-TIME
           MOVE WS-TIME-DISP TO WS-STARTED-DISP
           IF RC-IS-START
               MOVE "--:--:--" TO WS-ENDED-DISP
           ELSE
               MOVE RC-ENDED-AT TO WS-STAMP
               PERFORM FORMAT-RUN-TIME
               MOVE WS-TIME-DISP TO WS-ENDED-DISP
           END-IF
           MOVE RC-RECORDS-READ TO WS-READ-DISP
           MOVE RC-RECORDS-WRITTEN TO WS-WRITTEN-DISP
           MOVE RC-RECORDS-REJECTED TO WS-REJECTED-DISP
           MOVE RC-AMOUNT-HASH TO WS-HASH-DISP
           MOVE RC-COMPLETION-CODE TO WS-CODE-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-STARTED-DISP " " WS-ENDED-DISP " "
               RC-COMMAND(1:20) " " WS-READ-DISP " "
               WS-WRITTEN-DISP " " WS-REJECTED-DISP " "
               WS-HASH-DISP " " WS-CODE-DISP "  "
               WS-RUN-STATUS DELIMITED BY SIZE
               INTO REPORT-LINE
           IF RC-IS-START
               MOVE "  --" TO REPORT-LINE(88:4)
           END-IF
           WRITE REPORT-LINE
           IF RC-ARGUMENTS NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "                  args: " DELIMITED BY SIZE
                   RC-ARGUMENTS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RUN-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "                  " DELIMITED BY SIZE
                   WS-RUN-NOTE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    A ledger stamp, YYYYMMDDHHMMSScc..., as HH:MM:SS.
       FORMAT-RUN-TIME.
           MOVE SPACES TO WS-TIME-DISP
           STRING WS-STAMP(9:2) ":" WS-STAMP(11:2) ":"
               WS-STAMP(13:2) DELIMITED BY SIZE
               INTO WS-TIME-DISP.

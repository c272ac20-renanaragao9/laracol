       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO LOCKBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKBOX-FILE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO ORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               ALTERNATE RECORD KEY IS ORD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO PAYMENTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE RECORD KEY IS PAY-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS PAYMENTS-FILE-STATUS.
           SELECT CREDITS-FILE ASSIGN TO CREDITS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               ALTERNATE RECORD KEY IS CRD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CREDITS-FILE-STATUS.
           SELECT INVOICEFX-FILE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
      *    Money the run could not put on an order, one pipe-
      *    delimited line per amount with the reason, appended
      *    across runs for cash applications to work down by hand:
      *    DATE|BATCH|ITEM|CHECK|REMITTER|REFERENCE|AMOUNT|REASON|
      *    RUN-TIMESTAMP.
           SELECT SUSPENSE-FILE
               ASSIGN TO "storage/framework/lockbox-suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
      *    One line per batch applied (DATE|BATCH|TIMESTAMP|DEPOSIT|
      *    APPLIED|SUSPENSE) so the same bank file fed in twice is
      *    refused rather than paying every order a second time.
           SELECT HISTORY-FILE
               ASSIGN TO "storage/framework/lockbox.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       01 LOCKBOX-RECORD.
           COPY "LockboxRecord.cpy".

       FD  ORDERS-FILE.
       01 ORD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==ORD-==.

       FD  PAYMENTS-FILE.
       01 PAY-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==PAY-==.

       FD  CREDITS-FILE.
       01 CRD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CRD-==.

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  SUSPENSE-FILE.
       01 SUSPENSE-LINE PIC X(250).

       FD  HISTORY-FILE.
       01 HISTORY-LINE PIC X(100).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 LOCKBOX-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 PAYMENTS-FILE-STATUS PIC XX.
       01 CREDITS-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 SUSPENSE-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 LOCKBOX-PATH PIC X(100).
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 REPORT-PATH PIC X(100).

       01 WS-NOW PIC X(19).
       01 WS-LINE-NO PIC 9(6) VALUE 0.
       01 WS-LINE-NO-DISP PIC ZZZZZ9.

      *    First pass: the file's shape and the bank's control
      *    totals. Any fault here rejects the whole file before a
      *    single payment is written.
       01 WS-FILE-ERROR PIC X(80) VALUE SPACES.
       01 WS-HEADER-SEEN PIC X VALUE "N".
           88 HEADER-WAS-SEEN VALUE "Y".
       01 WS-TRAILER-SEEN PIC X VALUE "N".
           88 TRAILER-WAS-SEEN VALUE "Y".
       01 WS-CHECK-COUNT PIC 9(6) VALUE 0.
       01 WS-CHECK-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-LAST-ITEM PIC 9(4) VALUE 0.
       01 WS-DEPOSIT-DATE PIC X(8).
       01 WS-DEPOSIT-DASHED PIC X(10).
       01 WS-BATCH-NUMBER PIC 9(3).
       01 WS-DEPOSIT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-HISTORY-PREFIX PIC X(13).
       01 WS-ALREADY-RUN PIC X VALUE "N".
           88 BATCH-ALREADY-APPLIED VALUE "Y".
       01 WS-ALREADY-RUN-AT PIC X(19).

      *    Second pass: each check is held with its references until
      *    the next check or the trailer shows they are complete.
       01 WS-CHECK-HELD PIC X VALUE "N".
           88 CHECK-IS-HELD VALUE "Y".
       01 WS-HELD-ITEM PIC 9(4).
       01 WS-HELD-CHECK-NO PIC X(15).
       01 WS-HELD-AMOUNT PIC 9(9)V99.
       01 WS-HELD-REMITTER PIC X(30).
       01 WS-REF-LIMIT PIC 99 VALUE 20.
       01 WS-REF-COUNT PIC 99 VALUE 0.
       01 WS-REF-OVERFLOW PIC X VALUE "N".
           88 TOO-MANY-REFERENCES VALUE "Y".
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 20 TIMES.
               10 WS-REF-TEXT PIC X(20).
               10 WS-REF-AMOUNT PIC 9(9)V99.
       01 WS-REF-IX PIC 99.
       01 WS-REF-SUM PIC 9(11)V99.
       01 WS-CHECK-LEFT PIC 9(9)V99.
       01 WS-SPLIT-NO PIC 99.

      *    One reference being matched: the orders it names, each
      *    with what is still owed on it.
       01 WS-REF-WANT PIC 9(9)V99.
       01 WS-REF-CURRENT PIC X(20).
       01 WS-REF-INVOICE-TEXT PIC X(20).
       01 WS-REF-INVOICE PIC 9(9).
       01 WS-REF-INVOICE-X REDEFINES WS-REF-INVOICE PIC X(9).
       01 WS-TGT-LIMIT PIC 99 VALUE 50.
       01 WS-TGT-COUNT PIC 99 VALUE 0.
       01 WS-TGT-TABLE.
           05 WS-TGT-ENTRY OCCURS 50 TIMES.
               10 WS-TGT-KEY PIC X(20).
               10 WS-TGT-BALANCE PIC 9(9)V99.
       01 WS-TGT-IX PIC 99.
       01 WS-CLOSED-FOUND PIC X VALUE "N".
           88 CLOSED-ORDER-FOUND VALUE "Y".
       01 WS-APPLY-AMOUNT PIC 9(9)V99.
       01 WS-ORDER-BALANCE PIC S9(11)V99.
       01 WS-MATCH-KEY PIC X(20).

       01 WS-SUSPENSE-REASON PIC X(60).
       01 WS-SUSPENSE-AMOUNT PIC 9(9)V99.
       01 WS-SUSPENSE-REF PIC X(20).

       01 WS-MODEL-ACTION PIC X(20) VALUE "INSERT".
       01 WS-MODEL-INPUT PIC X(500).
       01 WS-MODEL-RESULT PIC X(500).
       01 WS-PAYMENT-KEY PIC X(20).
       01 WS-PAYMENT-NAME PIC X(60).
       01 WS-REASON PIC X(60).

       01 WS-APPLIED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-SUSPENSE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-COUNT PIC 9(6) VALUE 0.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 WS-RC-MESSAGE PIC X(60) VALUE SPACES.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       01 WS-AMOUNT-DISP PIC Z(8)9.99.
       01 WS-TOTAL-DISP PIC Z(10)9.99.
       01 WS-DIFF-DISP PIC -(10)9.99.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-ITEM-DISP PIC 9(4).
       01 WS-DISPOSITION PIC X(60).

      *    The run takes the write window the way import:csv does,
      *    so desk payments cannot interleave with the lockbox.
       01 WS-MAINT-ACTION PIC X(10).
       01 WS-MAINT-RESULT PIC X(10).
       01 WS-WINDOW-OWNED PIC X VALUE "N".
           88 BATCH-OWNS-WINDOW VALUE "Y".

       LINKAGE SECTION.
       01 LOCKBOX-ARG PIC X(100).

       PROCEDURE DIVISION USING LOCKBOX-ARG.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE LOCKBOX-ARG TO LOCKBOX-PATH

           PERFORM VALIDATE-LOCKBOX-FILE
           IF WS-FILE-ERROR NOT = SPACES
               DISPLAY "Lockbox file rejected - nothing applied: "
                   FUNCTION TRIM(WS-FILE-ERROR)
               MOVE 8 TO WS-RC-CODE
               MOVE WS-FILE-ERROR TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM CHECK-BATCH-HISTORY
           IF BATCH-ALREADY-APPLIED
               DISPLAY "Lockbox batch " WS-DEPOSIT-DATE "/"
                   WS-BATCH-NUMBER " was already applied at "
                   WS-ALREADY-RUN-AT " - nothing done."
               MOVE 4 TO WS-RC-CODE
               MOVE "batch already applied" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM ACQUIRE-BATCH-WINDOW
           PERFORM APPLY-LOCKBOX-FILE
           PERFORM RELEASE-BATCH-WINDOW
           PERFORM APPEND-BATCH-HISTORY

           MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-DISP
           DISPLAY "Deposit  " FUNCTION TRIM(WS-TOTAL-DISP)
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-DISP
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP
           DISPLAY "Applied  " FUNCTION TRIM(WS-TOTAL-DISP) " in "
               FUNCTION TRIM(WS-COUNT-DISP) " payment(s)"
           MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-DISP
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISP
           DISPLAY "Suspense " FUNCTION TRIM(WS-TOTAL-DISP) " in "
               FUNCTION TRIM(WS-COUNT-DISP) " item(s)"
           DISPLAY "Run report " FUNCTION TRIM(REPORT-PATH)

           IF WS-SUSPENSE-COUNT > 0
               MOVE 4 TO WS-RC-CODE
               MOVE "items left in suspense" TO WS-RC-MESSAGE
           END-IF
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Checks read against payments and suspense items written.
      *    One check can split across several orders and part of it
      *    go to suspense, so the counts need not balance; the hash
      *    is the money placed, which the trailer already proved
      *    equal to the deposit.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "payments:lockbox" TO RC-COMMAND
           MOVE WS-CHECK-COUNT TO RC-RECORDS-READ
           COMPUTE RC-RECORDS-WRITTEN =
               WS-APPLIED-COUNT + WS-SUSPENSE-COUNT
           MOVE 0 TO RC-RECORDS-REJECTED
           COMPUTE RC-AMOUNT-HASH =
               WS-APPLIED-TOTAL + WS-SUSPENSE-TOTAL
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE "N" TO RC-BALANCE-RULE
           MOVE LOCKBOX-PATH TO RC-REFERENCE
           MOVE WS-RC-MESSAGE TO RC-MESSAGE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
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
                           WHEN ENV-FILE-LINE(1:10) = "DB_ORDERS="
                               AND FUNCTION TRIM(ORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PAYMENTS="
                               AND FUNCTION TRIM(PAYMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PAYMENTS-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_CREDITS="
                               AND FUNCTION TRIM(CREDITS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO CREDITS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVOICEFX="
                               AND FUNCTION TRIM(INVOICEFX-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVOICEFX-PATH
                       END-EVALUATE
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

      *    Header first, checks each followed by their own
      *    references, a trailer last whose count and total agree
      *    with the checks actually on the file.
       VALIDATE-LOCKBOX-FILE.
           OPEN INPUT LOCKBOX-FILE
           IF LOCKBOX-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FILE-ERROR
               STRING "cannot open " DELIMITED BY SIZE
                   FUNCTION TRIM(LOCKBOX-PATH) DELIMITED BY SIZE
                   " (status " DELIMITED BY SIZE
                   LOCKBOX-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-FILE-ERROR
           ELSE
               PERFORM UNTIL LOCKBOX-FILE-STATUS NOT = "00"
                   READ LOCKBOX-FILE
                       AT END MOVE "10" TO LOCKBOX-FILE-STATUS
                   END-READ
                   IF LOCKBOX-FILE-STATUS = "00"
                       AND LOCKBOX-RECORD NOT = SPACES
                       AND WS-FILE-ERROR = SPACES
                       ADD 1 TO WS-LINE-NO
                       PERFORM VALIDATE-LOCKBOX-RECORD
                   END-IF
               END-PERFORM
               CLOSE LOCKBOX-FILE
               IF WS-FILE-ERROR = SPACES AND NOT TRAILER-WAS-SEEN
                   MOVE "no batch trailer" TO WS-FILE-ERROR
               END-IF
           END-IF.

       VALIDATE-LOCKBOX-RECORD.
           MOVE WS-LINE-NO TO WS-LINE-NO-DISP
           EVALUATE TRUE
               WHEN TRAILER-WAS-SEEN
                   MOVE "records after the batch trailer"
                       TO WS-FILE-ERROR
               WHEN LBX-IS-HEADER AND HEADER-WAS-SEEN
                   MOVE "more than one batch header" TO WS-FILE-ERROR
               WHEN LBX-IS-HEADER
                   IF LBX-DEPOSIT-DATE IS NOT NUMERIC
                       OR LBX-BATCH-NUMBER IS NOT NUMERIC
                       MOVE "header deposit date or batch number"
                           & " is not numeric" TO WS-FILE-ERROR
                   ELSE
                       SET HEADER-WAS-SEEN TO TRUE
                       MOVE LBX-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                       MOVE LBX-BATCH-NUMBER TO WS-BATCH-NUMBER
                   END-IF
               WHEN NOT HEADER-WAS-SEEN
                   MOVE "file does not start with a batch header"
                       TO WS-FILE-ERROR
               WHEN LBX-IS-CHECK
                   IF LBX-ITEM-NUMBER IS NOT NUMERIC
                       OR LBX-CHECK-AMOUNT IS NOT NUMERIC
                       STRING "line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LINE-NO-DISP)
                               DELIMITED BY SIZE
                           ": check item or amount is not numeric"
                               DELIMITED BY SIZE
                           INTO WS-FILE-ERROR
                   ELSE
                       ADD 1 TO WS-CHECK-COUNT
                       ADD LBX-CHECK-AMOUNT TO WS-CHECK-TOTAL
                       MOVE LBX-ITEM-NUMBER TO WS-LAST-ITEM
                   END-IF
               WHEN LBX-IS-REFERENCE
                   IF LBX-REF-ITEM-NUMBER IS NOT NUMERIC
                       OR LBX-REF-AMOUNT IS NOT NUMERIC
                       OR LBX-REF-ITEM-NUMBER NOT = WS-LAST-ITEM
                       OR WS-CHECK-COUNT = 0
                       STRING "line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LINE-NO-DISP)
                               DELIMITED BY SIZE
                           ": reference does not follow its check"
                               DELIMITED BY SIZE
                           INTO WS-FILE-ERROR
                   END-IF
               WHEN LBX-IS-TRAILER
                   SET TRAILER-WAS-SEEN TO TRUE
                   EVALUATE TRUE
                       WHEN LBX-TRAILER-COUNT IS NOT NUMERIC
                           OR LBX-TRAILER-TOTAL IS NOT NUMERIC
                           MOVE "trailer totals are not numeric"
                               TO WS-FILE-ERROR
                       WHEN LBX-TRAILER-COUNT NOT = WS-CHECK-COUNT
                           MOVE "trailer check count does not match"
                               & " the checks on file"
                               TO WS-FILE-ERROR
                       WHEN LBX-TRAILER-TOTAL NOT = WS-CHECK-TOTAL
                           MOVE "trailer deposit total does not"
                               & " match the checks on file"
                               TO WS-FILE-ERROR
                       WHEN OTHER
                           MOVE LBX-TRAILER-TOTAL TO WS-DEPOSIT-TOTAL
                   END-EVALUATE
               WHEN OTHER
                   STRING "line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LINE-NO-DISP)
                           DELIMITED BY SIZE
                       ": unknown record type" DELIMITED BY SIZE
                       INTO WS-FILE-ERROR
           END-EVALUATE.

       CHECK-BATCH-HISTORY.
           MOVE "N" TO WS-ALREADY-RUN
           MOVE SPACES TO WS-HISTORY-PREFIX
           STRING WS-DEPOSIT-DATE "|" WS-BATCH-NUMBER "|"
               DELIMITED BY SIZE INTO WS-HISTORY-PREFIX
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL HISTORY-FILE-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END MOVE "10" TO HISTORY-FILE-STATUS
                   END-READ
                   IF HISTORY-FILE-STATUS = "00"
                       AND HISTORY-LINE(1:13) = WS-HISTORY-PREFIX
                       SET BATCH-ALREADY-APPLIED TO TRUE
                       MOVE HISTORY-LINE(14:19) TO WS-ALREADY-RUN-AT
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       APPEND-BATCH-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF
           MOVE SPACES TO HISTORY-LINE
           MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-DISP
           STRING WS-HISTORY-PREFIX DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO HISTORY-LINE
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-DISP
           STRING FUNCTION TRIM(HISTORY-LINE) DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO HISTORY-LINE
           MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-DISP
           STRING FUNCTION TRIM(HISTORY-LINE) DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
               INTO HISTORY-LINE
           WRITE HISTORY-LINE
           CLOSE HISTORY-FILE.

       APPLY-LOCKBOX-FILE.
           MOVE SPACES TO WS-DEPOSIT-DASHED
           STRING WS-DEPOSIT-DATE(1:4) "-" WS-DEPOSIT-DATE(5:2) "-"
               WS-DEPOSIT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-DEPOSIT-DASHED
           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/lockbox-" DELIMITED BY SIZE
               WS-DEPOSIT-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-BATCH-NUMBER DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Lockbox application - deposit " DELIMITED BY SIZE
               WS-DEPOSIT-DASHED DELIMITED BY SIZE
               "  batch " DELIMITED BY SIZE
               WS-BATCH-NUMBER DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ITEM CHECK           REFERENCE                AMOUNT"
               & "  DISPOSITION" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN EXTEND SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF

           MOVE "N" TO WS-CHECK-HELD
           OPEN INPUT LOCKBOX-FILE
           PERFORM UNTIL LOCKBOX-FILE-STATUS NOT = "00"
               READ LOCKBOX-FILE
                   AT END MOVE "10" TO LOCKBOX-FILE-STATUS
               END-READ
               IF LOCKBOX-FILE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN LBX-IS-CHECK
                           IF CHECK-IS-HELD
                               PERFORM SETTLE-HELD-CHECK
                           END-IF
                           PERFORM HOLD-CHECK
                       WHEN LBX-IS-REFERENCE
                           PERFORM HOLD-REFERENCE
                       WHEN LBX-IS-TRAILER
                           IF CHECK-IS-HELD
                               PERFORM SETTLE-HELD-CHECK
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LOCKBOX-FILE
           CLOSE SUSPENSE-FILE
           PERFORM WRITE-TIE-OUT
           CLOSE REPORT-FILE.

       HOLD-CHECK.
           SET CHECK-IS-HELD TO TRUE
           MOVE LBX-ITEM-NUMBER TO WS-HELD-ITEM
           MOVE LBX-CHECK-NUMBER TO WS-HELD-CHECK-NO
           MOVE LBX-CHECK-AMOUNT TO WS-HELD-AMOUNT
           MOVE LBX-REMITTER TO WS-HELD-REMITTER
           INSPECT WS-HELD-REMITTER REPLACING ALL "|" BY " "
               ALL ":" BY " "
           INSPECT WS-HELD-CHECK-NO REPLACING ALL "|" BY " "
               ALL ":" BY " "
           MOVE 0 TO WS-REF-COUNT WS-REF-SUM WS-SPLIT-NO
           MOVE "N" TO WS-REF-OVERFLOW.

       HOLD-REFERENCE.
           IF WS-REF-COUNT < WS-REF-LIMIT
               ADD 1 TO WS-REF-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LBX-REF-TEXT))
                   TO WS-REF-TEXT(WS-REF-COUNT)
               INSPECT WS-REF-TEXT(WS-REF-COUNT)
                   REPLACING ALL "|" BY " " ALL ":" BY " "
               MOVE LBX-REF-AMOUNT TO WS-REF-AMOUNT(WS-REF-COUNT)
               ADD LBX-REF-AMOUNT TO WS-REF-SUM
           ELSE
               SET TOO-MANY-REFERENCES TO TRUE
           END-IF.

      *    A check the run cannot split sensibly - no references,
      *    references claiming more than the check, or more of them
      *    than one check is allowed - goes to suspense whole. Else
      *    each reference takes its stated amount; one that states
      *    none takes what the stated ones leave of the check, and
      *    anything still over goes to suspense as unallocated.
       SETTLE-HELD-CHECK.
           MOVE "N" TO WS-CHECK-HELD
           MOVE WS-HELD-AMOUNT TO WS-CHECK-LEFT
           MOVE SPACES TO WS-SUSPENSE-REF
           EVALUATE TRUE
               WHEN WS-REF-COUNT = 0
                   MOVE "NO REFERENCE" TO WS-SUSPENSE-REASON
                   MOVE WS-CHECK-LEFT TO WS-SUSPENSE-AMOUNT
                   PERFORM WRITE-SUSPENSE-ITEM
                   MOVE 0 TO WS-CHECK-LEFT
               WHEN TOO-MANY-REFERENCES
                   MOVE "TOO MANY REFERENCES" TO WS-SUSPENSE-REASON
                   MOVE WS-CHECK-LEFT TO WS-SUSPENSE-AMOUNT
                   PERFORM WRITE-SUSPENSE-ITEM
                   MOVE 0 TO WS-CHECK-LEFT
               WHEN WS-REF-SUM > WS-HELD-AMOUNT
                   MOVE "REFERENCES EXCEED CHECK"
                       TO WS-SUSPENSE-REASON
                   MOVE WS-CHECK-LEFT TO WS-SUSPENSE-AMOUNT
                   PERFORM WRITE-SUSPENSE-ITEM
                   MOVE 0 TO WS-CHECK-LEFT
               WHEN OTHER
                   PERFORM VARYING WS-REF-IX FROM 1 BY 1
                           UNTIL WS-REF-IX > WS-REF-COUNT
                       IF WS-REF-AMOUNT(WS-REF-IX) = 0
                           COMPUTE WS-REF-WANT =
                               WS-CHECK-LEFT - WS-REF-SUM
                       ELSE
                           MOVE WS-REF-AMOUNT(WS-REF-IX)
                               TO WS-REF-WANT
                           SUBTRACT WS-REF-WANT FROM WS-REF-SUM
                       END-IF
                       IF WS-REF-WANT > 0
                           SUBTRACT WS-REF-WANT FROM WS-CHECK-LEFT
                           MOVE WS-REF-TEXT(WS-REF-IX)
                               TO WS-REF-CURRENT
                           PERFORM APPLY-ONE-REFERENCE
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-CHECK-LEFT > 0
               MOVE SPACES TO WS-SUSPENSE-REF
               MOVE "UNALLOCATED" TO WS-SUSPENSE-REASON
               MOVE WS-CHECK-LEFT TO WS-SUSPENSE-AMOUNT
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF.

      *    ORD-... names one order; anything else is read as an
      *    invoice number (INV-000000012, 000000012 or 12, as a
      *    credit memo accepts it) and names every order that
      *    invoice billed, oldest key first.
       APPLY-ONE-REFERENCE.
           MOVE 0 TO WS-TGT-COUNT
           MOVE "N" TO WS-CLOSED-FOUND
           MOVE WS-REF-CURRENT TO WS-SUSPENSE-REF
           IF WS-REF-CURRENT(1:4) = "ORD-"
               PERFORM LOAD-ORDER-TARGET
           ELSE
               IF WS-REF-CURRENT(1:4) = "INV-"
                   MOVE WS-REF-CURRENT(5:) TO WS-REF-INVOICE-TEXT
               ELSE
                   MOVE WS-REF-CURRENT TO WS-REF-INVOICE-TEXT
               END-IF
               IF FUNCTION TRIM(WS-REF-INVOICE-TEXT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-REF-INVOICE-TEXT)) = 0
                   AND FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-REF-INVOICE-TEXT)) < 1000000000
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-REF-INVOICE-TEXT))
                       TO WS-REF-INVOICE
                   PERFORM LOAD-INVOICE-TARGETS
               END-IF
           END-IF

           IF WS-TGT-COUNT = 0
               IF CLOSED-ORDER-FOUND
                   MOVE "ORDER CLOSED" TO WS-SUSPENSE-REASON
               ELSE
                   MOVE "NO MATCH" TO WS-SUSPENSE-REASON
               END-IF
               MOVE WS-REF-WANT TO WS-SUSPENSE-AMOUNT
               PERFORM WRITE-SUSPENSE-ITEM
           ELSE
               PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                       UNTIL WS-TGT-IX > WS-TGT-COUNT
                       OR WS-REF-WANT = 0
                   IF WS-TGT-BALANCE(WS-TGT-IX) > 0
                       IF WS-TGT-BALANCE(WS-TGT-IX) < WS-REF-WANT
                           MOVE WS-TGT-BALANCE(WS-TGT-IX)
                               TO WS-APPLY-AMOUNT
                       ELSE
                           MOVE WS-REF-WANT TO WS-APPLY-AMOUNT
                       END-IF
                       SUBTRACT WS-APPLY-AMOUNT FROM WS-REF-WANT
                       PERFORM CREATE-LOCKBOX-PAYMENT
                   END-IF
               END-PERFORM
               IF WS-REF-WANT > 0
                   MOVE "OVERPAYMENT" TO WS-SUSPENSE-REASON
                   MOVE WS-REF-WANT TO WS-SUSPENSE-AMOUNT
                   PERFORM WRITE-SUSPENSE-ITEM
               END-IF
           END-IF.

       LOAD-ORDER-TARGET.
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               MOVE WS-REF-CURRENT TO ORD-KEY
               READ ORDERS-FILE KEY IS ORD-KEY
               IF ORDERS-FILE-STATUS = "00"
                   PERFORM CONSIDER-ORDER-TARGET
               END-IF
               CLOSE ORDERS-FILE
           END-IF.

       LOAD-INVOICE-TARGETS.
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ORD-KEY
               START ORDERS-FILE KEY IS NOT LESS THAN ORD-KEY
                   INVALID KEY MOVE "10" TO ORDERS-FILE-STATUS
               END-START
               PERFORM UNTIL ORDERS-FILE-STATUS NOT = "00"
                   READ ORDERS-FILE NEXT RECORD
                       AT END MOVE "10" TO ORDERS-FILE-STATUS
                   END-READ
                   IF ORDERS-FILE-STATUS = "00"
                       AND ORD-INVOICE-NUMBER = WS-REF-INVOICE-X
                       PERFORM CONSIDER-ORDER-TARGET
                   END-IF
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

      *    A cancelled or deleted order takes no money: it is noted
      *    so the suspense reason can say the order was found but
      *    closed, rather than that nothing matched.
       CONSIDER-ORDER-TARGET.
           IF ORD-DELETED-AT NOT = SPACES
               OR ORD-ORDER-STATUS = "CANCELLED"
               SET CLOSED-ORDER-FOUND TO TRUE
           ELSE
               IF WS-TGT-COUNT < WS-TGT-LIMIT
                   PERFORM COMPUTE-ORDER-BALANCE
                   ADD 1 TO WS-TGT-COUNT
                   MOVE ORD-KEY TO WS-TGT-KEY(WS-TGT-COUNT)
                   IF WS-ORDER-BALANCE > 0
                       MOVE WS-ORDER-BALANCE
                           TO WS-TGT-BALANCE(WS-TGT-COUNT)
                   ELSE
                       MOVE 0 TO WS-TGT-BALANCE(WS-TGT-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Open balance = order amount, plus its share of the tax
      *    once invoiced, less its live payments and live credit
      *    memos, each found through the order key the payment or
      *    memo carries in its alternate-key position. A customer
      *    paying the invoice's amount due pays the tax with it.
       COMPUTE-ORDER-BALANCE.
           MOVE ORD-AMOUNT TO WS-ORDER-BALANCE
           MOVE ORD-KEY TO WS-MATCH-KEY
           IF ORD-ORDER-STATUS = "INVOICED"
               PERFORM ADD-INVOICED-TAX
           END-IF
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-FILE-STATUS = "00"
               MOVE WS-MATCH-KEY TO PAY-CUSTOMER-KEY
               START PAYMENTS-FILE KEY IS EQUAL TO PAY-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO PAYMENTS-FILE-STATUS
               END-START
               PERFORM UNTIL PAYMENTS-FILE-STATUS NOT = "00"
                   READ PAYMENTS-FILE NEXT RECORD
                       AT END MOVE "10" TO PAYMENTS-FILE-STATUS
                   END-READ
                   IF PAYMENTS-FILE-STATUS = "00"
                       IF PAY-CUSTOMER-KEY NOT = WS-MATCH-KEY
                           MOVE "10" TO PAYMENTS-FILE-STATUS
                       ELSE
                           IF PAY-DELETED-AT = SPACES
                               SUBTRACT PAY-AMOUNT
                                   FROM WS-ORDER-BALANCE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF
           OPEN INPUT CREDITS-FILE
           IF CREDITS-FILE-STATUS = "00"
               MOVE WS-MATCH-KEY TO CRD-CUSTOMER-KEY
               START CREDITS-FILE KEY IS EQUAL TO CRD-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO CREDITS-FILE-STATUS
               END-START
               PERFORM UNTIL CREDITS-FILE-STATUS NOT = "00"
                   READ CREDITS-FILE NEXT RECORD
                       AT END MOVE "10" TO CREDITS-FILE-STATUS
                   END-READ
                   IF CREDITS-FILE-STATUS = "00"
                       IF CRD-CUSTOMER-KEY NOT = WS-MATCH-KEY
                           MOVE "10" TO CREDITS-FILE-STATUS
                       ELSE
                           IF CRD-DELETED-AT = SPACES
                               SUBTRACT CRD-AMOUNT
                                   FROM WS-ORDER-BALANCE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CREDITS-FILE
           END-IF.

      *    The tax share invoice:generate kept for the order on the
      *    invoice that billed it; none on file (or one written
      *    before the share was kept) adds nothing.
       ADD-INVOICED-TAX.
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               MOVE ORD-KEY TO IFX-ORDER-KEY
               READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
               IF INVOICEFX-FILE-STATUS = "00"
                   AND IFX-INVOICE-NUMBER = ORD-INVOICE-NUMBER
                   AND IFX-TAX-AMOUNT IS NUMERIC
                   ADD IFX-TAX-AMOUNT TO WS-ORDER-BALANCE
               END-IF
               CLOSE INVOICEFX-FILE
           END-IF.

      *    The PAY- record goes in through BASEMODEL's normal INSERT
      *    so it is validated, journaled and fed to the outbox like a
      *    desk payment. Its key is built from the deposit date,
      *    batch, bank item and split, so one check paying several
      *    orders gets one payment per order and a replayed file hits
      *    the duplicate-key refusal instead of paying twice. Money
      *    BASEMODEL refuses goes to suspense with its reason.
       CREATE-LOCKBOX-PAYMENT.
           ADD 1 TO WS-SPLIT-NO
           MOVE WS-HELD-ITEM TO WS-ITEM-DISP
           MOVE SPACES TO WS-PAYMENT-KEY WS-PAYMENT-NAME
           STRING "PAY-L" DELIMITED BY SIZE
               WS-DEPOSIT-DATE(3:6) DELIMITED BY SIZE
               WS-BATCH-NUMBER DELIMITED BY SIZE
               WS-ITEM-DISP DELIMITED BY SIZE
               WS-SPLIT-NO DELIMITED BY SIZE
               INTO WS-PAYMENT-KEY
           STRING "Lockbox check " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-CHECK-NO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-REMITTER) DELIMITED BY SIZE
               INTO WS-PAYMENT-NAME
           MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-DISP

           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:PAYMENT|KEY:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAYMENT-KEY) DELIMITED BY SIZE
               "|NAME:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAYMENT-NAME) DELIMITED BY SIZE
               "|AMOUNT:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               "|ORDER:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TGT-KEY(WS-TGT-IX)) DELIMITED BY SIZE
               "|DATE:" DELIMITED BY SIZE
               WS-DEPOSIT-DASHED DELIMITED BY SIZE
               "|METHOD:LOCKBOX" DELIMITED BY SIZE
               INTO WS-MODEL-INPUT

           MOVE SPACES TO WS-MODEL-RESULT
           CALL "BASEMODEL" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"BASEMODEL unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL

           IF WS-MODEL-RESULT(1:9) NOT = '{"error":'
               ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO WS-DISPOSITION
               STRING "APPLIED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TGT-KEY(WS-TGT-IX))
                       DELIMITED BY SIZE
                   " as " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAYMENT-KEY) DELIMITED BY SIZE
                   INTO WS-DISPOSITION
               PERFORM WRITE-REPORT-ITEM
           ELSE
               PERFORM EXTRACT-REFUSAL-REASON
               MOVE SPACES TO WS-SUSPENSE-REASON
               STRING "REFUSED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TGT-KEY(WS-TGT-IX))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                   INTO WS-SUSPENSE-REASON
               MOVE WS-APPLY-AMOUNT TO WS-SUSPENSE-AMOUNT
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF.

      *    Same reading of a BASEMODEL refusal CSVIMPORT uses.
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

       WRITE-SUSPENSE-ITEM.
           ADD WS-SUSPENSE-AMOUNT TO WS-SUSPENSE-TOTAL
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE WS-HELD-ITEM TO WS-ITEM-DISP
           MOVE WS-SUSPENSE-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO SUSPENSE-LINE
           STRING WS-DEPOSIT-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BATCH-NUMBER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ITEM-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-CHECK-NO) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-REMITTER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUSPENSE-REF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUSPENSE-REASON) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO SUSPENSE-LINE
           WRITE SUSPENSE-LINE
           MOVE SPACES TO WS-DISPOSITION
           STRING "SUSPENSE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUSPENSE-REASON) DELIMITED BY SIZE
               INTO WS-DISPOSITION
           MOVE WS-SUSPENSE-AMOUNT TO WS-APPLY-AMOUNT
           PERFORM WRITE-REPORT-ITEM.

      *    WS-APPLY-AMOUNT is the amount the line is about.
       WRITE-REPORT-ITEM.
           MOVE WS-HELD-ITEM TO WS-ITEM-DISP
           MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-ITEM-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HELD-CHECK-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUSPENSE-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The bank's deposit must be fully accounted for: every
      *    cent either applied to an order or parked in suspense.
       WRITE-TIE-OUT.
           COMPUTE WS-DIFFERENCE = WS-DEPOSIT-TOTAL
               - WS-APPLIED-TOTAL - WS-SUSPENSE-TOTAL
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-DISP
           MOVE WS-CHECK-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Bank deposit total:    " WS-TOTAL-DISP
               "  (" WS-COUNT-DISP " checks)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-DISP
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Applied to orders:     " WS-TOTAL-DISP
               "  (" WS-COUNT-DISP " payments)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-DISP
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Sent to suspense:      " WS-TOTAL-DISP
               "  (" WS-COUNT-DISP " items)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DIFFERENCE TO WS-DIFF-DISP
           MOVE SPACES TO REPORT-LINE
           IF WS-DIFFERENCE = 0
               STRING "Difference:            " WS-DIFF-DISP
                   "  IN BALANCE" DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Difference:            " WS-DIFF-DISP
                   "  OUT OF BALANCE" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

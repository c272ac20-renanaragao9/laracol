       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO GLACCOUNTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ROLE
               FILE STATUS IS ACCOUNTS-FILE-STATUS.
           SELECT POSTED-FILE ASSIGN TO GLPOSTED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-DOC-ID
               FILE STATUS IS POSTED-FILE-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO PAYMENTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE RECORD KEY IS PAY-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS PAYMENTS-FILE-STATUS.
           SELECT PERIODS-FILE
               ASSIGN TO "storage/framework/periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-FILE-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO "storage/framework/invoice.reg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
      *    Journal lines are built in a work file first; only once
      *    the batch is known to balance is it copied out under its
      *    release name, so the ledger never sees a half-built or
      *    lopsided file.
           SELECT WORK-FILE
               ASSIGN TO "storage/exports/gl-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO INTERFACE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERFACE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           COPY "GlAccountRecord.cpy".

       FD  POSTED-FILE.
       01 POSTED-RECORD.
           COPY "GlPostedRecord.cpy".

       FD  PAYMENTS-FILE.
       01 PAY-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==PAY-==.

       FD  PERIODS-FILE.
       01 PERIODS-LINE PIC X(50).

       FD  REGISTER-FILE.
       01 REGISTER-LINE PIC X(200).

       FD  WORK-FILE.
       01 JOURNAL-RECORD.
           COPY "GlJournalRecord.cpy".

       FD  INTERFACE-FILE.
       01 INTERFACE-LINE PIC X(150).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 ACCOUNTS-FILE-STATUS PIC XX.
       01 POSTED-FILE-STATUS PIC XX.
       01 PAYMENTS-FILE-STATUS PIC XX.
       01 PERIODS-FILE-STATUS PIC XX.
       01 REGISTER-FILE-STATUS PIC XX.
       01 WORK-FILE-STATUS PIC XX.
       01 INTERFACE-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 GLACCOUNTS-PATH PIC X(100) VALUE
           "database/glaccounts.db".
       01 GLPOSTED-PATH PIC X(100) VALUE
           "database/glposted.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 INTERFACE-PATH PIC X(100).
       01 REPORT-PATH PIC X(100).
       01 WS-WORK-PATH PIC X(100) VALUE
           "storage/exports/gl-work.tmp".

       01 WS-NOW PIC X(19).
       01 WS-BATCH PIC X(14).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-STATE PIC X(8).
       01 WS-PL-PERIOD PIC X(6).
       01 WS-PL-STATE PIC X(8).

      *    The six posting roles, in the order the control report
      *    lists them. FXGAIN takes the realised exchange difference
      *    on foreign-currency receipts. The account numbers come
      *    from glaccounts.db; a role with no mapping stops the run
      *    before anything is written.
       01 WS-ROLE-NAME-TABLE.
           05 FILLER PIC X(8) VALUE "AR".
           05 FILLER PIC X(8) VALUE "REVENUE".
           05 FILLER PIC X(8) VALUE "TAXPAY".
           05 FILLER PIC X(8) VALUE "CASH".
           05 FILLER PIC X(8) VALUE "CREDITS".
           05 FILLER PIC X(8) VALUE "FXGAIN".
       01 WS-ROLE-NAMES REDEFINES WS-ROLE-NAME-TABLE.
           05 WS-ROLE-NAME OCCURS 6 TIMES PIC X(8).
       01 WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY OCCURS 6 TIMES.
               10 WS-ROLE-ACCOUNT PIC X(12).
               10 WS-ROLE-DESC PIC X(30).
               10 WS-ROLE-DEBITS PIC 9(13)V99.
               10 WS-ROLE-CREDITS PIC 9(13)V99.
       01 WS-ROLE-IX PIC 9.
       01 WS-IX-AR PIC 9 VALUE 1.
       01 WS-IX-REVENUE PIC 9 VALUE 2.
       01 WS-IX-TAXPAY PIC 9 VALUE 3.
       01 WS-IX-CASH PIC 9 VALUE 4.
       01 WS-IX-CREDITS PIC 9 VALUE 5.
       01 WS-IX-FXGAIN PIC 9 VALUE 6.
       01 WS-MAP-MISSING PIC X VALUE "N".
           88 ACCOUNT-MAP-INCOMPLETE VALUE "Y".

      *    gl:map operands.
       01 WS-MAP-ROLE PIC X(8).
       01 WS-MAP-ACCOUNT PIC X(12).
       01 WS-MAP-DESC PIC X(30).
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 MAPPING-ON-FILE VALUE "Y".

      *    The document being posted: EMIT-DOCUMENT books AMOUNT to
      *    the debit role and the credit role as one balanced pair.
       01 WS-DOC-ID PIC X(24).
       01 WS-DOC-DATE PIC X(10).
       01 WS-DOC-CUSTOMER PIC X(20).
       01 WS-DOC-DESC PIC X(30).
       01 WS-DOC-AMOUNT PIC 9(11)V99.
       01 WS-DOC-KIND PIC X(8).
       01 WS-DEBIT-ROLE PIC 9.
       01 WS-CREDIT-ROLE PIC 9.

       01 WS-REG-ID PIC X(24).
       01 WS-REG-STAMP PIC X(19).
       01 WS-REG-CUSTOMER PIC X(20).
       01 WS-REG-FIELD-4 PIC X(20).
       01 WS-REG-FIELD-5 PIC X(16).
       01 WS-REG-FIELD-6 PIC X(20).
       01 WS-REG-FIELD-7 PIC X(16).
       01 WS-REG-FIELD-8 PIC X(16).
       01 WS-REG-SIGNED PIC S9(11)V99.
      *    A credit memo's register amount is what it gives back in
      *    all; its tax part, carried after the reason, goes back to
      *    the tax account and only the rest to CREDITS.
       01 WS-REG-TAX-SIGNED PIC S9(11)V99.
       01 WS-MEMO-TAX PIC 9(11)V99.

       01 WS-PAY-PERIOD PIC X(6).
       01 WS-DATE-PART-1 PIC X(4).
       01 WS-DATE-PART-2 PIC X(2).
       01 WS-PAY-VOID-FLAG PIC X VALUE "N".
           88 PAYMENT-WAS-POSTED VALUE "Y".
      *    A foreign-currency receipt posts at its base value; the
      *    difference from what the invoice booked to AR goes to
      *    FXGAIN as a document of its own, <paykey>/X.
       01 WS-PAY-BASE-ID PIC X(24).
       01 WS-PAY-GAIN PIC S9(9)V99.

       01 WS-LINE-NUMBER PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBITS PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.
       01 WS-INVOICE-COUNT PIC 9(6) VALUE 0.
       01 WS-TAX-COUNT PIC 9(6) VALUE 0.
       01 WS-CREDIT-COUNT PIC 9(6) VALUE 0.
       01 WS-PAYMENT-COUNT PIC 9(6) VALUE 0.
       01 WS-REVERSAL-COUNT PIC 9(6) VALUE 0.
       01 WS-FX-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-MARKED-COUNT PIC 9(6) VALUE 0.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 WS-RC-MESSAGE PIC X(60) VALUE SPACES.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       01 WS-TRAILER-RECORD.
           COPY "GlJournalRecord.cpy"
               REPLACING LEADING ==GLJ-== BY ==GLT-==.

       01 WS-DEBIT-DISP PIC Z(12)9.99.
       01 WS-CREDIT-DISP PIC Z(12)9.99.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-COUNT-DISP-2 PIC ZZZZZ9.

       01 WS-AUDIT-ACTION PIC X(10).
       01 WS-AUDIT-KEY PIC X(20).
       01 WS-AUDIT-BEFORE-NAME PIC X(100).
       01 WS-AUDIT-AFTER-NAME PIC X(100).
       01 WS-AUDIT-ZERO-AMT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-ZERO-AMT-2 PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-AUDIT-IMAGE PIC X(300).
       01 WS-OUTBOX-REQUEST PIC X(10) VALUE "APPEND".
       01 WS-OUTBOX-STATUS PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 GL-COMMAND PIC X(10).
       01 GL-ARG-1 PIC X(100).
       01 GL-ARG-2 PIC X(100).
       01 GL-ARG-3 PIC X(100).

       PROCEDURE DIVISION USING GL-COMMAND GL-ARG-1 GL-ARG-2
           GL-ARG-3.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:14) TO WS-BATCH

           EVALUATE FUNCTION TRIM(GL-COMMAND)
               WHEN "MAP"
                   PERFORM DO-MAP-ACCOUNT
               WHEN "POST"
                   PERFORM DO-POST-PERIOD
               WHEN OTHER
                   DISPLAY "Unknown GL action."
           END-EVALUATE

           IF FUNCTION TRIM(GL-COMMAND) = "POST"
               PERFORM REPORT-RUN-CONTROL
           END-IF
           GOBACK.

      *    A posting run reports the journal lines it released and
      *    their debit total; documents already posted are passed
      *    over, so the counts need not balance. A refused run
      *    reports 8 and why, having released nothing.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "gl:post" TO RC-COMMAND
           COMPUTE RC-RECORDS-READ =
               WS-MARKED-COUNT + WS-SKIPPED-COUNT
           MOVE WS-LINE-NUMBER TO RC-RECORDS-WRITTEN
           MOVE 0 TO RC-RECORDS-REJECTED
           MOVE WS-TOTAL-DEBITS TO RC-AMOUNT-HASH
           IF WS-RC-CODE > 0
               MOVE 0 TO RC-RECORDS-WRITTEN RC-AMOUNT-HASH
           END-IF
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE "N" TO RC-BALANCE-RULE
           MOVE INTERFACE-PATH TO RC-REFERENCE
           MOVE WS-RC-MESSAGE TO RC-MESSAGE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT GLACCOUNTS-PATH FROM ENVIRONMENT "DB_GLACCOUNTS"
           ACCEPT GLPOSTED-PATH FROM ENVIRONMENT "DB_GLPOSTED"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           IF FUNCTION TRIM(GLACCOUNTS-PATH) = SPACES
               OR FUNCTION TRIM(GLPOSTED-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(GLACCOUNTS-PATH) = SPACES
               MOVE "database/glaccounts.db" TO GLACCOUNTS-PATH
           END-IF
           IF FUNCTION TRIM(GLPOSTED-PATH) = SPACES
               MOVE "database/glposted.db" TO GLPOSTED-PATH
           END-IF
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
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
                                   "DB_GLACCOUNTS="
                               AND FUNCTION TRIM(GLACCOUNTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(15:))
                                   TO GLACCOUNTS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_GLPOSTED="
                               AND FUNCTION TRIM(GLPOSTED-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO GLPOSTED-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PAYMENTS="
                               AND FUNCTION TRIM(PAYMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PAYMENTS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    gl:map <role> <account> [description]: points a posting
      *    role at a ledger account. Re-mapping affects batches
      *    posted from now on only; released files keep the account
      *    they were written with. Journaled as GLMAP-<role>.
       DO-MAP-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GL-ARG-1))
               TO WS-MAP-ROLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GL-ARG-2))
               TO WS-MAP-ACCOUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GL-ARG-3))
               TO WS-MAP-DESC
           MOVE 0 TO WS-ROLE-IX
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > 6
                   OR WS-ROLE-NAME(WS-ROLE-IX) = WS-MAP-ROLE
               CONTINUE
           END-PERFORM
           IF WS-ROLE-IX > 6
               DISPLAY "Role must be one of AR, REVENUE, TAXPAY,"
                   " CASH, CREDITS, FXGAIN."
               GOBACK
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTS-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNTS-FILE
               CLOSE ACCOUNTS-FILE
               OPEN I-O ACCOUNTS-FILE
           END-IF
           MOVE "N" TO WS-RECORD-FOUND
           MOVE WS-MAP-ROLE TO GLA-ROLE
           READ ACCOUNTS-FILE KEY IS GLA-ROLE
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME
           IF ACCOUNTS-FILE-STATUS = "00"
               SET MAPPING-ON-FILE TO TRUE
               PERFORM DESCRIBE-MAPPING
               MOVE WS-AUDIT-AFTER-NAME TO WS-AUDIT-BEFORE-NAME
           ELSE
               MOVE SPACES TO ACCOUNT-RECORD
               MOVE WS-MAP-ROLE TO GLA-ROLE
           END-IF
           MOVE WS-MAP-ACCOUNT TO GLA-ACCOUNT
           IF WS-MAP-DESC NOT = SPACES
               MOVE WS-MAP-DESC TO GLA-DESCRIPTION
           END-IF
           MOVE WS-NOW TO GLA-UPDATED-AT
           IF MAPPING-ON-FILE
               REWRITE ACCOUNT-RECORD
           ELSE
               WRITE ACCOUNT-RECORD
           END-IF

           IF ACCOUNTS-FILE-STATUS = "00"
               PERFORM DESCRIBE-MAPPING
               PERFORM JOURNAL-MAPPING-CHANGE
               DISPLAY "GL role " FUNCTION TRIM(GLA-ROLE) " -> "
                   FUNCTION TRIM(WS-AUDIT-AFTER-NAME)
           ELSE
               DISPLAY "Mapping not saved (status "
                   ACCOUNTS-FILE-STATUS ")."
           END-IF
           CLOSE ACCOUNTS-FILE.

       DESCRIBE-MAPPING.
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FUNCTION TRIM(GLA-ACCOUNT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(GLA-DESCRIPTION) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME.

       JOURNAL-MAPPING-CHANGE.
           MOVE "MAP" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "GLMAP-" DELIMITED BY SIZE
               FUNCTION TRIM(GLA-ROLE) DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE ACCOUNT-RECORD TO WS-AUDIT-IMAGE
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

      *    gl:post <YYYYMM>: journals the closed month's invoices,
      *    invoice tax, credit memos and payments that have not been
      *    posted before. Each document books one debit and one
      *    credit of the same amount:
      *        invoice         Dr AR       Cr REVENUE
      *        invoice tax     Dr AR       Cr TAXPAY
      *        credit memo     Dr CREDITS  Cr AR
      *        credit memo tax Dr TAXPAY   Cr AR
      *        payment         Dr CASH     Cr AR
      *    and a voided memo or a payment deleted after it was
      *    posted books the reverse under <key>/V. The file is only
      *    released, and the documents only marked, once the batch
      *    total debits equal total credits.
       DO-POST-PERIOD.
           MOVE FUNCTION TRIM(GL-ARG-1) TO WS-PERIOD
           IF WS-PERIOD IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM, e.g. 202609."
               MOVE 8 TO WS-RC-CODE
               MOVE "period must be YYYYMM" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM LOOKUP-PERIOD-STATE
           IF WS-PERIOD-STATE NOT = "CLOSED"
               DISPLAY "Period " WS-PERIOD " is not closed - run"
                   " period:close before posting it."
               MOVE 8 TO WS-RC-CODE
               MOVE "period not closed" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNT-MAP
           IF ACCOUNT-MAP-INCOMPLETE
               DISPLAY "Nothing posted - map every role with"
                   " gl:map first."
               MOVE 8 TO WS-RC-CODE
               MOVE "account map incomplete" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           OPEN I-O POSTED-FILE
           IF POSTED-FILE-STATUS = "35"
               OPEN OUTPUT POSTED-FILE
               CLOSE POSTED-FILE
               OPEN I-O POSTED-FILE
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM POST-REGISTER-DOCUMENTS
           PERFORM POST-PAYMENT-DOCUMENTS
           CLOSE WORK-FILE

           IF WS-LINE-NUMBER = 0
               CLOSE POSTED-FILE
               CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               DISPLAY "Nothing to post for " WS-PERIOD
                   " (" FUNCTION TRIM(WS-COUNT-DISP)
                   " document(s) already posted)."
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               CLOSE POSTED-FILE
               CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
               MOVE WS-TOTAL-DEBITS TO WS-DEBIT-DISP
               MOVE WS-TOTAL-CREDITS TO WS-CREDIT-DISP
               DISPLAY "Batch out of balance - debits "
                   FUNCTION TRIM(WS-DEBIT-DISP) ", credits "
                   FUNCTION TRIM(WS-CREDIT-DISP)
                   ". Nothing released."
               MOVE 8 TO WS-RC-CODE
               MOVE "batch out of balance" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           PERFORM RELEASE-INTERFACE-FILE
           PERFORM MARK-POSTED-DOCUMENTS
           CLOSE POSTED-FILE
           CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
           PERFORM WRITE-CONTROL-REPORT
           PERFORM JOURNAL-POSTING-BATCH

           MOVE WS-TOTAL-DEBITS TO WS-DEBIT-DISP
           MOVE WS-MARKED-COUNT TO WS-COUNT-DISP
           MOVE WS-LINE-NUMBER TO WS-COUNT-DISP-2
           DISPLAY "Posted " FUNCTION TRIM(WS-COUNT-DISP)
               " document(s), " FUNCTION TRIM(WS-COUNT-DISP-2)
               " journal lines, " FUNCTION TRIM(WS-DEBIT-DISP)
               " each side."
           DISPLAY "Interface file " FUNCTION TRIM(INTERFACE-PATH)
           DISPLAY "Control report " FUNCTION TRIM(REPORT-PATH).

      *    Same register read BASEMODEL's LOOKUP-PERIOD-STATE does:
      *    the last line for the month decides.
       LOOKUP-PERIOD-STATE.
           MOVE SPACES TO WS-PERIOD-STATE
           OPEN INPUT PERIODS-FILE
           IF PERIODS-FILE-STATUS = "00"
               PERFORM UNTIL PERIODS-FILE-STATUS NOT = "00"
                   READ PERIODS-FILE
                       AT END MOVE "10" TO PERIODS-FILE-STATUS
                   END-READ
                   IF PERIODS-FILE-STATUS = "00"
                       MOVE SPACES TO WS-PL-PERIOD WS-PL-STATE
                       UNSTRING PERIODS-LINE DELIMITED BY "|"
                           INTO WS-PL-PERIOD WS-PL-STATE
                       IF WS-PL-PERIOD = WS-PERIOD
                           MOVE WS-PL-STATE TO WS-PERIOD-STATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PERIODS-FILE
           END-IF.

       LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-MAP-MISSING
           OPEN INPUT ACCOUNTS-FILE
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > 6
               MOVE SPACES TO WS-ROLE-ACCOUNT(WS-ROLE-IX)
                   WS-ROLE-DESC(WS-ROLE-IX)
               MOVE 0 TO WS-ROLE-DEBITS(WS-ROLE-IX)
                   WS-ROLE-CREDITS(WS-ROLE-IX)
               IF ACCOUNTS-FILE-STATUS NOT = "35"
                   MOVE WS-ROLE-NAME(WS-ROLE-IX) TO GLA-ROLE
                   READ ACCOUNTS-FILE KEY IS GLA-ROLE
                   IF ACCOUNTS-FILE-STATUS = "00"
                       MOVE GLA-ACCOUNT TO WS-ROLE-ACCOUNT(WS-ROLE-IX)
                       MOVE GLA-DESCRIPTION
                           TO WS-ROLE-DESC(WS-ROLE-IX)
                   END-IF
               END-IF
               IF WS-ROLE-ACCOUNT(WS-ROLE-IX) = SPACES
                   SET ACCOUNT-MAP-INCOMPLETE TO TRUE
                   DISPLAY "No GL account mapped for role "
                       FUNCTION TRIM(WS-ROLE-NAME(WS-ROLE-IX)) "."
               END-IF
           END-PERFORM
           IF ACCOUNTS-FILE-STATUS NOT = "35"
               CLOSE ACCOUNTS-FILE
           END-IF.

      *    Invoices, invoice tax and credit memos all come from the
      *    invoice register, dated by the register timestamp - the
      *    moment the document was issued.
       POST-REGISTER-DOCUMENTS.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL REGISTER-FILE-STATUS NOT = "00"
                   READ REGISTER-FILE
                       AT END MOVE "10" TO REGISTER-FILE-STATUS
                   END-READ
                   IF REGISTER-FILE-STATUS = "00"
                       PERFORM POST-REGISTER-LINE
                   END-IF
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       POST-REGISTER-LINE.
           MOVE SPACES TO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
               WS-REG-FIELD-4 WS-REG-FIELD-5 WS-REG-FIELD-6
               WS-REG-FIELD-7 WS-REG-FIELD-8
           UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-REG-ID WS-REG-STAMP WS-REG-CUSTOMER
                   WS-REG-FIELD-4 WS-REG-FIELD-5 WS-REG-FIELD-6
                   WS-REG-FIELD-7 WS-REG-FIELD-8
           MOVE SPACES TO WS-DOC-DATE
           STRING WS-REG-STAMP(1:4) "-" WS-REG-STAMP(5:2) "-"
               WS-REG-STAMP(7:2) DELIMITED BY SIZE
               INTO WS-DOC-DATE
           MOVE WS-REG-CUSTOMER TO WS-DOC-CUSTOMER
           MOVE SPACES TO WS-DOC-DESC
           EVALUATE TRUE
               WHEN WS-REG-STAMP(1:6) NOT = WS-PERIOD
                   CONTINUE
               WHEN WS-REG-ID(1:4) = "TAX-"
                   PERFORM POST-TAX-LINE
               WHEN WS-REG-ID(1:4) = "CRM-"
                   PERFORM POST-CREDIT-LINE
               WHEN WS-REG-ID(1:9) IS NUMERIC
                   AND WS-REG-ID(10:) = SPACES
                   PERFORM POST-INVOICE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       POST-INVOICE-LINE.
           MOVE 0 TO WS-DOC-AMOUNT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-5)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-5))
                   TO WS-DOC-AMOUNT
           END-IF
           MOVE WS-REG-ID TO WS-DOC-ID
           STRING "Invoice INV-" DELIMITED BY SIZE
               WS-REG-ID(1:9) DELIMITED BY SIZE
               INTO WS-DOC-DESC
           MOVE "INVOICE" TO WS-DOC-KIND
           MOVE WS-IX-AR TO WS-DEBIT-ROLE
           MOVE WS-IX-REVENUE TO WS-CREDIT-ROLE
           PERFORM EMIT-DOCUMENT.

       POST-TAX-LINE.
           MOVE 0 TO WS-DOC-AMOUNT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-7)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-7))
                   TO WS-DOC-AMOUNT
           END-IF
           MOVE WS-REG-ID TO WS-DOC-ID
           STRING "Sales tax " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-FIELD-4) DELIMITED BY SIZE
               " INV-" DELIMITED BY SIZE
               WS-REG-ID(5:9) DELIMITED BY SIZE
               INTO WS-DOC-DESC
           MOVE "TAX" TO WS-DOC-KIND
           MOVE WS-IX-AR TO WS-DEBIT-ROLE
           MOVE WS-IX-TAXPAY TO WS-CREDIT-ROLE
           PERFORM EMIT-DOCUMENT.

      *    The register carries an issued memo as a negative amount
      *    and its void as the same amount positive, under the same
      *    key; the void posts under <key>/V so each has its own
      *    mark. The tax part, where the memo has one, posts on its
      *    own under <key>/T, and its void under <key>/TV. A memo
      *    written before the tax part was kept has none, and goes
      *    to CREDITS whole.
       POST-CREDIT-LINE.
           MOVE 0 TO WS-REG-SIGNED WS-REG-TAX-SIGNED
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-5)) = 0
               COMPUTE WS-REG-SIGNED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-5))
           END-IF
           IF WS-REG-FIELD-8 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-REG-FIELD-8))
                   = 0
               COMPUTE WS-REG-TAX-SIGNED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-FIELD-8))
           END-IF
           IF WS-REG-TAX-SIGNED < 0
               COMPUTE WS-MEMO-TAX = 0 - WS-REG-TAX-SIGNED
           ELSE
               MOVE WS-REG-TAX-SIGNED TO WS-MEMO-TAX
           END-IF
           MOVE SPACES TO WS-DOC-ID
           IF WS-REG-SIGNED < 0
               COMPUTE WS-DOC-AMOUNT = 0 - WS-REG-SIGNED
               IF WS-MEMO-TAX > WS-DOC-AMOUNT
                   MOVE WS-DOC-AMOUNT TO WS-MEMO-TAX
               END-IF
               SUBTRACT WS-MEMO-TAX FROM WS-DOC-AMOUNT
               MOVE WS-REG-ID TO WS-DOC-ID
               STRING "Credit memo " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REG-FIELD-7) DELIMITED BY SIZE
                   INTO WS-DOC-DESC
               MOVE "CREDIT" TO WS-DOC-KIND
               MOVE WS-IX-CREDITS TO WS-DEBIT-ROLE
               MOVE WS-IX-AR TO WS-CREDIT-ROLE
           ELSE
               MOVE WS-REG-SIGNED TO WS-DOC-AMOUNT
               IF WS-MEMO-TAX > WS-DOC-AMOUNT
                   MOVE WS-DOC-AMOUNT TO WS-MEMO-TAX
               END-IF
               SUBTRACT WS-MEMO-TAX FROM WS-DOC-AMOUNT
               STRING FUNCTION TRIM(WS-REG-ID) DELIMITED BY SIZE
                   "/V" DELIMITED BY SIZE
                   INTO WS-DOC-ID
               MOVE "Credit memo voided" TO WS-DOC-DESC
               MOVE "REVERSAL" TO WS-DOC-KIND
               MOVE WS-IX-AR TO WS-DEBIT-ROLE
               MOVE WS-IX-CREDITS TO WS-CREDIT-ROLE
           END-IF
           PERFORM EMIT-DOCUMENT
           IF WS-MEMO-TAX > 0
               PERFORM POST-CREDIT-TAX
           END-IF.

      *    The memo's tax comes off what the invoice tax line put on
      *    TAXPAY, so the tax account nets to what is still owed to
      *    the authority; a void puts it back.
       POST-CREDIT-TAX.
           MOVE SPACES TO WS-DOC-ID WS-DOC-DESC
           MOVE WS-MEMO-TAX TO WS-DOC-AMOUNT
           IF WS-REG-SIGNED < 0
               STRING FUNCTION TRIM(WS-REG-ID) DELIMITED BY SIZE
                   "/T" DELIMITED BY SIZE
                   INTO WS-DOC-ID
               STRING "Credit memo tax " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REG-FIELD-7) DELIMITED BY SIZE
                   INTO WS-DOC-DESC
               MOVE "TAX" TO WS-DOC-KIND
               MOVE WS-IX-TAXPAY TO WS-DEBIT-ROLE
               MOVE WS-IX-AR TO WS-CREDIT-ROLE
           ELSE
               STRING FUNCTION TRIM(WS-REG-ID) DELIMITED BY SIZE
                   "/TV" DELIMITED BY SIZE
                   INTO WS-DOC-ID
               MOVE "Credit memo tax voided" TO WS-DOC-DESC
               MOVE "REVERSAL" TO WS-DOC-KIND
               MOVE WS-IX-AR TO WS-DEBIT-ROLE
               MOVE WS-IX-TAXPAY TO WS-CREDIT-ROLE
           END-IF
           PERFORM EMIT-DOCUMENT.

      *    Payments are dated by their payment date, falling back to
      *    when the record was created - the same rule BASEMODEL's
      *    period lock judges a document by. A payment deleted in
      *    this month after an earlier batch posted it is reversed;
      *    one deleted before it was ever posted never reaches the
      *    ledger at all.
       POST-PAYMENT-DOCUMENTS.
           OPEN INPUT PAYMENTS-FILE
           IF PAYMENTS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO PAY-KEY
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY MOVE "10" TO PAYMENTS-FILE-STATUS
               END-START
               PERFORM UNTIL PAYMENTS-FILE-STATUS NOT = "00"
                   READ PAYMENTS-FILE NEXT RECORD
                       AT END MOVE "10" TO PAYMENTS-FILE-STATUS
                   END-READ
                   IF PAYMENTS-FILE-STATUS = "00"
                       AND PAY-KEY(1:4) = "PAY-"
                       AND PAY-AMOUNT > 0
                       PERFORM POST-ONE-PAYMENT
                   END-IF
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF.

       POST-ONE-PAYMENT.
           MOVE SPACES TO WS-PAY-PERIOD WS-DOC-DATE
           IF PAY-PAYMENT-DATE(5:1) = "-"
               MOVE SPACES TO WS-DATE-PART-1 WS-DATE-PART-2
               UNSTRING PAY-PAYMENT-DATE DELIMITED BY "-"
                   INTO WS-DATE-PART-1 WS-DATE-PART-2
               STRING WS-DATE-PART-1 WS-DATE-PART-2
                   DELIMITED BY SIZE
                   INTO WS-PAY-PERIOD
               MOVE PAY-PAYMENT-DATE TO WS-DOC-DATE
           END-IF
           IF WS-PAY-PERIOD IS NOT NUMERIC
               MOVE PAY-CREATED-AT(1:6) TO WS-PAY-PERIOD
               STRING PAY-CREATED-AT(1:4) "-" PAY-CREATED-AT(5:2)
                   "-" PAY-CREATED-AT(7:2) DELIMITED BY SIZE
                   INTO WS-DOC-DATE
           END-IF
           MOVE SPACES TO WS-DOC-CUSTOMER WS-DOC-DESC
           MOVE PAY-AMOUNT TO WS-DOC-AMOUNT
           MOVE 0 TO WS-PAY-GAIN
           IF PAY-PAYMENT-CURRENCY NOT = SPACES
               MOVE PAY-PAYMENT-BASE-AMOUNT TO WS-DOC-AMOUNT
               MOVE PAY-PAYMENT-FX-GAIN TO WS-PAY-GAIN
           END-IF
           MOVE PAY-KEY TO WS-PAY-BASE-ID

           IF PAY-DELETED-AT = SPACES
               IF WS-PAY-PERIOD = WS-PERIOD
                   MOVE PAY-KEY TO WS-DOC-ID
                   STRING "Payment " DELIMITED BY SIZE
                       FUNCTION TRIM(PAY-PAID-ORDER-KEY)
                           DELIMITED BY SIZE
                       INTO WS-DOC-DESC
                   MOVE "PAYMENT" TO WS-DOC-KIND
                   MOVE WS-IX-CASH TO WS-DEBIT-ROLE
                   MOVE WS-IX-AR TO WS-CREDIT-ROLE
                   PERFORM EMIT-DOCUMENT
                   IF WS-PAY-GAIN NOT = 0
                       PERFORM POST-PAYMENT-FX-GAIN
                   END-IF
               END-IF
           ELSE
               IF PAY-DELETED-AT(1:6) = WS-PERIOD
                   MOVE "N" TO WS-PAY-VOID-FLAG
                   MOVE PAY-KEY TO GLP-DOC-ID
                   READ POSTED-FILE KEY IS GLP-DOC-ID
                   IF POSTED-FILE-STATUS = "00"
                       SET PAYMENT-WAS-POSTED TO TRUE
                   END-IF
                   IF PAYMENT-WAS-POSTED
                       MOVE SPACES TO WS-DOC-ID WS-DOC-DATE
                       STRING FUNCTION TRIM(PAY-KEY) DELIMITED BY SIZE
                           "/V" DELIMITED BY SIZE
                           INTO WS-DOC-ID
                       STRING PAY-DELETED-AT(1:4) "-"
                           PAY-DELETED-AT(5:2) "-"
                           PAY-DELETED-AT(7:2) DELIMITED BY SIZE
                           INTO WS-DOC-DATE
                       MOVE "Payment deleted" TO WS-DOC-DESC
                       MOVE "REVERSAL" TO WS-DOC-KIND
                       MOVE WS-IX-AR TO WS-DEBIT-ROLE
                       MOVE WS-IX-CASH TO WS-CREDIT-ROLE
                       PERFORM EMIT-DOCUMENT
                       IF WS-PAY-GAIN NOT = 0
                           PERFORM REVERSE-PAYMENT-FX-GAIN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The receipt relieved AR at today's rate; AR was raised at
      *    the invoice's. A gain puts the excess back on AR, a loss
      *    takes the shortfall off it, so AR ends relieved by exactly
      *    what the invoice booked.
       POST-PAYMENT-FX-GAIN.
           MOVE SPACES TO WS-DOC-ID WS-DOC-DESC
           STRING FUNCTION TRIM(WS-PAY-BASE-ID) DELIMITED BY SIZE
               "/X" DELIMITED BY SIZE
               INTO WS-DOC-ID
           STRING "Exchange difference " DELIMITED BY SIZE
               PAY-PAYMENT-CURRENCY DELIMITED BY SIZE
               INTO WS-DOC-DESC
           MOVE "FXGAIN" TO WS-DOC-KIND
           IF WS-PAY-GAIN > 0
               MOVE WS-PAY-GAIN TO WS-DOC-AMOUNT
               MOVE WS-IX-AR TO WS-DEBIT-ROLE
               MOVE WS-IX-FXGAIN TO WS-CREDIT-ROLE
           ELSE
               COMPUTE WS-DOC-AMOUNT = 0 - WS-PAY-GAIN
               MOVE WS-IX-FXGAIN TO WS-DEBIT-ROLE
               MOVE WS-IX-AR TO WS-CREDIT-ROLE
           END-IF
           PERFORM EMIT-DOCUMENT.

      *    The deleted receipt's exchange difference comes back out
      *    under <paykey>/XV, dated like the /V reversal beside it.
       REVERSE-PAYMENT-FX-GAIN.
           MOVE SPACES TO WS-DOC-ID
           STRING FUNCTION TRIM(WS-PAY-BASE-ID) DELIMITED BY SIZE
               "/XV" DELIMITED BY SIZE
               INTO WS-DOC-ID
           MOVE "Exchange difference reversed" TO WS-DOC-DESC
           MOVE "REVERSAL" TO WS-DOC-KIND
           IF WS-PAY-GAIN > 0
               MOVE WS-PAY-GAIN TO WS-DOC-AMOUNT
               MOVE WS-IX-FXGAIN TO WS-DEBIT-ROLE
               MOVE WS-IX-AR TO WS-CREDIT-ROLE
           ELSE
               COMPUTE WS-DOC-AMOUNT = 0 - WS-PAY-GAIN
               MOVE WS-IX-AR TO WS-DEBIT-ROLE
               MOVE WS-IX-FXGAIN TO WS-CREDIT-ROLE
           END-IF
           PERFORM EMIT-DOCUMENT.

      *    Books one document as a debit line and a credit line,
      *    unless an earlier batch already carries its mark. A zero
      *    amount (a tax line on an exempt invoice) books nothing.
       EMIT-DOCUMENT.
           IF WS-DOC-AMOUNT > 0
               MOVE WS-DOC-ID TO GLP-DOC-ID
               READ POSTED-FILE KEY IS GLP-DOC-ID
               IF POSTED-FILE-STATUS = "00"
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM BOOK-DOCUMENT-LINES
               END-IF
           END-IF.

       BOOK-DOCUMENT-LINES.
           MOVE WS-DEBIT-ROLE TO WS-ROLE-IX
           MOVE "D" TO GLJ-DEBIT-CREDIT
           PERFORM WRITE-JOURNAL-LINE
           ADD WS-DOC-AMOUNT TO WS-ROLE-DEBITS(WS-ROLE-IX)
               WS-TOTAL-DEBITS
           MOVE WS-CREDIT-ROLE TO WS-ROLE-IX
           MOVE "C" TO GLJ-DEBIT-CREDIT
           PERFORM WRITE-JOURNAL-LINE
           ADD WS-DOC-AMOUNT TO WS-ROLE-CREDITS(WS-ROLE-IX)
               WS-TOTAL-CREDITS

           EVALUATE WS-DOC-KIND
               WHEN "INVOICE"
                   ADD 1 TO WS-INVOICE-COUNT
               WHEN "TAX"
                   ADD 1 TO WS-TAX-COUNT
               WHEN "CREDIT"
                   ADD 1 TO WS-CREDIT-COUNT
               WHEN "PAYMENT"
                   ADD 1 TO WS-PAYMENT-COUNT
               WHEN "FXGAIN"
                   ADD 1 TO WS-FX-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REVERSAL-COUNT
           END-EVALUATE.

      *    GLJ-DEBIT-CREDIT is set by the caller; everything else on
      *    the line comes from the current document and role.
       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-NUMBER
           MOVE "D" TO GLJ-RECORD-TYPE
           MOVE WS-BATCH TO GLJ-BATCH
           MOVE WS-PERIOD TO GLJ-PERIOD
           MOVE WS-LINE-NUMBER TO GLJ-LINE-NUMBER
           MOVE WS-ROLE-ACCOUNT(WS-ROLE-IX) TO GLJ-ACCOUNT
           MOVE WS-ROLE-NAME(WS-ROLE-IX) TO GLJ-ROLE
           MOVE WS-DOC-AMOUNT TO GLJ-AMOUNT
           MOVE WS-DOC-ID TO GLJ-DOC-ID
           MOVE WS-DOC-DATE TO GLJ-DOC-DATE
           MOVE WS-DOC-CUSTOMER TO GLJ-CUSTOMER
           MOVE WS-DOC-DESC TO GLJ-DESCRIPTION
           WRITE JOURNAL-RECORD.

      *    Copies the balanced work file out under its release name
      *    and closes it with the control trailer.
       RELEASE-INTERFACE-FILE.
           MOVE SPACES TO INTERFACE-PATH
           STRING "storage/exports/gl-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-BATCH DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO INTERFACE-PATH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT INTERFACE-FILE
           PERFORM UNTIL WORK-FILE-STATUS NOT = "00"
               READ WORK-FILE
                   AT END MOVE "10" TO WORK-FILE-STATUS
               END-READ
               IF WORK-FILE-STATUS = "00"
                   MOVE JOURNAL-RECORD TO INTERFACE-LINE
                   WRITE INTERFACE-LINE
               END-IF
           END-PERFORM
           CLOSE WORK-FILE

           MOVE SPACES TO WS-TRAILER-RECORD
           MOVE "T" TO GLT-RECORD-TYPE
           MOVE WS-BATCH TO GLT-BATCH
           MOVE WS-PERIOD TO GLT-PERIOD
           MOVE WS-LINE-NUMBER TO GLT-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO GLT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLT-TOTAL-CREDITS
           MOVE WS-TRAILER-RECORD TO INTERFACE-LINE
           WRITE INTERFACE-LINE
           CLOSE INTERFACE-FILE.

      *    Every document on the released file gets its mark; its
      *    two lines share a document id, so the second WRITE is
      *    refused as a duplicate and simply not counted.
       MARK-POSTED-DOCUMENTS.
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WORK-FILE-STATUS NOT = "00"
               READ WORK-FILE
                   AT END MOVE "10" TO WORK-FILE-STATUS
               END-READ
               IF WORK-FILE-STATUS = "00"
                   MOVE SPACES TO POSTED-RECORD
                   MOVE GLJ-DOC-ID TO GLP-DOC-ID
                   MOVE WS-PERIOD TO GLP-PERIOD
                   MOVE WS-BATCH TO GLP-BATCH
                   MOVE WS-NOW TO GLP-POSTED-AT
                   WRITE POSTED-RECORD
                   IF POSTED-FILE-STATUS = "00"
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WORK-FILE.

      *    Trial-balance style control report: what the batch put on
      *    each account, both sides, with the document counts behind
      *    it.
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/gl-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-BATCH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "GL posting control - period " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "  batch " DELIMITED BY SIZE
               WS-BATCH DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ROLE     ACCOUNT      DESCRIPTION"
               DELIMITED BY SIZE
               "                              DEBITS"
               DELIMITED BY SIZE
               "          CREDITS" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > 6
               MOVE WS-ROLE-DEBITS(WS-ROLE-IX) TO WS-DEBIT-DISP
               MOVE WS-ROLE-CREDITS(WS-ROLE-IX) TO WS-CREDIT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-ROLE-NAME(WS-ROLE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ROLE-ACCOUNT(WS-ROLE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ROLE-DESC(WS-ROLE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DEBIT-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CREDIT-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-DEBIT-DISP
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL" DELIMITED BY SIZE
               "                                             "
               DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DEBIT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDIT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-INVOICE-COUNT TO WS-COUNT-DISP
           MOVE WS-TAX-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "Invoices posted:     " WS-COUNT-DISP
               "    Tax lines posted:    " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CREDIT-COUNT TO WS-COUNT-DISP
           MOVE WS-PAYMENT-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "Credit memos posted: " WS-COUNT-DISP
               "    Payments posted:     " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISP
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "Reversals posted:    " WS-COUNT-DISP
               "    Already posted:      " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FX-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "FX differences:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LINE-NUMBER TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Journal lines:       " WS-COUNT-DISP
               "    Debits = credits - released to "
               FUNCTION TRIM(INTERFACE-PATH)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *    One audit.dat line per released batch, keyed GL-YYYYMM,
      *    so the journal shows every time a month went to the
      *    ledger and for how much.
       JOURNAL-POSTING-BATCH.
           MOVE "POST" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING "GL-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE-NAME WS-AUDIT-AFTER-NAME
           MOVE WS-LINE-NUMBER TO WS-COUNT-DISP
           STRING "batch " DELIMITED BY SIZE
               WS-BATCH DELIMITED BY SIZE
               " lines " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER-NAME
           MOVE WS-TOTAL-DEBITS TO WS-AUDIT-AMOUNT
           MOVE SPACES TO WS-AUDIT-IMAGE
           CALL "AUDITLOG" USING WS-AUDIT-ACTION WS-AUDIT-KEY
               WS-AUDIT-BEFORE-NAME WS-AUDIT-ZERO-AMT
               WS-AUDIT-AFTER-NAME WS-AUDIT-AMOUNT
               WS-AUDIT-IMAGE
               ON EXCEPTION
                   CONTINUE
           END-CALL.

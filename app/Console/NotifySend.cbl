       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFYSEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATIONS-FILE ASSIGN TO NOTIFICATIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-ID
               ALTERNATE RECORD KEY IS NTF-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NTF-MESSAGE-ID
               FILE STATUS IS NOTIFICATIONS-FILE-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO CUSTOMERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS CUST-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMERS-FILE-STATUS.
           SELECT ORDERS-FILE ASSIGN TO ORDERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               ALTERNATE RECORD KEY IS ORD-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
           SELECT PROFILES-FILE ASSIGN TO PROFILES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUSTOMER-KEY
               FILE STATUS IS PROFILES-FILE-STATUS.
           SELECT INVOICES-FILE ASSIGN TO INVOICES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ID
               ALTERNATE RECORD KEY IS INV-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS INVOICES-FILE-STATUS.
           SELECT SHIPMENTS-FILE ASSIGN TO SHIPMENTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-ID
               ALTERNATE RECORD KEY IS SHIP-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS SHIPMENTS-FILE-STATUS.
      *    Order status changes, invoicing and dunning letters all
      *    reach the change feed as ordinary model writes; this run
      *    keeps its own place in it, as each OUTBOXDISP subscriber
      *    does.
           SELECT FEED-FILE
               ASSIGN TO "storage/framework/outbox.feed"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT SEQ-FILE
               ASSIGN TO "storage/framework/outbox.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
      *    "feed|last-event-id" and "shipments|last-created-at".
           SELECT POSITION-FILE
               ASSIGN TO "storage/framework/notify.pos"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-FILE-STATUS.
      *    Last message number issued.
           SELECT MSGSEQ-FILE
               ASSIGN TO "storage/framework/notify.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGSEQ-FILE-STATUS.
      *    The mail relay's bounce reports, "MSG-nnnnnnnnn|reason"
      *    per line.
           SELECT BOUNCE-FILE
               ASSIGN TO "storage/mail/bounces.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOUNCE-FILE-STATUS.
      *    resources/mail/<type>.txt - the wording is the business's
      *    to change, so it lives outside the program.
           SELECT TEMPLATE-FILE ASSIGN TO TEMPLATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-FILE-STATUS.
      *    One file per message on storage/mail/outbound/, which the
      *    mail relay picks up and clears.
           SELECT SPOOL-FILE ASSIGN TO SPOOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           COPY "NotificationRecord.cpy".

       FD  CUSTOMERS-FILE.
       01 CUSTOMER-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CUST-==.

       FD  ORDERS-FILE.
       01 ORD-RECORD.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==ORD-==.

       FD  PROFILES-FILE.
       01 PROFILE-RECORD.
           COPY "CustomerProfileRecord.cpy".

       FD  INVOICES-FILE.
       01 INVOICE-RECORD.
           COPY "InvoiceRecord.cpy".

       FD  SHIPMENTS-FILE.
       01 SHIPMENT-RECORD.
           COPY "ShipmentRecord.cpy".

       FD  FEED-FILE.
       01 FEED-LINE PIC X(250).

       FD  SEQ-FILE.
       01 SEQ-LINE PIC X(12).

       FD  POSITION-FILE.
       01 POSITION-LINE PIC X(50).

       FD  MSGSEQ-FILE.
       01 MSGSEQ-LINE PIC X(12).

       FD  BOUNCE-FILE.
       01 BOUNCE-LINE PIC X(120).

       FD  TEMPLATE-FILE.
       01 TEMPLATE-LINE PIC X(200).

       FD  SPOOL-FILE.
       01 SPOOL-LINE PIC X(250).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 NOTIFICATIONS-FILE-STATUS PIC XX.
       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 INVOICES-FILE-STATUS PIC XX.
       01 SHIPMENTS-FILE-STATUS PIC XX.
       01 FEED-FILE-STATUS PIC XX.
       01 SEQ-FILE-STATUS PIC XX.
       01 POSITION-FILE-STATUS PIC XX.
       01 MSGSEQ-FILE-STATUS PIC XX.
       01 BOUNCE-FILE-STATUS PIC XX.
       01 TEMPLATE-FILE-STATUS PIC XX.
       01 SPOOL-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 NOTIFICATIONS-PATH PIC X(100) VALUE
           "database/notifications.db".
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 INVOICES-PATH PIC X(100) VALUE
           "database/invoices.db".
       01 SHIPMENTS-PATH PIC X(100) VALUE
           "database/shipments.db".
       01 TEMPLATE-PATH PIC X(100).
       01 SPOOL-PATH PIC X(100).

      *    The sender every message goes out under, and the base
      *    currency a message quotes for an order priced in it.
       01 WS-MAIL-FROM PIC X(60).
       01 WS-MAIL-DOMAIN PIC X(60).
       01 WS-MAIL-JUNK PIC X(60).
       01 WS-BASE-CURRENCY PIC X(3).

      *    A failed message is tried again on each run until it has
      *    had this many attempts; after that it waits on the
      *    undeliverable report for someone to look at it.
       01 WS-MAX-ATTEMPTS PIC 9(2) VALUE 3.

       01 WS-NOW PIC X(19).
       01 WS-TODAY-DASHED PIC X(10).

       01 WS-FILE-FLAGS.
           05 WS-ORDERS-FLAG PIC X VALUE "N".
               88 ORDERS-ARE-OPEN VALUE "Y".
           05 WS-PROFILES-FLAG PIC X VALUE "N".
               88 PROFILES-ARE-OPEN VALUE "Y".
           05 WS-INVOICES-FLAG PIC X VALUE "N".
               88 INVOICES-ARE-OPEN VALUE "Y".
           05 WS-SHIPMENTS-FLAG PIC X VALUE "N".
               88 SHIPMENTS-ARE-OPEN VALUE "Y".

      *    Where the last run got to. A first run has no position
      *    file and starts from the current end of the feed: the
      *    customers are told about what happens from now on, not
      *    mailed the whole history at once.
       01 WS-POSITION-FLAG PIC X VALUE "N".
           88 POSITIONS-ON-FILE VALUE "Y".
       01 WS-FEED-POS PIC 9(9) VALUE 0.
       01 WS-HIGH-ID PIC 9(9).
       01 WS-SHIP-MARK PIC X(19) VALUE SPACES.
       01 WS-HIGH-SHIP-MARK PIC X(19).
       01 WS-POS-NAME PIC X(20).
       01 WS-POS-VALUE PIC X(20).

       01 WS-MESSAGE-NUMBER PIC 9(9) VALUE 0.

      *    outbox.feed fields: id|ts|action|key|name|amount|status.
       01 WS-FEED-ID-TEXT PIC X(12).
       01 WS-FEED-ID PIC 9(9).
       01 WS-FEED-TS PIC X(19).
       01 WS-FEED-ACTION PIC X(10).
       01 WS-FEED-KEY PIC X(20).
       01 WS-FEED-NAME PIC X(100).
       01 WS-FEED-AMT PIC X(12).
       01 WS-FEED-STATUS PIC X(12).

      *    The message an event calls for, before it is known to be
      *    new; laid out as the notification record so it moves
      *    across whole.
       01 WS-CANDIDATE.
           COPY "NotificationRecord.cpy"
               REPLACING LEADING ==NTF-== BY ==CAND-==.
       01 WS-LAST-SHIP-KEY PIC X(20).

      *    Whether the customer may be mailed at all, and if not
      *    why: gone (merged into another account or retired),
      *    erased, or opted out of this type of message.
       01 WS-ELIGIBLE-FLAG PIC X.
           88 CUSTOMER-IS-MAILABLE VALUE "Y".
       01 WS-SKIP-REASON PIC X(40).
       01 WS-CUST-NAME PIC X(100).
       01 WS-CUST-EMAIL PIC X(60).
       01 WS-ANON-NAME PIC X(20) VALUE "ERASED".
       01 WS-ANON-EMAIL PIC X(20) VALUE "erased@invalid".

      *    Template expansion: one template line in, the same line
      *    with each {PLACEHOLDER} replaced out.
       01 WS-SUBJECT PIC X(200).
       01 WS-TEMPLATE-TEXT PIC X(200).
       01 WS-TEMPLATE-LEN PIC 9(4).
       01 WS-RENDERED PIC X(250).
       01 WS-IN-IX PIC 9(4).
       01 WS-OUT-PTR PIC 9(4).
       01 WS-TOKEN PIC X(20).
       01 WS-TOKEN-LEN PIC 9(4).
       01 WS-TOKEN-DELIM PIC X.
       01 WS-TOKEN-VALUE PIC X(100).
       01 WS-TOKEN-FLAG PIC X.
           88 TOKEN-IS-KNOWN VALUE "Y".
       01 WS-LINE-COUNT PIC 9(4).
       01 WS-AT-COUNT PIC 9(4).
       01 WS-AMOUNT-DISP PIC Z(10)9.99.
       01 WS-TYPE-LOWER PIC X(8).

       01 WS-SPOOL-OK PIC X.
           88 SPOOL-WRITE-CLEAN VALUE "Y".

       01 WS-BOUNCE-ID PIC X(13).
       01 WS-BOUNCE-REASON PIC X(100).

       01 WS-COUNTS.
           05 WS-EVENT-COUNT PIC 9(7) VALUE 0.
           05 WS-CANDIDATE-COUNT PIC 9(7) VALUE 0.
           05 WS-RAISED-COUNT PIC 9(7) VALUE 0.
           05 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
           05 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
           05 WS-SENT-COUNT PIC 9(7) VALUE 0.
           05 WS-FAILED-COUNT PIC 9(7) VALUE 0.
           05 WS-RETRIED-COUNT PIC 9(7) VALUE 0.
           05 WS-BOUNCED-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP PIC Z(6)9.
       01 WS-ID-DISP PIC Z(8)9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 WS-RC-MESSAGE PIC X(60) VALUE SPACES.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

      *    The scheduler may run this more than once in a process.
           MOVE ZEROS TO WS-COUNTS
           MOVE "NNNN" TO WS-FILE-FLAGS
           MOVE "N" TO WS-POSITION-FLAG
           MOVE 0 TO WS-FEED-POS
           MOVE SPACES TO WS-SHIP-MARK
           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DASHED

           OPEN I-O NOTIFICATIONS-FILE
           IF NOTIFICATIONS-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFICATIONS-FILE
               CLOSE NOTIFICATIONS-FILE
               OPEN I-O NOTIFICATIONS-FILE
           END-IF
           IF NOTIFICATIONS-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(NOTIFICATIONS-PATH)
                   " (status " NOTIFICATIONS-FILE-STATUS ")."
               MOVE 8 TO WS-RC-CODE
               MOVE "cannot open notifications file" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(CUSTOMERS-PATH)
                   " (status " CUSTOMERS-FILE-STATUS ")."
               CLOSE NOTIFICATIONS-FILE
               MOVE 8 TO WS-RC-CODE
               MOVE "cannot open customers file" TO WS-RC-MESSAGE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           OPEN INPUT ORDERS-FILE
           IF ORDERS-FILE-STATUS = "00"
               SET ORDERS-ARE-OPEN TO TRUE
           END-IF
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               SET PROFILES-ARE-OPEN TO TRUE
           END-IF
           OPEN INPUT INVOICES-FILE
           IF INVOICES-FILE-STATUS = "00"
               SET INVOICES-ARE-OPEN TO TRUE
           END-IF
           OPEN INPUT SHIPMENTS-FILE
           IF SHIPMENTS-FILE-STATUS = "00"
               SET SHIPMENTS-ARE-OPEN TO TRUE
           END-IF

           PERFORM LOAD-MESSAGE-NUMBER
           PERFORM LOAD-POSITIONS
           PERFORM APPLY-BOUNCES
           PERFORM RETRY-FAILED-MESSAGES
           IF POSITIONS-ON-FILE
               PERFORM WATCH-OUTBOX-FEED
               PERFORM WATCH-SHIPMENTS
           ELSE
               PERFORM START-POSITIONS-AT-NOW
           END-IF
           PERFORM SAVE-POSITIONS

           IF SHIPMENTS-ARE-OPEN
               CLOSE SHIPMENTS-FILE
           END-IF
           IF INVOICES-ARE-OPEN
               CLOSE INVOICES-FILE
           END-IF
           IF PROFILES-ARE-OPEN
               CLOSE PROFILES-FILE
           END-IF
           IF ORDERS-ARE-OPEN
               CLOSE ORDERS-FILE
           END-IF
           CLOSE CUSTOMERS-FILE
           CLOSE NOTIFICATIONS-FILE

           MOVE WS-RAISED-COUNT TO WS-COUNT-DISP
           DISPLAY "Messages raised:   " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           DISPLAY "Sent to spool:     " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISP
           DISPLAY "Failed:            " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-RETRIED-COUNT TO WS-COUNT-DISP
           DISPLAY "Retries attempted: " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
           DISPLAY "Not mailed:        " FUNCTION TRIM(WS-COUNT-DISP)
               " (opted out, erased or merged)"
           MOVE WS-BOUNCED-COUNT TO WS-COUNT-DISP
           DISPLAY "Bounces recorded:  " FUNCTION TRIM(WS-COUNT-DISP)
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Every event or shipment that called for a message either
      *    raised one or was passed over (already raised, or the
      *    customer is not to be mailed), so the run balances on
      *    that; a message that failed to spool was still raised and
      *    waits for the retry.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "notify:send" TO RC-COMMAND
           MOVE WS-CANDIDATE-COUNT TO RC-RECORDS-READ
           MOVE WS-RAISED-COUNT TO RC-RECORDS-WRITTEN
           COMPUTE RC-RECORDS-REJECTED =
               WS-DUPLICATE-COUNT + WS-SKIPPED-COUNT
           MOVE 0 TO RC-AMOUNT-HASH
           IF WS-RC-CODE < 4 AND WS-FAILED-COUNT > 0
               MOVE 4 TO WS-RC-CODE
               MOVE "messages failed - see notify:undeliverable"
                   TO WS-RC-MESSAGE
           END-IF
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           MOVE WS-RC-MESSAGE TO RC-MESSAGE
           MOVE "Y" TO RC-BALANCE-RULE
           MOVE "storage/framework/outbox.feed" TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT NOTIFICATIONS-PATH FROM ENVIRONMENT "DB_NOTIFICATIONS"
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           ACCEPT INVOICES-PATH FROM ENVIRONMENT "DB_INVOICES"
           ACCEPT SHIPMENTS-PATH FROM ENVIRONMENT "DB_SHIPMENTS"
           ACCEPT WS-MAIL-FROM FROM ENVIRONMENT "MAIL_FROM"
           ACCEPT WS-BASE-CURRENCY FROM ENVIRONMENT "APP_CURRENCY"
           IF FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               OR FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               OR FUNCTION TRIM(INVOICES-PATH) = SPACES
               OR FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               OR WS-MAIL-FROM = SPACES
               OR WS-BASE-CURRENCY = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               MOVE "database/notifications.db" TO NOTIFICATIONS-PATH
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               MOVE "database/customers.db" TO CUSTOMERS-PATH
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF
           IF FUNCTION TRIM(INVOICES-PATH) = SPACES
               MOVE "database/invoices.db" TO INVOICES-PATH
           END-IF
           IF FUNCTION TRIM(SHIPMENTS-PATH) = SPACES
               MOVE "database/shipments.db" TO SHIPMENTS-PATH
           END-IF
           IF WS-MAIL-FROM = SPACES
               MOVE "noreply@localhost" TO WS-MAIL-FROM
           END-IF
           MOVE SPACES TO WS-MAIL-JUNK WS-MAIL-DOMAIN
           UNSTRING WS-MAIL-FROM DELIMITED BY "@"
               INTO WS-MAIL-JUNK WS-MAIL-DOMAIN
           IF WS-MAIL-DOMAIN = SPACES
               MOVE "localhost" TO WS-MAIL-DOMAIN
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
                           WHEN ENV-FILE-LINE(1:17) =
                                   "DB_NOTIFICATIONS="
                               AND FUNCTION TRIM(NOTIFICATIONS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(18:))
                                   TO NOTIFICATIONS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_CUSTOMERS="
                               AND FUNCTION TRIM(CUSTOMERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO CUSTOMERS-PATH
                           WHEN ENV-FILE-LINE(1:10) = "DB_ORDERS="
                               AND FUNCTION TRIM(ORDERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PROFILES="
                               AND FUNCTION TRIM(PROFILES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PROFILES-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_INVOICES="
                               AND FUNCTION TRIM(INVOICES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO INVOICES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_SHIPMENTS="
                               AND FUNCTION TRIM(SHIPMENTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SHIPMENTS-PATH
                           WHEN ENV-FILE-LINE(1:10) = "MAIL_FROM="
                               AND WS-MAIL-FROM = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO WS-MAIL-FROM
                           WHEN ENV-FILE-LINE(1:13) = "APP_CURRENCY="
                               AND WS-BASE-CURRENCY = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO WS-BASE-CURRENCY
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

       LOAD-MESSAGE-NUMBER.
           MOVE 0 TO WS-MESSAGE-NUMBER
           OPEN INPUT MSGSEQ-FILE
           IF MSGSEQ-FILE-STATUS = "00"
               READ MSGSEQ-FILE
                   AT END MOVE "10" TO MSGSEQ-FILE-STATUS
               END-READ
               IF MSGSEQ-FILE-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(MSGSEQ-LINE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(MSGSEQ-LINE))
                       TO WS-MESSAGE-NUMBER
               END-IF
               CLOSE MSGSEQ-FILE
           END-IF.

      *    Written back as each number is taken, as OUTBOXFEED does
      *    with event ids, so a run that stops part way never hands
      *    the same number out twice.
       TAKE-MESSAGE-NUMBER.
           ADD 1 TO WS-MESSAGE-NUMBER
           OPEN OUTPUT MSGSEQ-FILE
           MOVE WS-MESSAGE-NUMBER TO MSGSEQ-LINE
           WRITE MSGSEQ-LINE
           CLOSE MSGSEQ-FILE
           MOVE SPACES TO CAND-MESSAGE-ID
           STRING "MSG-" WS-MESSAGE-NUMBER DELIMITED BY SIZE
               INTO CAND-MESSAGE-ID.

       LOAD-POSITIONS.
           OPEN INPUT POSITION-FILE
           IF POSITION-FILE-STATUS = "00"
               SET POSITIONS-ON-FILE TO TRUE
               PERFORM UNTIL POSITION-FILE-STATUS NOT = "00"
                   READ POSITION-FILE
                       AT END MOVE "10" TO POSITION-FILE-STATUS
                   END-READ
                   IF POSITION-FILE-STATUS = "00"
                       MOVE SPACES TO WS-POS-NAME WS-POS-VALUE
                       UNSTRING POSITION-LINE DELIMITED BY "|"
                           INTO WS-POS-NAME WS-POS-VALUE
                       EVALUATE TRUE
                           WHEN WS-POS-NAME = "feed"
                               AND FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(WS-POS-VALUE)) = 0
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-POS-VALUE))
                                   TO WS-FEED-POS
                           WHEN WS-POS-NAME = "shipments"
                               MOVE WS-POS-VALUE TO WS-SHIP-MARK
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

      *    The feed's last id is in outbox.seq; shipments are marked
      *    by creation time, so anything made from here on counts.
       START-POSITIONS-AT-NOW.
           MOVE 0 TO WS-FEED-POS
           OPEN INPUT SEQ-FILE
           IF SEQ-FILE-STATUS = "00"
               READ SEQ-FILE
                   AT END MOVE "10" TO SEQ-FILE-STATUS
               END-READ
               IF SEQ-FILE-STATUS = "00"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(SEQ-LINE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEQ-LINE))
                       TO WS-FEED-POS
               END-IF
               CLOSE SEQ-FILE
           END-IF
           MOVE WS-NOW TO WS-SHIP-MARK
           MOVE WS-FEED-POS TO WS-ID-DISP
           DISPLAY "First run: notifications start after event "
               FUNCTION TRIM(WS-ID-DISP)
               " - earlier history is not mailed.".

       SAVE-POSITIONS.
           OPEN OUTPUT POSITION-FILE
           MOVE SPACES TO POSITION-LINE
           STRING "feed|" WS-FEED-POS DELIMITED BY SIZE
               INTO POSITION-LINE
           WRITE POSITION-LINE
           MOVE SPACES TO POSITION-LINE
           STRING "shipments|" WS-SHIP-MARK DELIMITED BY SIZE
               INTO POSITION-LINE
           WRITE POSITION-LINE
           CLOSE POSITION-FILE.

      *    Only a SENT message can bounce, so a report line already
      *    applied on an earlier run is passed over and the relay may
      *    simply keep appending to the file.
       APPLY-BOUNCES.
           OPEN INPUT BOUNCE-FILE
           IF BOUNCE-FILE-STATUS = "00"
               PERFORM UNTIL BOUNCE-FILE-STATUS NOT = "00"
                   READ BOUNCE-FILE
                       AT END MOVE "10" TO BOUNCE-FILE-STATUS
                   END-READ
                   IF BOUNCE-FILE-STATUS = "00"
                       AND BOUNCE-LINE(1:4) = "MSG-"
                       PERFORM APPLY-ONE-BOUNCE
                   END-IF
               END-PERFORM
               CLOSE BOUNCE-FILE
           END-IF.

       APPLY-ONE-BOUNCE.
           MOVE SPACES TO WS-BOUNCE-ID WS-BOUNCE-REASON
           UNSTRING BOUNCE-LINE DELIMITED BY "|"
               INTO WS-BOUNCE-ID WS-BOUNCE-REASON
           MOVE WS-BOUNCE-ID TO NTF-MESSAGE-ID
           READ NOTIFICATIONS-FILE KEY IS NTF-MESSAGE-ID
               INVALID KEY MOVE "23" TO NOTIFICATIONS-FILE-STATUS
           END-READ
           IF NOTIFICATIONS-FILE-STATUS = "00" AND NTF-IS-SENT
               MOVE "BOUNCED" TO NTF-STATUS
               IF WS-BOUNCE-REASON = SPACES
                   MOVE "reported undeliverable by the relay"
                       TO NTF-REASON
               ELSE
                   MOVE WS-BOUNCE-REASON TO NTF-REASON
               END-IF
               MOVE WS-NOW TO NTF-UPDATED-AT
               REWRITE NOTIFICATION-RECORD
               IF NOTIFICATIONS-FILE-STATUS = "00"
                   ADD 1 TO WS-BOUNCED-COUNT
               END-IF
           END-IF.

      *    Failed messages with attempts left, oldest key first. The
      *    customer is looked at again first: one who has opted out,
      *    been erased or merged away since is not mailed after all.
       RETRY-FAILED-MESSAGES.
           MOVE LOW-VALUES TO NTF-ID
           START NOTIFICATIONS-FILE KEY IS NOT LESS THAN NTF-ID
               INVALID KEY MOVE "10" TO NOTIFICATIONS-FILE-STATUS
           END-START
           PERFORM UNTIL NOTIFICATIONS-FILE-STATUS NOT = "00"
               READ NOTIFICATIONS-FILE NEXT RECORD
                   AT END MOVE "10" TO NOTIFICATIONS-FILE-STATUS
               END-READ
               IF NOTIFICATIONS-FILE-STATUS = "00"
                   AND NTF-IS-FAILED
                   AND NTF-ATTEMPTS < WS-MAX-ATTEMPTS
                   ADD 1 TO WS-RETRIED-COUNT
                   MOVE NTF-TYPE TO CAND-TYPE
                   MOVE NTF-CUSTOMER-KEY TO CAND-CUSTOMER-KEY
                   PERFORM CHECK-CUSTOMER-MAILABLE
                   IF CUSTOMER-IS-MAILABLE
                       PERFORM DELIVER-MESSAGE
                   ELSE
                       MOVE "SKIPPED" TO NTF-STATUS
                       MOVE WS-SKIP-REASON TO NTF-REASON
                       MOVE WS-NOW TO NTF-UPDATED-AT
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   REWRITE NOTIFICATION-RECORD
                   MOVE "00" TO NOTIFICATIONS-FILE-STATUS
               END-IF
           END-PERFORM.

      *    Each event past the position is looked at once; the
      *    position moves to the last one read whatever it called
      *    for, since a message that could not be spooled is on file
      *    as FAILED and is retried from there, not from the feed.
       WATCH-OUTBOX-FEED.
           MOVE WS-FEED-POS TO WS-HIGH-ID
           OPEN INPUT FEED-FILE
           IF FEED-FILE-STATUS = "00"
               PERFORM UNTIL FEED-FILE-STATUS NOT = "00"
                   READ FEED-FILE
                       AT END MOVE "10" TO FEED-FILE-STATUS
                   END-READ
                   IF FEED-FILE-STATUS = "00"
                       PERFORM TAKE-FEED-EVENT
                   END-IF
               END-PERFORM
               CLOSE FEED-FILE
           END-IF
           MOVE WS-HIGH-ID TO WS-FEED-POS.

       TAKE-FEED-EVENT.
           MOVE SPACES TO WS-FEED-ID-TEXT WS-FEED-TS WS-FEED-ACTION
               WS-FEED-KEY WS-FEED-NAME WS-FEED-AMT WS-FEED-STATUS
           UNSTRING FEED-LINE DELIMITED BY "|"
               INTO WS-FEED-ID-TEXT WS-FEED-TS WS-FEED-ACTION
                   WS-FEED-KEY WS-FEED-NAME WS-FEED-AMT
                   WS-FEED-STATUS
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FEED-ID-TEXT)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-ID-TEXT))
                   TO WS-FEED-ID
               IF WS-FEED-ID > WS-FEED-POS
                   ADD 1 TO WS-EVENT-COUNT
                   IF WS-FEED-ID > WS-HIGH-ID
                       MOVE WS-FEED-ID TO WS-HIGH-ID
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-FEED-KEY(1:4) = "ORD-"
                           AND WS-FEED-STATUS NOT = SPACES
                           PERFORM TAKE-ORDER-EVENT
                       WHEN WS-FEED-KEY(1:5) = "CUST-"
                           PERFORM TAKE-CUSTOMER-EVENT
                   END-EVALUATE
               END-IF
           END-IF.

      *    The status the write left the order in. A shipment has a
      *    message of its own, with its tracking number, and an
      *    invoice one covering every order it billed, so SHIPPED and
      *    INVOICED are told that way; AWAITING is the second
      *    signature on a large order, which is ours, not theirs.
      *    Keying on order and status means a write that leaves the
      *    status alone raises nothing new.
       TAKE-ORDER-EVENT.
           IF ORDERS-ARE-OPEN
               MOVE WS-FEED-KEY TO ORD-KEY
               READ ORDERS-FILE KEY IS ORD-KEY
                   INVALID KEY MOVE "23" TO ORDERS-FILE-STATUS
               END-READ
               IF ORDERS-FILE-STATUS = "00"
                   EVALUATE WS-FEED-STATUS
                       WHEN "NEW"
                       WHEN "APPROVED"
                       WHEN "CANCELLED"
                           PERFORM RAISE-ORDER-MESSAGE
                       WHEN "INVOICED"
                           IF ORD-INVOICE-NUMBER NOT = SPACES
                               PERFORM RAISE-INVOICE-MESSAGE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       RAISE-ORDER-MESSAGE.
           MOVE SPACES TO WS-CANDIDATE
           MOVE "ORDER" TO CAND-TYPE
           STRING ORD-KEY WS-FEED-STATUS DELIMITED BY SIZE
               INTO CAND-REFERENCE
           MOVE ORD-CUSTOMER-KEY TO CAND-CUSTOMER-KEY
           MOVE ORD-KEY TO CAND-ORDER-KEY
           MOVE WS-FEED-STATUS TO CAND-ORDER-STATUS
           MOVE ORD-CURRENCY TO CAND-CURRENCY
           MOVE ORD-AMOUNT TO CAND-AMOUNT
           STRING WS-FEED-TS(1:4) "-" WS-FEED-TS(5:2) "-"
               WS-FEED-TS(7:2) DELIMITED BY SIZE
               INTO CAND-EVENT-DATE
           PERFORM RAISE-NOTIFICATION.

      *    One message per invoice, however many of its orders reach
      *    the feed; the index has the document totals, and an
      *    invoice not yet on it is quoted at the order's own figure.
       RAISE-INVOICE-MESSAGE.
           MOVE SPACES TO WS-CANDIDATE
           MOVE "INVOICE" TO CAND-TYPE
           MOVE ORD-INVOICE-NUMBER TO CAND-REFERENCE
           MOVE ORD-CUSTOMER-KEY TO CAND-CUSTOMER-KEY
           MOVE ORD-KEY TO CAND-ORDER-KEY
           MOVE "INVOICED" TO CAND-ORDER-STATUS
           MOVE ORD-INVOICE-NUMBER TO CAND-INVOICE-NUMBER
           MOVE ORD-CURRENCY TO CAND-CURRENCY
           MOVE ORD-AMOUNT TO CAND-AMOUNT
           MOVE ORD-INVOICE-DATE TO CAND-EVENT-DATE
           IF INVOICES-ARE-OPEN
               MOVE ORD-INVOICE-NUMBER TO INV-NUMBER
               MOVE 0 TO INV-LINE
               READ INVOICES-FILE KEY IS INV-ID
                   INVALID KEY MOVE "23" TO INVOICES-FILE-STATUS
               END-READ
               IF INVOICES-FILE-STATUS = "00"
                   MOVE INV-CURRENCY TO CAND-CURRENCY
                   COMPUTE CAND-AMOUNT =
                       INV-GOODS-TOTAL + INV-TAX-TOTAL
               END-IF
           END-IF
           PERFORM RAISE-NOTIFICATION.

      *    collections:dunning records each letter on the customer
      *    through an ordinary UPDATE; the level and letter date
      *    then on file say which letter went. Any other change to
      *    the customer finds the same letter already told.
       TAKE-CUSTOMER-EVENT.
           MOVE WS-FEED-KEY TO CUST-KEY
           READ CUSTOMERS-FILE KEY IS CUST-KEY
               INVALID KEY MOVE "23" TO CUSTOMERS-FILE-STATUS
           END-READ
           IF CUSTOMERS-FILE-STATUS = "00"
               AND (CUST-DUNNING-LEVEL = "1" OR "2" OR "3")
               AND CUST-DUNNING-DATE NOT = SPACES
               MOVE SPACES TO WS-CANDIDATE
               MOVE "DUNNING" TO CAND-TYPE
               STRING CUST-KEY CUST-DUNNING-LEVEL CUST-DUNNING-DATE
                   DELIMITED BY SIZE INTO CAND-REFERENCE
               MOVE CUST-KEY TO CAND-CUSTOMER-KEY
               MOVE CUST-DUNNING-LEVEL TO CAND-DUNNING-LEVEL
               MOVE CUST-DUNNING-DATE TO CAND-EVENT-DATE
               PERFORM RAISE-NOTIFICATION
           END-IF.

      *    Shipments are not model writes and never reach the feed,
      *    so the shipments file is read for lines made since the
      *    last run. A shipment's lines share its key and sit
      *    together; the first of them raises the message.
       WATCH-SHIPMENTS.
           IF SHIPMENTS-ARE-OPEN
               MOVE WS-SHIP-MARK TO WS-HIGH-SHIP-MARK
               MOVE SPACES TO WS-LAST-SHIP-KEY
               MOVE LOW-VALUES TO SHIP-ID
               START SHIPMENTS-FILE KEY IS NOT LESS THAN SHIP-ID
                   INVALID KEY MOVE "10" TO SHIPMENTS-FILE-STATUS
               END-START
               PERFORM UNTIL SHIPMENTS-FILE-STATUS NOT = "00"
                   READ SHIPMENTS-FILE NEXT RECORD
                       AT END MOVE "10" TO SHIPMENTS-FILE-STATUS
                   END-READ
                   IF SHIPMENTS-FILE-STATUS = "00"
                       AND SHIP-CREATED-AT > WS-SHIP-MARK
                       AND SHIP-KEY NOT = WS-LAST-SHIP-KEY
                       MOVE SHIP-KEY TO WS-LAST-SHIP-KEY
                       IF SHIP-CREATED-AT > WS-HIGH-SHIP-MARK
                           MOVE SHIP-CREATED-AT TO WS-HIGH-SHIP-MARK
                       END-IF
                       PERFORM RAISE-SHIPMENT-MESSAGE
                   END-IF
               END-PERFORM
               MOVE WS-HIGH-SHIP-MARK TO WS-SHIP-MARK
           END-IF.

       RAISE-SHIPMENT-MESSAGE.
           MOVE SPACES TO WS-CANDIDATE
           MOVE "SHIPMENT" TO CAND-TYPE
           MOVE SHIP-KEY TO CAND-REFERENCE
           MOVE SHIP-ORDER-KEY TO CAND-ORDER-KEY
           MOVE SHIP-DATE TO CAND-EVENT-DATE
           MOVE SHIP-CARRIER TO CAND-CARRIER
           MOVE SHIP-TRACKING TO CAND-TRACKING
           MOVE 0 TO CAND-AMOUNT
           IF ORDERS-ARE-OPEN
               MOVE SHIP-ORDER-KEY TO ORD-KEY
               READ ORDERS-FILE KEY IS ORD-KEY
                   INVALID KEY MOVE "23" TO ORDERS-FILE-STATUS
               END-READ
               IF ORDERS-FILE-STATUS = "00"
                   MOVE ORD-CUSTOMER-KEY TO CAND-CUSTOMER-KEY
                   MOVE ORD-ORDER-STATUS TO CAND-ORDER-STATUS
               END-IF
           END-IF
           IF CAND-CUSTOMER-KEY NOT = SPACES
               PERFORM RAISE-NOTIFICATION
           END-IF.

      *    A message already raised for the same thing is not raised
      *    again; a customer not to be mailed gets no message at all.
      *    Otherwise the message goes on file before it is spooled,
      *    so a run that stops in between leaves it to the retry
      *    rather than losing it.
       RAISE-NOTIFICATION.
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE CAND-ID TO NTF-ID
           READ NOTIFICATIONS-FILE KEY IS NTF-ID
               INVALID KEY MOVE "23" TO NOTIFICATIONS-FILE-STATUS
           END-READ
           IF NOTIFICATIONS-FILE-STATUS = "00"
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               PERFORM CHECK-CUSTOMER-MAILABLE
               IF NOT CUSTOMER-IS-MAILABLE
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM TAKE-MESSAGE-NUMBER
                   MOVE "FAILED" TO CAND-STATUS
                   MOVE 0 TO CAND-ATTEMPTS
                   MOVE WS-NOW TO CAND-CREATED-AT CAND-UPDATED-AT
                   MOVE "not yet spooled" TO CAND-REASON
                   MOVE WS-CANDIDATE TO NOTIFICATION-RECORD
                   WRITE NOTIFICATION-RECORD
                   IF NOTIFICATIONS-FILE-STATUS NOT = "00"
                       DISPLAY "Cannot record "
                           FUNCTION TRIM(CAND-TYPE) " "
                           FUNCTION TRIM(CAND-REFERENCE)
                           " (status " NOTIFICATIONS-FILE-STATUS ")."
                   ELSE
                       ADD 1 TO WS-RAISED-COUNT
                       PERFORM DELIVER-MESSAGE
                       REWRITE NOTIFICATION-RECORD
                   END-IF
               END-IF
           END-IF.

      *    A merged-away duplicate is retired by the merge, and an
      *    erased customer keeps only stand-in name and address
      *    (see CUSTERASE); neither is mailed. The profile holds the
      *    customer's opt-outs. Leaves the name and address to use.
       CHECK-CUSTOMER-MAILABLE.
           MOVE "N" TO WS-ELIGIBLE-FLAG
           MOVE SPACES TO WS-SKIP-REASON WS-CUST-NAME WS-CUST-EMAIL
           MOVE CAND-CUSTOMER-KEY TO CUST-KEY
           READ CUSTOMERS-FILE KEY IS CUST-KEY
               INVALID KEY MOVE "23" TO CUSTOMERS-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN CUSTOMERS-FILE-STATUS NOT = "00"
                   MOVE "customer not on file" TO WS-SKIP-REASON
               WHEN CUST-DELETED-AT NOT = SPACES
                   MOVE "customer merged away or retired"
                       TO WS-SKIP-REASON
               WHEN CUST-NAME = WS-ANON-NAME
                   OR CUST-EMAIL = WS-ANON-EMAIL
                   MOVE "customer erased" TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE CUST-NAME TO WS-CUST-NAME
                   MOVE CUST-EMAIL TO WS-CUST-EMAIL
                   SET CUSTOMER-IS-MAILABLE TO TRUE
                   PERFORM CHECK-CUSTOMER-OPT-OUT
           END-EVALUATE.

       CHECK-CUSTOMER-OPT-OUT.
           IF PROFILES-ARE-OPEN
               MOVE CAND-CUSTOMER-KEY TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
                   INVALID KEY MOVE "23" TO PROFILES-FILE-STATUS
               END-READ
               IF PROFILES-FILE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN CAND-TYPE = "ORDER"
                           AND PROF-ORDER-MAIL-OFF
                       WHEN CAND-TYPE = "SHIPMENT"
                           AND PROF-SHIPMENT-MAIL-OFF
                       WHEN CAND-TYPE = "INVOICE"
                           AND PROF-INVOICE-MAIL-OFF
                       WHEN CAND-TYPE = "DUNNING"
                           AND PROF-DUNNING-MAIL-OFF
                           MOVE "N" TO WS-ELIGIBLE-FLAG
                           MOVE "customer opted out" TO WS-SKIP-REASON
                   END-EVALUATE
               END-IF
           END-IF.

      *    Writes the message in NOTIFICATION-RECORD to the spool and
      *    leaves it SENT, or FAILED with the reason; the caller
      *    rewrites the record.
       DELIVER-MESSAGE.
           ADD 1 TO NTF-ATTEMPTS
           MOVE WS-NOW TO NTF-UPDATED-AT
           MOVE SPACES TO NTF-REASON
           MOVE WS-CUST-EMAIL TO NTF-EMAIL
           MOVE FUNCTION LOWER-CASE(NTF-TYPE) TO WS-TYPE-LOWER
           MOVE SPACES TO TEMPLATE-PATH
           STRING "resources/mail/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TYPE-LOWER) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO TEMPLATE-PATH
           MOVE SPACES TO SPOOL-PATH
           STRING "storage/mail/outbound/" DELIMITED BY SIZE
               FUNCTION TRIM(NTF-MESSAGE-ID) DELIMITED BY SIZE
               ".eml" DELIMITED BY SIZE
               INTO SPOOL-PATH

           MOVE 0 TO WS-AT-COUNT
           INSPECT NTF-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT NOT = 1
               MOVE "FAILED" TO NTF-STATUS
               MOVE "no usable email address on file" TO NTF-REASON
           ELSE
               OPEN INPUT TEMPLATE-FILE
               IF TEMPLATE-FILE-STATUS NOT = "00"
                   MOVE "FAILED" TO NTF-STATUS
                   STRING "no template " DELIMITED BY SIZE
                       FUNCTION TRIM(TEMPLATE-PATH) DELIMITED BY SIZE
                       INTO NTF-REASON
               ELSE
                   PERFORM WRITE-SPOOL-MESSAGE
                   CLOSE TEMPLATE-FILE
               END-IF
           END-IF

           IF NTF-IS-SENT
               ADD 1 TO WS-SENT-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

      *    An optional first template line "Subject: ..." gives the
      *    subject; the rest is the body. Headers first, then a blank
      *    line, then the body, each line with its placeholders
      *    filled in.
       WRITE-SPOOL-MESSAGE.
           MOVE "Y" TO WS-SPOOL-OK
           MOVE SPACES TO WS-SUBJECT
           MOVE 0 TO WS-LINE-COUNT
           READ TEMPLATE-FILE
               AT END MOVE "10" TO TEMPLATE-FILE-STATUS
           END-READ
           IF TEMPLATE-FILE-STATUS = "00"
               AND TEMPLATE-LINE(1:8) = "Subject:"
               MOVE TEMPLATE-LINE(9:) TO WS-TEMPLATE-TEXT
               PERFORM RENDER-TEMPLATE-TEXT
               MOVE FUNCTION TRIM(WS-RENDERED) TO WS-SUBJECT
               READ TEMPLATE-FILE
                   AT END MOVE "10" TO TEMPLATE-FILE-STATUS
               END-READ
           END-IF
           IF WS-SUBJECT = SPACES
               MOVE "Your account" TO WS-SUBJECT
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF SPOOL-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SPOOL-OK
           ELSE
               MOVE SPACES TO SPOOL-LINE
               STRING "Message-ID: <" DELIMITED BY SIZE
                   FUNCTION TRIM(NTF-MESSAGE-ID) DELIMITED BY SIZE
                   "@" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAIL-DOMAIN) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   INTO SPOOL-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE SPACES TO SPOOL-LINE
               STRING "From: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAIL-FROM) DELIMITED BY SIZE
                   INTO SPOOL-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE SPACES TO SPOOL-LINE
               STRING "To: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-NAME) DELIMITED BY SIZE
                   " <" DELIMITED BY SIZE
                   FUNCTION TRIM(NTF-EMAIL) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   INTO SPOOL-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE SPACES TO SPOOL-LINE
               STRING "Subject: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
                   INTO SPOOL-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE SPACES TO SPOOL-LINE
               STRING "Date: " DELIMITED BY SIZE
                   WS-TODAY-DASHED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                       DELIMITED BY SIZE
                   INTO SPOOL-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE SPACES TO SPOOL-LINE
               PERFORM WRITE-SPOOL-LINE

               PERFORM UNTIL TEMPLATE-FILE-STATUS NOT = "00"
                       OR NOT SPOOL-WRITE-CLEAN
                   MOVE TEMPLATE-LINE TO WS-TEMPLATE-TEXT
                   PERFORM RENDER-TEMPLATE-TEXT
                   MOVE WS-RENDERED TO SPOOL-LINE
                   PERFORM WRITE-SPOOL-LINE
                   ADD 1 TO WS-LINE-COUNT
                   READ TEMPLATE-FILE
                       AT END MOVE "10" TO TEMPLATE-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE SPOOL-FILE
               IF SPOOL-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-SPOOL-OK
               END-IF
           END-IF

           IF SPOOL-WRITE-CLEAN
               MOVE "SENT" TO NTF-STATUS
           ELSE
               MOVE "FAILED" TO NTF-STATUS
               STRING "spool write failed (status " DELIMITED BY SIZE
                   SPOOL-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO NTF-REASON
           END-IF.

       WRITE-SPOOL-LINE.
           IF SPOOL-WRITE-CLEAN
               WRITE SPOOL-LINE
               IF SPOOL-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-SPOOL-OK
               END-IF
           END-IF.

      *    Copies WS-TEMPLATE-TEXT to WS-RENDERED a character at a
      *    time; "{NAME}" and the like are replaced by their values
      *    for this message. An unknown name is copied as it stands
      *    so a mistyped template shows in the message rather than
      *    quietly losing words.
       RENDER-TEMPLATE-TEXT.
           MOVE SPACES TO WS-RENDERED
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-IN-IX
           MOVE 0 TO WS-TEMPLATE-LEN
           IF WS-TEMPLATE-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-TEMPLATE-TEXT TRAILING))
                   TO WS-TEMPLATE-LEN
           END-IF
           PERFORM UNTIL WS-IN-IX > WS-TEMPLATE-LEN
                   OR WS-OUT-PTR > 250
               MOVE "N" TO WS-TOKEN-FLAG
               IF WS-TEMPLATE-TEXT(WS-IN-IX:1) = "{"
                   AND WS-IN-IX < WS-TEMPLATE-LEN
                   MOVE SPACES TO WS-TOKEN WS-TOKEN-DELIM
                   MOVE 0 TO WS-TOKEN-LEN
                   UNSTRING WS-TEMPLATE-TEXT(WS-IN-IX + 1:)
                       DELIMITED BY "}"
                       INTO WS-TOKEN DELIMITER IN WS-TOKEN-DELIM
                           COUNT IN WS-TOKEN-LEN
                   IF WS-TOKEN-DELIM = "}"
                       AND WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 20
                       PERFORM LOOK-UP-PLACEHOLDER
                   END-IF
               END-IF
               IF TOKEN-IS-KNOWN
                   IF WS-TOKEN-VALUE NOT = SPACES
                       STRING FUNCTION TRIM(WS-TOKEN-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-RENDERED WITH POINTER WS-OUT-PTR
                   END-IF
                   COMPUTE WS-IN-IX = WS-IN-IX + WS-TOKEN-LEN + 2
               ELSE
                   MOVE WS-TEMPLATE-TEXT(WS-IN-IX:1)
                       TO WS-RENDERED(WS-OUT-PTR:1)
                   ADD 1 TO WS-IN-IX WS-OUT-PTR
               END-IF
           END-PERFORM.

       LOOK-UP-PLACEHOLDER.
           SET TOKEN-IS-KNOWN TO TRUE
           MOVE SPACES TO WS-TOKEN-VALUE
           EVALUATE FUNCTION UPPER-CASE(WS-TOKEN)
               WHEN "NAME"
                   MOVE WS-CUST-NAME TO WS-TOKEN-VALUE
               WHEN "CUSTOMER"
                   MOVE NTF-CUSTOMER-KEY TO WS-TOKEN-VALUE
               WHEN "EMAIL"
                   MOVE NTF-EMAIL TO WS-TOKEN-VALUE
               WHEN "ORDER"
                   MOVE NTF-ORDER-KEY TO WS-TOKEN-VALUE
               WHEN "STATUS"
                   MOVE NTF-ORDER-STATUS TO WS-TOKEN-VALUE
               WHEN "INVOICE"
                   IF NTF-INVOICE-NUMBER NOT = SPACES
                       STRING "INV-" NTF-INVOICE-NUMBER
                           DELIMITED BY SIZE INTO WS-TOKEN-VALUE
                   END-IF
               WHEN "AMOUNT"
                   MOVE NTF-AMOUNT TO WS-AMOUNT-DISP
                   MOVE FUNCTION TRIM(WS-AMOUNT-DISP)
                       TO WS-TOKEN-VALUE
               WHEN "CURRENCY"
                   IF NTF-CURRENCY = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-TOKEN-VALUE
                   ELSE
                       MOVE NTF-CURRENCY TO WS-TOKEN-VALUE
                   END-IF
               WHEN "DATE"
                   MOVE NTF-EVENT-DATE TO WS-TOKEN-VALUE
               WHEN "CARRIER"
                   MOVE NTF-CARRIER TO WS-TOKEN-VALUE
               WHEN "TRACKING"
                   MOVE NTF-TRACKING TO WS-TOKEN-VALUE
               WHEN "SHIPMENT"
                   IF NTF-TYPE = "SHIPMENT"
                       MOVE NTF-REFERENCE TO WS-TOKEN-VALUE
                   END-IF
               WHEN "LEVEL"
                   MOVE NTF-DUNNING-LEVEL TO WS-TOKEN-VALUE
               WHEN "MESSAGE"
                   MOVE NTF-MESSAGE-ID TO WS-TOKEN-VALUE
               WHEN OTHER
                   MOVE "N" TO WS-TOKEN-FLAG
           END-EVALUATE.

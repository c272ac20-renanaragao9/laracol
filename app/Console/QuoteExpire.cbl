       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEEXPIRE.

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
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTES-FILE.
       01 QUOTE-RECORD.
           COPY "QuoteRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 QUOTES-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 QUOTES-PATH PIC X(100) VALUE
           "database/quotes.db".

       01 WS-NOW PIC X(19).
       01 WS-TODAY-DATE PIC X(10).

       01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-VALUE PIC 9(13)V99 VALUE 0.
       01 WS-COUNT-DISP PIC Z(6)9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

           MOVE 0 TO WS-OPEN-COUNT WS-EXPIRED-COUNT WS-FAILED-COUNT
               WS-EXPIRED-VALUE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 0 TO RC-COMPLETION-CODE
           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           OPEN I-O QUOTES-FILE
           IF QUOTES-FILE-STATUS = "35"
               DISPLAY "No quotes on file - nothing to expire."
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF
           IF QUOTES-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open " FUNCTION TRIM(QUOTES-PATH)
                   " (status " QUOTES-FILE-STATUS ")."
               MOVE 8 TO RC-COMPLETION-CODE
               PERFORM REPORT-RUN-CONTROL
               GOBACK
           END-IF

           MOVE LOW-VALUES TO QUO-ID
           START QUOTES-FILE KEY IS NOT LESS THAN QUO-ID
               INVALID KEY MOVE "10" TO QUOTES-FILE-STATUS
           END-START
           PERFORM UNTIL QUOTES-FILE-STATUS NOT = "00"
               READ QUOTES-FILE NEXT RECORD
                   AT END MOVE "10" TO QUOTES-FILE-STATUS
               END-READ
               IF QUOTES-FILE-STATUS = "00"
                   AND QUO-IS-HEADER AND QUO-IS-OPEN
                   PERFORM CHECK-ONE-QUOTE
               END-IF
           END-PERFORM
           CLOSE QUOTES-FILE

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           DISPLAY "Open quotes:     " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           DISPLAY "Expired:         " FUNCTION TRIM(WS-COUNT-DISP)
           IF WS-FAILED-COUNT > 0
               MOVE WS-FAILED-COUNT TO WS-COUNT-DISP
               DISPLAY "Not rewritten:   "
                   FUNCTION TRIM(WS-COUNT-DISP)
           END-IF
           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    A quote still open the day after its valid-until date has
      *    lapsed: the customer can no longer hold us to it, and
      *    QUOTES will not accept it. A quote still open is a DRAFT
      *    never sent or a SENT quote nobody answered; both expire.
      *    The rewrite leaves the read position where it was, so the
      *    sweep carries on from the next record.
       CHECK-ONE-QUOTE.
           ADD 1 TO WS-OPEN-COUNT
           IF QUO-VALID-UNTIL < WS-TODAY-DATE
               MOVE "EXPIRED" TO QUO-STATUS
               MOVE WS-TODAY-DATE TO QUO-DECIDED-DATE
               MOVE WS-NOW TO QUO-UPDATED-AT
               REWRITE QUOTE-RECORD
               IF QUOTES-FILE-STATUS = "00"
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD QUO-TOTAL TO WS-EXPIRED-VALUE
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Cannot expire " FUNCTION TRIM(QUO-KEY)
                       " (status " QUOTES-FILE-STATUS ")."
                   MOVE "00" TO QUOTES-FILE-STATUS
               END-IF
           END-IF.

      *    Most open quotes are still in date, so read need not equal
      *    written plus rejected. The hash is the value of what
      *    expired, at face in each quote's own currency.
       REPORT-RUN-CONTROL.
           MOVE "quotes:expire" TO RC-COMMAND
           MOVE WS-OPEN-COUNT TO RC-RECORDS-READ
           MOVE WS-EXPIRED-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-FAILED-COUNT TO RC-RECORDS-REJECTED
           MOVE WS-EXPIRED-VALUE TO RC-AMOUNT-HASH
           IF RC-COMPLETION-CODE NOT = 8
               IF WS-FAILED-COUNT > 0
                   MOVE 4 TO RC-COMPLETION-CODE
               ELSE
                   MOVE 0 TO RC-COMPLETION-CODE
               END-IF
           END-IF
           MOVE "N" TO RC-BALANCE-RULE
           MOVE QUOTES-PATH TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

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

       01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-ACK-COUNT PIC 9(4) VALUE 0.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 WS-RC-CODE PIC 9(4) VALUE 0.
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       LINKAGE SECTION.
       01 EXTRACT-ACTION PIC X(10).
       01 EXTRACT-ARG PIC X(100).
                   DISPLAY "Unknown extract action."
           END-EVALUATE

           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    An extract's figures are its trailer's, so batch:balance can
      *    prove the ledger against the file it names. An ack's lines
      *    are each accepted or rejected, so that run must balance.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 0 TO RC-RECORDS-READ RC-RECORDS-WRITTEN
               RC-RECORDS-REJECTED RC-AMOUNT-HASH
           EVALUATE FUNCTION TRIM(EXTRACT-ACTION)
               WHEN "EXTRACT"
                   MOVE "extract:partner" TO RC-COMMAND
                   MOVE WS-DETAIL-COUNT TO RC-RECORDS-READ
                       RC-RECORDS-WRITTEN
                   COMPUTE RC-AMOUNT-HASH = WS-HASH-TOTAL / 100
                   MOVE "N" TO RC-BALANCE-RULE
                   MOVE EXTRACT-PATH TO RC-REFERENCE
               WHEN "ACK"
                   MOVE "extract:ack" TO RC-COMMAND
                   MOVE WS-ACK-COUNT TO RC-RECORDS-READ
                   COMPUTE RC-RECORDS-WRITTEN =
                       WS-ACK-COUNT - WS-REJECT-COUNT
                   MOVE WS-REJECT-COUNT TO RC-RECORDS-REJECTED
                   IF WS-REJECT-COUNT > 0 AND WS-RC-CODE = 0
                       MOVE 4 TO WS-RC-CODE
                   END-IF
                   MOVE "Y" TO RC-BALANCE-RULE
                   MOVE ACK-PATH TO RC-REFERENCE
               WHEN OTHER
                   MOVE 8 TO WS-RC-CODE
           END-EVALUATE
           MOVE WS-RC-CODE TO RC-COMPLETION-CODE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env var,
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
               DISPLAY "Cannot open acknowledgment "
                   FUNCTION TRIM(ACK-PATH)
                   " (status " ACK-FILE-STATUS ")."
               MOVE 8 TO WS-RC-CODE
           ELSE
               MOVE SPACES TO REPORT-PATH
               STRING "storage/reports/partner-ack-"

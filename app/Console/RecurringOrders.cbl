       01 WS-SKIPPED-COUNT PIC 9(3) VALUE 0.
       01 WS-COUNT-DISP PIC ZZ9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               END-IF
           END-IF

           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Templates not yet due this month are neither created nor
      *    skipped, so the counts need not balance.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "orders:recurring" TO RC-COMMAND
           MOVE WS-TMPL-USED TO RC-RECORDS-READ
           MOVE WS-CREATED-COUNT TO RC-RECORDS-WRITTEN
           MOVE WS-SKIPPED-COUNT TO RC-RECORDS-REJECTED
           MOVE 0 TO RC-AMOUNT-HASH
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RC-COMPLETION-CODE
           ELSE
               MOVE 0 TO RC-COMPLETION-CODE
           END-IF
           MOVE "N" TO RC-BALANCE-RULE
           MOVE WS-PERIOD TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       LOAD-TEMPLATES.
           OPEN INPUT TEMPLATES-FILE
           IF TEMPLATES-FILE-STATUS = "00"

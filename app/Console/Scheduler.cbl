       01 WS-RUN-OUTCOME PIC X(20).
       01 WS-BACKUP-ACTION PIC X(10) VALUE "BACKUP".
       01 WS-EMPTY-ARG PIC X(100) VALUE SPACES.
       01 WS-EMPTY-ARG-2 PIC X(100) VALUE SPACES.

      *    Each fired command is bracketed in the run-control ledger
      *    the way artisan brackets one typed at the console.
       01 WS-RC-ACTION PIC X(10).
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION.

      *    the same way route:list mirrors APIROUTER's route table.
       RUN-SCHEDULED-COMMAND.
           MOVE "ran" TO WS-RUN-OUTCOME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-SCHED-CMD(WS-SCHED-IX) TO RC-COMMAND
           MOVE "(scheduled)" TO RC-ARGUMENTS
           MOVE "START" TO WS-RC-ACTION
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL
           EVALUATE FUNCTION TRIM(WS-SCHED-CMD(WS-SCHED-IX))
               WHEN "migrate"
                   CALL "MIGRATOR"
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "report:approvals"
                   CALL "APPROVALREPORT" USING WS-EMPTY-ARG
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "report:sales"
                   CALL "SALESREPORT" USING WS-EMPTY-ARG
                       WS-EMPTY-ARG-2
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "db:orphans"
                   CALL "ORPHANREPORT"
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "notify:send"
                   CALL "NOTIFYSEND"
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "notify:undeliverable"
                   CALL "NOTIFYREPORT" USING WS-EMPTY-ARG
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "quotes:expire"
                   CALL "QUOTEEXPIRE"
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "report:quotes"
                   CALL "QUOTEREPORT" USING WS-EMPTY-ARG
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "purchasing:replenish"
                   CALL "REPLENISH"
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN "report:purchasing"
                   CALL "PURCHREPORT" USING WS-EMPTY-ARG
                       ON EXCEPTION
                           MOVE "failed:unresolved" TO WS-RUN-OUTCOME
                   END-CALL
               WHEN OTHER
                   MOVE "failed:unknown" TO WS-RUN-OUTCOME
           END-EVALUATE

      *    A command that could not be started at all is a failed
      *    run on the ledger, not a clean one with nothing to say.
           IF WS-RUN-OUTCOME(1:6) = "failed"
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 0 TO RC-RECORDS-READ RC-RECORDS-WRITTEN
                   RC-RECORDS-REJECTED RC-AMOUNT-HASH
               MOVE 8 TO RC-COMPLETION-CODE
               MOVE WS-RUN-OUTCOME TO RC-MESSAGE
               MOVE "TALLY" TO WS-RC-ACTION
               CALL "RUNCONTROL" USING WS-RC-ACTION
                   RUN-CONTROL-RECORD
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF
           MOVE "END" TO WS-RC-ACTION
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION
                   CONTINUE
           END-CALL

           ADD 1 TO WS-FIRED-COUNT
           PERFORM LOG-RUN-OUTCOME.


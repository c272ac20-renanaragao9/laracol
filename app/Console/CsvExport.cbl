       01 WS-EXPORT-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZZZ9.

       01 WS-RC-ACTION PIC X(10) VALUE "TALLY".
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       LINKAGE SECTION.
       01 EXPORT-ARG PIC X(100).

           DISPLAY "Exported " FUNCTION TRIM(WS-COUNT-DISP)
               " record(s) to " FUNCTION TRIM(EXPORT-PATH)

           PERFORM REPORT-RUN-CONTROL
           GOBACK.

      *    Soft-deleted and out-of-prefix records are passed over,
      *    not refused, so only what was written is reported.
       REPORT-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "export:csv" TO RC-COMMAND
           MOVE 0 TO RC-RECORDS-READ RC-RECORDS-REJECTED
               RC-AMOUNT-HASH RC-COMPLETION-CODE
           MOVE WS-EXPORT-COUNT TO RC-RECORDS-WRITTEN
           MOVE "N" TO RC-BALANCE-RULE
           MOVE EXPORT-PATH TO RC-REFERENCE
           CALL "RUNCONTROL" USING WS-RC-ACTION RUN-CONTROL-RECORD
               ON EXCEPTION CONTINUE
           END-CALL.

       EXPORT-ONE-FILE.
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS NOT = "00"

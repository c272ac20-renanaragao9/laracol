       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "storage/logs/runcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-LINE PIC X(300).

       WORKING-STORAGE SECTION.

       01 CONTROL-FILE-STATUS PIC XX.
       01 WS-NOW PIC X(19).

      *    The runs open in this process, innermost last. Working
      *    storage outlives each CALL, so a START from artisan, the
      *    job's TALLY and artisan's END all meet the same entry.
       01 WS-RUN-DEPTH PIC 9 VALUE 0.
       01 WS-RUN-STACK.
           05 WS-RUN-ENTRY PIC X(300) OCCURS 5 TIMES.
       01 WS-TALLY-HOLD PIC X(200).
      *    Counts the runs this process starts, so two commands the
      *    scheduler fires within the same hundredth of a second
      *    still get run ids of their own.
       01 WS-RUN-SEQ PIC 99 VALUE 0.

       LINKAGE SECTION.
       01 RUN-CONTROL-ACTION PIC X(10).
       01 RUN-CONTROL-RECORD.
           COPY "RunControlRecord.cpy".

       PROCEDURE DIVISION USING RUN-CONTROL-ACTION RUN-CONTROL-RECORD.

           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           EVALUATE FUNCTION TRIM(RUN-CONTROL-ACTION)
               WHEN "START"
                   PERFORM START-RUN
               WHEN "TALLY"
                   PERFORM TALLY-RUN
               WHEN "END"
                   PERFORM END-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

      *    Caller supplies the command and its arguments; the rest of
      *    the record starts empty.
       START-RUN.
           IF WS-RUN-DEPTH < 5
               ADD 1 TO WS-RUN-DEPTH
           END-IF
           MOVE "S" TO RC-RECORD-TYPE
           ADD 1 TO WS-RUN-SEQ
           MOVE SPACES TO RC-RUN-ID
           STRING WS-NOW(1:16) "-" WS-RUN-DEPTH WS-RUN-SEQ
               DELIMITED BY SIZE
               INTO RC-RUN-ID
           MOVE WS-NOW TO RC-STARTED-AT
           MOVE SPACES TO RC-ENDED-AT RC-REFERENCE RC-MESSAGE
           MOVE 0 TO RC-RECORDS-READ RC-RECORDS-WRITTEN
               RC-RECORDS-REJECTED RC-AMOUNT-HASH RC-COMPLETION-CODE
           MOVE "N" TO RC-TALLIED RC-BALANCE-RULE
           MOVE RUN-CONTROL-RECORD TO WS-RUN-ENTRY(WS-RUN-DEPTH)
           PERFORM APPEND-CONTROL-LINE.

      *    The job's figures go onto the innermost open run. A job
      *    called with no run open - from the job worker, say - is
      *    recorded there and then as a run of its own.
       TALLY-RUN.
           MOVE RC-TALLY TO WS-TALLY-HOLD
           IF WS-RUN-DEPTH = 0
               MOVE "E" TO RC-RECORD-TYPE
               MOVE SPACES TO RC-RUN-ID
               STRING WS-NOW(1:16) "-000" DELIMITED BY SIZE
                   INTO RC-RUN-ID
               MOVE WS-NOW TO RC-STARTED-AT RC-ENDED-AT
               MOVE "Y" TO RC-TALLIED
               PERFORM APPEND-CONTROL-LINE
           ELSE
               MOVE WS-RUN-ENTRY(WS-RUN-DEPTH) TO RUN-CONTROL-RECORD
               MOVE WS-TALLY-HOLD TO RC-TALLY
               MOVE "Y" TO RC-TALLIED
               MOVE RUN-CONTROL-RECORD TO WS-RUN-ENTRY(WS-RUN-DEPTH)
           END-IF.

       END-RUN.
           IF WS-RUN-DEPTH > 0
               MOVE WS-RUN-ENTRY(WS-RUN-DEPTH) TO RUN-CONTROL-RECORD
               MOVE "E" TO RC-RECORD-TYPE
               MOVE WS-NOW TO RC-ENDED-AT
               PERFORM APPEND-CONTROL-LINE
               SUBTRACT 1 FROM WS-RUN-DEPTH
           END-IF.

      *    Opened and closed around every line, as AUDITLOG does, so
      *    what is on file survives the job that wrote it failing.
       APPEND-CONTROL-LINE.
           OPEN EXTEND CONTROL-FILE
           IF CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN EXTEND CONTROL-FILE
           END-IF
           MOVE RUN-CONTROL-RECORD TO CONTROL-LINE
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE.

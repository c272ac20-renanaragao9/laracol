      *    Batch run-control ledger (storage/logs/runcontrol.dat), one
      *    300-byte line per event, appended by RUNCONTROL:
      *        S  run started - written before the job does any work,
      *           so a run that abends leaves its S with no E behind
      *        E  run ended   - the S fields again plus the end time
      *           and whatever the job reported about its work
      *    artisan and the scheduler bracket every batch command with
      *    the two; the job itself reports its counts in between
      *    (action TALLY). A job that reports nothing still gets its
      *    S and E, with RC-TALLIED "N".
           05 RC-RECORD-TYPE        PIC X(1).
               88 RC-IS-START           VALUE "S".
               88 RC-IS-END             VALUE "E".
      *    Start stamp, nesting depth and the process's own run
      *    count - the commands schedule:run fires one after another
      *    can start in the same instant.
           05 RC-RUN-ID             PIC X(20).
           05 RC-COMMAND            PIC X(30).
           05 RC-ARGUMENTS          PIC X(40).
           05 RC-STARTED-AT         PIC X(19).
           05 RC-ENDED-AT           PIC X(19).
      *    What the job reports. The amount hash is the money the run
      *    moved or wrote, in the base currency unless the reference
      *    says otherwise; the reference names what the figures can
      *    be proved against (the file written, the register stamp).
           05 RC-TALLY.
               10 RC-RECORDS-READ       PIC 9(9).
               10 RC-RECORDS-WRITTEN    PIC 9(9).
               10 RC-RECORDS-REJECTED   PIC 9(9).
               10 RC-AMOUNT-HASH        PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
      *    0 clean, 4 finished with rejections, 8 refused or failed.
               10 RC-COMPLETION-CODE    PIC 9(4).
                   88 RC-COMPLETED-CLEAN    VALUE 0.
                   88 RC-COMPLETED-WARNING  VALUE 4.
                   88 RC-COMPLETED-FAILED   VALUE 8 THRU 9999.
               10 RC-TALLIED            PIC X(1).
                   88 RC-WAS-TALLIED        VALUE "Y".
      *    "Y": every record read was either written or rejected, so
      *    batch:balance holds the run to read = written + rejected.
               10 RC-BALANCE-RULE       PIC X(1).
                   88 RC-READ-MUST-BALANCE  VALUE "Y".
               10 RC-REFERENCE          PIC X(60).
               10 RC-MESSAGE            PIC X(60).
           05 FILLER                PIC X(2).

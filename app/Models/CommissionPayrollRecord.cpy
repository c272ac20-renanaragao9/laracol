      *    Payroll interface file (storage/exports/payroll-<period>
      *    .dat), fixed 100 bytes. One D record per rep with
      *    commission movement in the period - earned, clawed back
      *    and the net payroll is to pay - then a single T record
      *    with the rep count and the totals payroll checks the file
      *    against. A net below zero (more clawed back than earned)
      *    carries "-" in the sign byte for payroll to recover.
           05 PYR-RECORD-TYPE   PIC X(1).
               88 PYR-IS-DETAIL     VALUE "D".
               88 PYR-IS-TRAILER    VALUE "T".
           05 PYR-PERIOD        PIC X(6).
           05 PYR-BODY          PIC X(93).
           05 PYR-DETAIL REDEFINES PYR-BODY.
               10 PYR-REP           PIC X(8).
               10 PYR-REP-NAME      PIC X(40).
               10 PYR-EARNED        PIC 9(11)V99.
               10 PYR-CLAWBACK      PIC 9(11)V99.
               10 PYR-NET-SIGN      PIC X(1).
               10 PYR-NET           PIC 9(11)V99.
               10 FILLER            PIC X(5).
           05 PYR-TRAILER REDEFINES PYR-BODY.
               10 PYR-REP-COUNT     PIC 9(6).
               10 PYR-TOTAL-EARNED  PIC 9(13)V99.
               10 PYR-TOTAL-CLAWBACK PIC 9(13)V99.
               10 PYR-TOTAL-NET-SIGN PIC X(1).
               10 PYR-TOTAL-NET     PIC 9(13)V99.
               10 FILLER            PIC X(41).

      *    GL interface file record (storage/exports/gl-<period>-
      *    <batch>.dat), fixed 150 bytes. One D record per journal
      *    line, each source document contributing a balanced debit
      *    and credit pair, then a single T record carrying the line
      *    count and the debit and credit totals the ledger's import
      *    checks the file against. Amounts are unsigned; the side
      *    is in GLJ-DEBIT-CREDIT.
           05 GLJ-RECORD-TYPE   PIC X(1).
               88 GLJ-IS-DETAIL     VALUE "D".
               88 GLJ-IS-TRAILER    VALUE "T".
           05 GLJ-BATCH         PIC X(14).
           05 GLJ-PERIOD        PIC X(6).
           05 GLJ-BODY          PIC X(129).
           05 GLJ-DETAIL REDEFINES GLJ-BODY.
               10 GLJ-LINE-NUMBER   PIC 9(6).
               10 GLJ-ACCOUNT       PIC X(12).
               10 GLJ-ROLE          PIC X(8).
               10 GLJ-DEBIT-CREDIT  PIC X(1).
               10 GLJ-AMOUNT        PIC 9(11)V99.
               10 GLJ-DOC-ID        PIC X(24).
               10 GLJ-DOC-DATE      PIC X(10).
               10 GLJ-CUSTOMER      PIC X(20).
               10 GLJ-DESCRIPTION   PIC X(30).
               10 FILLER            PIC X(5).
           05 GLJ-TRAILER REDEFINES GLJ-BODY.
               10 GLJ-LINE-COUNT    PIC 9(6).
               10 GLJ-TOTAL-DEBITS  PIC 9(13)V99.
               10 GLJ-TOTAL-CREDITS PIC 9(13)V99.
               10 FILLER            PIC X(93).

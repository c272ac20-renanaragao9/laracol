      *    Bank lockbox remittance file, one 80-byte record per line:
      *        1  batch header   - deposit date and batch number
      *        6  check detail   - one per check deposited
      *        4  invoice ref    - zero or more after its check,
      *                            naming what the check pays
      *        9  batch trailer  - check count and deposit total
      *    Amounts are implied two decimals, zero filled. A reference
      *    amount of zero means "whatever of the check is left".
           05 LBX-RECORD-TYPE   PIC X(1).
               88 LBX-IS-HEADER     VALUE "1".
               88 LBX-IS-CHECK      VALUE "6".
               88 LBX-IS-REFERENCE  VALUE "4".
               88 LBX-IS-TRAILER    VALUE "9".
           05 LBX-BODY          PIC X(79).
           05 LBX-HEADER REDEFINES LBX-BODY.
               10 LBX-DEPOSIT-DATE  PIC X(8).
               10 LBX-BATCH-NUMBER  PIC 9(3).
               10 LBX-LOCKBOX-NUMBER PIC X(10).
               10 LBX-DEPOSIT-ACCOUNT PIC X(17).
               10 FILLER            PIC X(41).
           05 LBX-CHECK REDEFINES LBX-BODY.
               10 LBX-ITEM-NUMBER   PIC 9(4).
               10 LBX-CHECK-NUMBER  PIC X(15).
               10 LBX-CHECK-AMOUNT  PIC 9(9)V99.
               10 LBX-REMITTER      PIC X(30).
               10 FILLER            PIC X(19).
           05 LBX-REFERENCE REDEFINES LBX-BODY.
               10 LBX-REF-ITEM-NUMBER PIC 9(4).
               10 LBX-REF-TEXT      PIC X(20).
               10 LBX-REF-AMOUNT    PIC 9(9)V99.
               10 FILLER            PIC X(44).
           05 LBX-TRAILER REDEFINES LBX-BODY.
               10 LBX-TRAILER-COUNT PIC 9(6).
               10 LBX-TRAILER-TOTAL PIC 9(11)V99.
               10 FILLER            PIC X(60).

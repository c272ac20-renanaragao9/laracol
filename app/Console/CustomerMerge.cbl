               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ORDERS-FILE-STATUS.
      *    Read only, to follow a dupe's address to the copy the
      *    ADDRESSES merge made of it on the survivor.
           SELECT ADDRESSES-FILE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
           SELECT QUOTES-FILE ASSIGN TO QUOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-ID
               ALTERNATE RECORD KEY IS QUO-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS QUO-ORDER-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUOTES-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           COPY "ModelRecord.cpy"
               REPLACING LEADING ==MODEL-== BY ==CUST-==.

       FD  ADDRESSES-FILE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  QUOTES-FILE.
       01 QUOTE-RECORD.
           COPY "QuoteRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(150).


       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 ORDERS-FILE-STATUS PIC XX.
       01 ADDRESSES-FILE-STATUS PIC XX.
       01 QUOTES-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 ORDERS-PATH PIC X(100) VALUE
           "database/orders.db".
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 QUOTES-PATH PIC X(100) VALUE
           "database/quotes.db".
       01 REPORT-PATH PIC X(100).

       01 WS-TODAY PIC X(8).
               10 WS-ORD-NAME PIC X(100).
               10 WS-ORD-AMOUNT PIC 9(9)V99.
               10 WS-ORD-VERSION PIC 9(9).
               10 WS-ORD-SHIP-TO PIC 9(4).
       01 WS-ORD-IX PIC 9(4).
       01 WS-ORD-OVERFLOW PIC X.
           88 STAGING-TABLE-OVERFLOWED VALUE "Y".

      *    The dupe's quote records, header and lines alike, staged
      *    by primary key because the rewrite changes the very
      *    alternate key the collecting walk reads by.
       01 WS-QUO-LIMIT PIC 9(4) VALUE 500.
       01 WS-QUO-USED PIC 9(4) VALUE 0.
       01 WS-QUO-TABLE.
           05 WS-QUO-ENTRY-ID OCCURS 500 TIMES PIC X(24).
       01 WS-QUO-IX PIC 9(4).
       01 WS-QUO-OVERFLOW PIC X.
           88 QUOTE-TABLE-OVERFLOWED VALUE "Y".
       01 WS-QUO-MOVED-COUNT PIC 9(4) VALUE 0.
       01 WS-QUO-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-NOW PIC X(19).

       01 WS-SURVIVOR PIC X(20).
       01 WS-DUPE PIC X(20).
       01 WS-CHECK-FLAG PIC X.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZ9.

      *    The ship-to a repointed order carries: the survivor's copy
      *    of the address the order named, or nothing - in which case
      *    BASEMODEL gives it the survivor's default.
       01 WS-SHIPTO-PART PIC X(20).
       01 WS-MOVED-TO-DISP PIC 9(4).
       01 WS-ADDR-JUNK PIC X(100).
       01 WS-ADDR-COPIED PIC X(10).

       LINKAGE SECTION.
       01 MERGE-ACTION PIC X(10).
       01 MERGE-ARG1 PIC X(100).
       LOAD-CONFIG.
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           ACCEPT QUOTES-PATH FROM ENVIRONMENT "DB_QUOTES"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               OR FUNCTION TRIM(QUOTES-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
           END-IF
           IF FUNCTION TRIM(ORDERS-PATH) = SPACES
               MOVE "database/orders.db" TO ORDERS-PATH
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
           END-IF
           IF FUNCTION TRIM(QUOTES-PATH) = SPACES
               MOVE "database/quotes.db" TO QUOTES-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO ORDERS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                           WHEN ENV-FILE-LINE(1:10) = "DB_QUOTES="
                               AND FUNCTION TRIM(QUOTES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(11:))
                                   TO QUOTES-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM

      *    customer:merge <survivor> <dupe>: every order pointing at
      *    the dupe is repointed through BASEMODEL's normal UPDATE -
      *    journaled and outboxed like any PUT - its quotes are
      *    moved across, then the dupe is soft-deleted through the
      *    normal audited DELETE. The quotes are the one rewrite done
      *    here directly, as QUOTES has no action that changes whose
      *    quote it is.
       MERGE-CUSTOMERS.
           MOVE FUNCTION TRIM(MERGE-ARG1) TO WS-SURVIVOR
           MOVE FUNCTION TRIM(MERGE-ARG2) TO WS-DUPE
           PERFORM CHECK-MERGE-KEYS
           IF MERGE-KEYS-ARE-GOOD
               PERFORM CARRY-OVER-ADDRESSES
           END-IF
           IF MERGE-KEYS-ARE-GOOD
               PERFORM COLLECT-DUPE-ORDERS
               PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                       " order(s) - see messages above."
               END-IF

               PERFORM CARRY-OVER-QUOTES

      *    The dupe is retired only once every one of its orders has
      *    moved - a skipped repoint or an order beyond the staging
      *    cap would otherwise be left pointing at a soft-deleted
      *    customer (the db:orphans condition), and CHECK-MERGE-KEYS
      *    would refuse the re-run that could fix it. The same goes
      *    for its quotes: an open one left on a retired key could
      *    never be accepted, since BASEMODEL will not raise an
      *    order for a deleted customer.
               IF WS-SKIPPED-COUNT = 0
                   AND NOT STAGING-TABLE-OVERFLOWED
                   AND WS-QUO-SKIPPED-COUNT = 0
                   AND NOT QUOTE-TABLE-OVERFLOWED
                   PERFORM RETIRE-DUPE-CUSTOMER
               ELSE
                   IF STAGING-TABLE-OVERFLOWED
                       DISPLAY "More orders than one pass stages -"
                           " run customer:merge again."
                   END-IF
                   IF QUOTE-TABLE-OVERFLOWED
                       DISPLAY "More quote records than one pass"
                           " stages - run customer:merge again."
                   END-IF
                   DISPLAY "Merge incomplete - dupe "
                       FUNCTION TRIM(WS-DUPE)
                       " left live for a re-run."
               END-IF
           END-IF.

      *    The dupe's live addresses are copied onto the survivor
      *    first, so the orders moved next can name the copies. The
      *    ADDRESSES merge skips anything an earlier run already
      *    carried over, which keeps a re-run harmless; if it fails
      *    nothing else is touched.
       CARRY-OVER-ADDRESSES.
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "CUSTOMER:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SURVIVOR) DELIMITED BY SIZE
               "|FROM:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DUPE) DELIMITED BY SIZE
               INTO WS-MODEL-INPUT
           MOVE "MERGE" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
           CALL "ADDRESSES" USING WS-MODEL-ACTION WS-MODEL-INPUT
               WS-MODEL-RESULT
               ON EXCEPTION
                   MOVE '{"error":"ADDRESSES unavailable"}'
                       TO WS-MODEL-RESULT
           END-CALL
           IF WS-MODEL-RESULT(1:9) = '{"error":'
               DISPLAY "Addresses not carried over: "
                   FUNCTION TRIM(WS-MODEL-RESULT)
               DISPLAY "Merge stopped - nothing was moved."
               MOVE "N" TO WS-CHECK-FLAG
           ELSE
               MOVE SPACES TO WS-ADDR-COPIED
               UNSTRING WS-MODEL-RESULT DELIMITED BY '"copied":'
                   OR "}"
                   INTO WS-ADDR-JUNK WS-ADDR-COPIED
               DISPLAY "Copied " FUNCTION TRIM(WS-ADDR-COPIED)
                   " address(es) to " FUNCTION TRIM(WS-SURVIVOR)
           END-IF.

      *    Keyed walk of the by-customer alternate index for the
      *    dupe's orders, staged so the PUTs run after the file is
      *    closed again.
                                       TO WS-ORD-AMOUNT(WS-ORD-USED)
                                   MOVE MODEL-VERSION
                                       TO WS-ORD-VERSION(WS-ORD-USED)
                                   MOVE 0
                                       TO WS-ORD-SHIP-TO(WS-ORD-USED)
                                   IF MODEL-SHIP-TO IS NUMERIC
                                       MOVE MODEL-SHIP-TO TO
                                           WS-ORD-SHIP-TO(WS-ORD-USED)
                                   END-IF
                               ELSE
      *    An order past the staging cap would never be repointed -
      *    remember that, because retiring the dupe under it would
           END-IF.

       REPOINT-ONE-ORDER.
           PERFORM FIND-MOVED-SHIP-TO
           MOVE WS-ORD-AMOUNT(WS-ORD-IX) TO WS-AMOUNT-DISP
           MOVE WS-ORD-VERSION(WS-ORD-IX) TO WS-VERSION-DISP
           MOVE SPACES TO WS-MODEL-INPUT
               FUNCTION TRIM(WS-VERSION-DISP) DELIMITED BY SIZE
               "|CUSTOMER:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SURVIVOR) DELIMITED BY SIZE
               WS-SHIPTO-PART DELIMITED BY SPACE
               INTO WS-MODEL-INPUT
           MOVE "UPDATE" TO WS-MODEL-ACTION
           MOVE SPACES TO WS-MODEL-RESULT
                   FUNCTION TRIM(WS-ORD-KEY(WS-ORD-IX))
           END-IF.

      *    The dupe's address the order names, followed to the
      *    number its copy got on the survivor.
       FIND-MOVED-SHIP-TO.
           MOVE SPACES TO WS-SHIPTO-PART
           IF WS-ORD-SHIP-TO(WS-ORD-IX) > 0
               OPEN INPUT ADDRESSES-FILE
               IF ADDRESSES-FILE-STATUS = "00"
                   MOVE WS-DUPE TO ADDR-CUSTOMER-KEY
                   MOVE WS-ORD-SHIP-TO(WS-ORD-IX) TO ADDR-NUMBER
                   READ ADDRESSES-FILE KEY IS ADDR-ID
                   IF ADDRESSES-FILE-STATUS = "00"
                       AND ADDR-MOVED-TO IS NUMERIC
                       AND ADDR-MOVED-TO > 0
                       MOVE ADDR-MOVED-TO TO WS-MOVED-TO-DISP
                       STRING "|SHIPTO:" DELIMITED BY SIZE
                           WS-MOVED-TO-DISP DELIMITED BY SIZE
                           INTO WS-SHIPTO-PART
                   END-IF
                   CLOSE ADDRESSES-FILE
               END-IF
           END-IF.

      *    Every quote of the dupe's - open or settled, header and
      *    lines - moves to the survivor, so quote history follows
      *    the customer the way the orders do and an open quote can
      *    still be accepted. No quotes file yet means nothing to
      *    move.
       CARRY-OVER-QUOTES.
           MOVE 0 TO WS-QUO-USED
           MOVE "N" TO WS-QUO-OVERFLOW
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           OPEN I-O QUOTES-FILE
           IF QUOTES-FILE-STATUS = "35"
               DISPLAY "No quotes on file - none to move."
           ELSE
               IF QUOTES-FILE-STATUS NOT = "00"
                   ADD 1 TO WS-QUO-SKIPPED-COUNT
                   DISPLAY "Cannot open " FUNCTION TRIM(QUOTES-PATH)
                       " (status " QUOTES-FILE-STATUS ")."
               ELSE
                   PERFORM COLLECT-DUPE-QUOTES
                   PERFORM VARYING WS-QUO-IX FROM 1 BY 1
                           UNTIL WS-QUO-IX > WS-QUO-USED
                       PERFORM REPOINT-ONE-QUOTE-RECORD
                   END-PERFORM
                   CLOSE QUOTES-FILE

                   MOVE WS-QUO-MOVED-COUNT TO WS-COUNT-DISP
                   DISPLAY "Moved " FUNCTION TRIM(WS-COUNT-DISP)
                       " quote record(s) to "
                       FUNCTION TRIM(WS-SURVIVOR)
                   IF WS-QUO-SKIPPED-COUNT > 0
                       MOVE WS-QUO-SKIPPED-COUNT TO WS-COUNT-DISP
                       DISPLAY "Skipped   "
                           FUNCTION TRIM(WS-COUNT-DISP)
                           " quote record(s) - see messages above."
                   END-IF
               END-IF
           END-IF.

       COLLECT-DUPE-QUOTES.
           MOVE WS-DUPE TO QUO-CUSTOMER-KEY
           START QUOTES-FILE KEY IS = QUO-CUSTOMER-KEY
               INVALID KEY MOVE "10" TO QUOTES-FILE-STATUS
           END-START
           PERFORM UNTIL QUOTES-FILE-STATUS NOT = "00"
               READ QUOTES-FILE NEXT RECORD
                   AT END MOVE "10" TO QUOTES-FILE-STATUS
               END-READ
               IF QUOTES-FILE-STATUS = "00"
                   IF QUO-CUSTOMER-KEY NOT = WS-DUPE
                       MOVE "10" TO QUOTES-FILE-STATUS
                   ELSE
                       IF WS-QUO-USED < WS-QUO-LIMIT
                           ADD 1 TO WS-QUO-USED
                           MOVE QUO-ID TO WS-QUO-ENTRY-ID(WS-QUO-USED)
                       ELSE
                           SET QUOTE-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REPOINT-ONE-QUOTE-RECORD.
           MOVE WS-QUO-ENTRY-ID(WS-QUO-IX) TO QUO-ID
           READ QUOTES-FILE KEY IS QUO-ID
           IF QUOTES-FILE-STATUS = "00"
               MOVE WS-SURVIVOR TO QUO-CUSTOMER-KEY
               MOVE WS-NOW TO QUO-UPDATED-AT
               REWRITE QUOTE-RECORD
           END-IF
           IF QUOTES-FILE-STATUS = "00"
               ADD 1 TO WS-QUO-MOVED-COUNT
               IF QUO-IS-HEADER
                   DISPLAY "  MOVED quote " FUNCTION TRIM(QUO-KEY)
               END-IF
           ELSE
               ADD 1 TO WS-QUO-SKIPPED-COUNT
               DISPLAY "  SKIP quote "
                   FUNCTION TRIM(WS-QUO-ENTRY-ID(WS-QUO-IX)(1:20))
                   " line " WS-QUO-ENTRY-ID(WS-QUO-IX)(21:4)
                   " (status " QUOTES-FILE-STATUS ")"
           END-IF.

       RETIRE-DUPE-CUSTOMER.
           MOVE SPACES TO WS-MODEL-INPUT
           STRING "MODEL:CUSTOMER|KEY:" DELIMITED BY SIZE

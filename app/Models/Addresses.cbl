       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESSES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Child file of customers: one record per address, keyed by
      *    customer key plus address number (layout in
      *    AddressRecord.cpy).
           SELECT ADDRESSES-FILE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO CUSTOMERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-KEY
               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMERS-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESSES-FILE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  CUSTOMERS-FILE.
       01 MODEL-RECORD.
           COPY "ModelRecord.cpy".

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 ADDRESSES-FILE-STATUS PIC XX.
       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".

       01 WS-NOW PIC X(19).

       01 WS-PTR PIC 9(4).
       01 WS-DI-LEN PIC 9(4).
       01 WS-SEG PIC X(80).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-FIELD-VALUE PIC X(60).
       01 WS-FIELD-LIMIT PIC 9(2).

       01 WS-CUSTOMER-KEY PIC X(20).
       01 WS-FROM-KEY PIC X(20).
       01 WS-ADDR-NO PIC 9(4).
       01 WS-NEW-TYPE PIC X(8).
           88 VALID-ADDRESS-TYPE VALUES "BILLING" "SHIPPING".
       01 WS-NEW-DEFAULT PIC X(1).
           88 VALID-DEFAULT-FLAG VALUES "Y" "N".
       01 WS-NEW-ATTENTION PIC X(40).
       01 WS-NEW-LINE1 PIC X(40).
       01 WS-NEW-LINE2 PIC X(40).
       01 WS-NEW-CITY PIC X(30).
       01 WS-NEW-REGION PIC X(20).
       01 WS-NEW-POSTCODE PIC X(12).
       01 WS-NEW-COUNTRY PIC X(20).
       01 WS-FIELDS-PRESENT.
           05 WS-CUSTOMER-PRESENT PIC X VALUE "N".
               88 CUSTOMER-WAS-PROVIDED VALUE "Y".
           05 WS-FROM-PRESENT PIC X VALUE "N".
               88 FROM-WAS-PROVIDED VALUE "Y".
           05 WS-NUMBER-PRESENT PIC X VALUE "N".
               88 NUMBER-WAS-PROVIDED VALUE "Y".
           05 WS-NUMBER-INVALID PIC X VALUE "N".
               88 NUMBER-IS-INVALID VALUE "Y".
           05 WS-TYPE-PRESENT PIC X VALUE "N".
               88 TYPE-WAS-PROVIDED VALUE "Y".
           05 WS-DEFAULT-PRESENT PIC X VALUE "N".
               88 DEFAULT-WAS-PROVIDED VALUE "Y".
           05 WS-ATTENTION-PRESENT PIC X VALUE "N".
               88 ATTENTION-WAS-PROVIDED VALUE "Y".
           05 WS-LINE1-PRESENT PIC X VALUE "N".
               88 LINE1-WAS-PROVIDED VALUE "Y".
           05 WS-LINE2-PRESENT PIC X VALUE "N".
               88 LINE2-WAS-PROVIDED VALUE "Y".
           05 WS-CITY-PRESENT PIC X VALUE "N".
               88 CITY-WAS-PROVIDED VALUE "Y".
           05 WS-REGION-PRESENT PIC X VALUE "N".
               88 REGION-WAS-PROVIDED VALUE "Y".
           05 WS-POSTCODE-PRESENT PIC X VALUE "N".
               88 POSTCODE-WAS-PROVIDED VALUE "Y".
           05 WS-COUNTRY-PRESENT PIC X VALUE "N".
               88 COUNTRY-WAS-PROVIDED VALUE "Y".
           05 WS-TOO-LONG PIC X VALUE "N".
               88 FIELD-IS-TOO-LONG VALUE "Y".
       01 WS-TOO-LONG-NAME PIC X(20).
       01 WS-VALID-FLAG PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".

      *    What one keyed pass over a customer's addresses finds: the
      *    highest number issued (live or retired, so a number is
      *    never reused), the current default of each type, and the
      *    lowest live address of WS-SWEEP-TYPE other than
      *    WS-ADDR-NO - the one promoted when a default goes away.
       01 WS-SWEEP-KEY PIC X(20).
       01 WS-SWEEP-TYPE PIC X(8).
       01 WS-HIGH-NO PIC 9(4).
       01 WS-BILL-DEFAULT-NO PIC 9(4).
       01 WS-SHIP-DEFAULT-NO PIC 9(4).
       01 WS-PROMOTE-NO PIC 9(4).
       01 WS-OLD-DEFAULT-NO PIC 9(4).
       01 WS-FLAG-NO PIC 9(4).
       01 WS-FLAG-VALUE PIC X(1).
       01 WS-WAS-DEFAULT PIC X(1).
       01 WS-CURRENT-TYPE PIC X(8).

      *    customers:merge support: the dupe's addresses are staged
      *    here before any is copied, because writing the copies
      *    while walking the same file would lose the walk's place.
       01 WS-MOVE-LIMIT PIC 9(4) VALUE 50.
       01 WS-MOVE-USED PIC 9(4).
       01 WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 50 TIMES.
               10 WS-MOVE-RECORD PIC X(336).
       01 WS-MOVE-IX PIC 9(4).
       01 WS-COPIED-COUNT PIC 9(4).
       01 WS-MOVE-OVERFLOW PIC X VALUE "N".
           88 MOVE-TABLE-OVERFLOWED VALUE "Y".

       01 WS-NUMBER-DISP PIC ZZZ9.
       01 WS-PROMOTE-DISP PIC ZZZ9.
       01 WS-COUNT-DISP PIC ZZZ9.

       01 WS-ROWS-BUFFER PIC X(420).
       01 WS-ROWS-PTR PIC 9(4).
       01 WS-ROW-JSON PIC X(200).
       01 WS-ROW-JSON-LEN PIC 9(4).
       01 WS-ROW-COUNT PIC 9(4).
       01 WS-MATCH-COUNT PIC 9(4).

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
       01 RESULT-OUTPUT PIC X(500).

       PROCEDURE DIVISION USING ACTION DATA-INPUT RESULT-OUTPUT.

           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW

           EVALUATE ACTION
               WHEN "INSERT"
                   PERFORM DO-INSERT-ADDRESS
               WHEN "UPDATE"
                   PERFORM DO-UPDATE-ADDRESS
               WHEN "DELETE"
                   PERFORM DO-DELETE-ADDRESS
               WHEN "SELECT"
                   PERFORM DO-SELECT-ADDRESSES
               WHEN "MERGE"
                   PERFORM DO-MERGE-ADDRESSES
               WHEN OTHER
                   MOVE '{"error":"Invalid action"}' TO RESULT-OUTPUT
           END-EVALUATE

           GOBACK.

      *    Config precedence mirrors BASEMODEL's LOAD-CONFIG (env
      *    var, then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               OR FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               MOVE "database/customers.db" TO CUSTOMERS-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       EVALUATE TRUE
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_CUSTOMERS="
                               AND FUNCTION TRIM(CUSTOMERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO CUSTOMERS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    Same "KEY:value|..." shape BASEMODEL's PARSE-DATA-INPUT
      *    reads: CUSTOMER and NUMBER name the address, TYPE,
      *    DEFAULT and the postal lines describe it, FROM names the
      *    customer a merge carries addresses away from.
       PARSE-ADDRESS-INPUT.
           MOVE SPACES TO WS-CUSTOMER-KEY WS-FROM-KEY WS-NEW-TYPE
               WS-NEW-DEFAULT WS-NEW-ATTENTION WS-NEW-LINE1
               WS-NEW-LINE2 WS-NEW-CITY WS-NEW-REGION
               WS-NEW-POSTCODE WS-NEW-COUNTRY WS-TOO-LONG-NAME
           MOVE 0 TO WS-ADDR-NO
           MOVE "N" TO WS-CUSTOMER-PRESENT WS-FROM-PRESENT
               WS-NUMBER-PRESENT WS-NUMBER-INVALID WS-TYPE-PRESENT
               WS-DEFAULT-PRESENT WS-ATTENTION-PRESENT
               WS-LINE1-PRESENT WS-LINE2-PRESENT WS-CITY-PRESENT
               WS-REGION-PRESENT WS-POSTCODE-PRESENT
               WS-COUNTRY-PRESENT WS-TOO-LONG
           MOVE 1 TO WS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-INPUT))
               TO WS-DI-LEN

           PERFORM UNTIL WS-PTR > WS-DI-LEN
               MOVE SPACES TO WS-SEG
               UNSTRING DATA-INPUT DELIMITED BY "|"
                   INTO WS-SEG
                   WITH POINTER WS-PTR
               PERFORM ASSIGN-ADDRESS-FIELD
           END-PERFORM.

       ASSIGN-ADDRESS-FIELD.
           MOVE SPACES TO WS-FIELD-NAME WS-FIELD-VALUE
           UNSTRING WS-SEG DELIMITED BY ":"
               INTO WS-FIELD-NAME WS-FIELD-VALUE
           EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
               WHEN "CUSTOMER"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-CUSTOMER-KEY
                   SET CUSTOMER-WAS-PROVIDED TO TRUE
               WHEN "FROM"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-FROM-KEY
                   SET FROM-WAS-PROVIDED TO TRUE
               WHEN "NUMBER"
                   SET NUMBER-WAS-PROVIDED TO TRUE
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) >= 1
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) <= 9999
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-ADDR-NO
                   ELSE
                       SET NUMBER-IS-INVALID TO TRUE
                   END-IF
               WHEN "TYPE"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-TYPE
                   SET TYPE-WAS-PROVIDED TO TRUE
               WHEN "DEFAULT"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-DEFAULT
                   SET DEFAULT-WAS-PROVIDED TO TRUE
               WHEN "ATTENTION"
                   MOVE 40 TO WS-FIELD-LIMIT
                   PERFORM CHECK-FIELD-LENGTH
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-ATTENTION
                   SET ATTENTION-WAS-PROVIDED TO TRUE
               WHEN "LINE1"
                   MOVE 40 TO WS-FIELD-LIMIT
                   PERFORM CHECK-FIELD-LENGTH
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-LINE1
                   SET LINE1-WAS-PROVIDED TO TRUE
               WHEN "LINE2"
                   MOVE 40 TO WS-FIELD-LIMIT
                   PERFORM CHECK-FIELD-LENGTH
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-LINE2
                   SET LINE2-WAS-PROVIDED TO TRUE
               WHEN "CITY"
                   MOVE 30 TO WS-FIELD-LIMIT
                   PERFORM CHECK-FIELD-LENGTH
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-CITY
                   SET CITY-WAS-PROVIDED TO TRUE
               WHEN "REGION"
                   MOVE 20 TO WS-FIELD-LIMIT
                   PERFORM CHECK-FIELD-LENGTH
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-REGION
                   SET REGION-WAS-PROVIDED TO TRUE
               WHEN "POSTCODE"
                   MOVE 12 TO WS-FIELD-LIMIT
                   PERFORM CHECK-FIELD-LENGTH
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-POSTCODE
                   SET POSTCODE-WAS-PROVIDED TO TRUE
               WHEN "COUNTRY"
                   MOVE 20 TO WS-FIELD-LIMIT
                   PERFORM CHECK-FIELD-LENGTH
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-COUNTRY
                   SET COUNTRY-WAS-PROVIDED TO TRUE
           END-EVALUATE.

      *    A postal line longer than its field is refused rather than
      *    cut short - a truncated street or postcode is a letter
      *    that goes astray. The first offending field is named.
       CHECK-FIELD-LENGTH.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-VALUE))
                   > WS-FIELD-LIMIT
               AND WS-FIELD-VALUE NOT = SPACES
               AND NOT FIELD-IS-TOO-LONG
               SET FIELD-IS-TOO-LONG TO TRUE
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-FIELD-NAME))
                   TO WS-TOO-LONG-NAME
           END-IF.

       REFUSE-TOO-LONG-FIELD.
           MOVE "N" TO WS-VALID-FLAG
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"error":"Validation failed",' DELIMITED BY SIZE
               '"message":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOO-LONG-NAME) DELIMITED BY SIZE
               ' is too long"}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    Every call names the customer, and all but a listing name
      *    the address number too.
       REQUIRE-CUSTOMER-AND-NUMBER.
           EVALUATE TRUE
               WHEN NOT CUSTOMER-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-CUSTOMER-KEY) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"customer is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT NUMBER-WAS-PROVIDED
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"address number is required"}'
                       TO RESULT-OUTPUT
               WHEN NUMBER-IS-INVALID
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"address number must be'
                       & ' numeric"}'
                       TO RESULT-OUTPUT
           END-EVALUATE.

      *    An address belongs to a live customer - missing or soft-
      *    deleted fails the write, the same referential rule
      *    BASEMODEL applies between orders and customers.
       CHECK-PARENT-CUSTOMER.
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-FILE-STATUS = "00"
               MOVE WS-CUSTOMER-KEY TO MODEL-KEY
               READ CUSTOMERS-FILE KEY IS MODEL-KEY
               IF CUSTOMERS-FILE-STATUS = "00"
                   AND MODEL-DELETED-AT NOT = SPACES
                   MOVE "23" TO CUSTOMERS-FILE-STATUS
               END-IF
               IF CUSTOMERS-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"customer does not exist"}'
                       TO RESULT-OUTPUT
               END-IF
               CLOSE CUSTOMERS-FILE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"customer does not exist"}'
                   TO RESULT-OUTPUT
           END-IF.

       OPEN-ADDRESSES-IO.
           OPEN I-O ADDRESSES-FILE
           IF ADDRESSES-FILE-STATUS = "35"
               OPEN OUTPUT ADDRESSES-FILE
               CLOSE ADDRESSES-FILE
               OPEN I-O ADDRESSES-FILE
           END-IF.

       SWEEP-CUSTOMER-ADDRESSES.
           MOVE 0 TO WS-HIGH-NO WS-BILL-DEFAULT-NO WS-SHIP-DEFAULT-NO
               WS-PROMOTE-NO
           MOVE WS-SWEEP-KEY TO ADDR-CUSTOMER-KEY
           MOVE 0 TO ADDR-NUMBER
           START ADDRESSES-FILE KEY IS NOT LESS THAN ADDR-ID
               INVALID KEY MOVE "10" TO ADDRESSES-FILE-STATUS
           END-START
           PERFORM UNTIL ADDRESSES-FILE-STATUS NOT = "00"
               READ ADDRESSES-FILE NEXT RECORD
                   AT END MOVE "10" TO ADDRESSES-FILE-STATUS
               END-READ
               IF ADDRESSES-FILE-STATUS = "00"
                   IF ADDR-CUSTOMER-KEY NOT = WS-SWEEP-KEY
                       MOVE "10" TO ADDRESSES-FILE-STATUS
                   ELSE
                       PERFORM NOTE-SWEPT-ADDRESS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO ADDRESSES-FILE-STATUS.

       NOTE-SWEPT-ADDRESS.
           IF ADDR-NUMBER > WS-HIGH-NO
               MOVE ADDR-NUMBER TO WS-HIGH-NO
           END-IF
           IF ADDR-DELETED-AT = SPACES
               IF ADDR-DEFAULT = "Y"
                   IF ADDR-TYPE = "BILLING"
                       MOVE ADDR-NUMBER TO WS-BILL-DEFAULT-NO
                   ELSE
                       MOVE ADDR-NUMBER TO WS-SHIP-DEFAULT-NO
                   END-IF
               END-IF
               IF ADDR-TYPE = WS-SWEEP-TYPE
                   AND ADDR-NUMBER NOT = WS-ADDR-NO
                   AND WS-PROMOTE-NO = 0
                   MOVE ADDR-NUMBER TO WS-PROMOTE-NO
               END-IF
           END-IF.

      *    Turns one address's default switch on or off in place -
      *    used to hand the default from one address to another.
       SET-DEFAULT-SWITCH.
           MOVE WS-SWEEP-KEY TO ADDR-CUSTOMER-KEY
           MOVE WS-FLAG-NO TO ADDR-NUMBER
           READ ADDRESSES-FILE KEY IS ADDR-ID
           IF ADDRESSES-FILE-STATUS = "00"
               MOVE WS-FLAG-VALUE TO ADDR-DEFAULT
               MOVE WS-NOW TO ADDR-UPDATED-AT
               REWRITE ADDRESS-RECORD
           END-IF.

       DO-INSERT-ADDRESS.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-ADDRESS-INPUT

           EVALUATE TRUE
               WHEN NOT CUSTOMER-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-CUSTOMER-KEY) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"customer is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT VALID-ADDRESS-TYPE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"type must be BILLING or'
                       & ' SHIPPING"}'
                       TO RESULT-OUTPUT
               WHEN FUNCTION TRIM(WS-NEW-LINE1) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"line1 is required"}'
                       TO RESULT-OUTPUT
               WHEN FUNCTION TRIM(WS-NEW-CITY) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"city is required"}'
                       TO RESULT-OUTPUT
               WHEN DEFAULT-WAS-PROVIDED AND NOT VALID-DEFAULT-FLAG
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"default must be Y or N"}'
                       TO RESULT-OUTPUT
               WHEN FIELD-IS-TOO-LONG
                   PERFORM REFUSE-TOO-LONG-FIELD
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM CHECK-PARENT-CUSTOMER
           END-IF

           IF INPUT-IS-VALID
               PERFORM OPEN-ADDRESSES-IO
               MOVE WS-CUSTOMER-KEY TO WS-SWEEP-KEY
               MOVE WS-NEW-TYPE TO WS-SWEEP-TYPE
               MOVE 0 TO WS-ADDR-NO
               PERFORM SWEEP-CUSTOMER-ADDRESSES
               IF WS-NEW-TYPE = "BILLING"
                   MOVE WS-BILL-DEFAULT-NO TO WS-OLD-DEFAULT-NO
               ELSE
                   MOVE WS-SHIP-DEFAULT-NO TO WS-OLD-DEFAULT-NO
               END-IF

      *    The first address of a type is its default whatever the
      *    caller said, so a customer with addresses always has one
      *    to print; a later one takes over only when asked.
               IF WS-OLD-DEFAULT-NO = 0
                   MOVE "Y" TO WS-NEW-DEFAULT
               ELSE
                   IF WS-NEW-DEFAULT NOT = "Y"
                       MOVE "N" TO WS-NEW-DEFAULT
                   END-IF
               END-IF

               MOVE SPACES TO ADDRESS-RECORD
               MOVE WS-CUSTOMER-KEY TO ADDR-CUSTOMER-KEY
               COMPUTE ADDR-NUMBER = WS-HIGH-NO + 1
               MOVE WS-NEW-TYPE TO ADDR-TYPE
               MOVE WS-NEW-DEFAULT TO ADDR-DEFAULT
               MOVE WS-NEW-ATTENTION TO ADDR-ATTENTION
               MOVE WS-NEW-LINE1 TO ADDR-LINE1
               MOVE WS-NEW-LINE2 TO ADDR-LINE2
               MOVE WS-NEW-CITY TO ADDR-CITY
               MOVE WS-NEW-REGION TO ADDR-REGION
               MOVE WS-NEW-POSTCODE TO ADDR-POSTCODE
               MOVE WS-NEW-COUNTRY TO ADDR-COUNTRY
               MOVE 0 TO ADDR-MOVED-TO
               MOVE WS-NOW TO ADDR-CREATED-AT ADDR-UPDATED-AT
               MOVE ADDR-NUMBER TO WS-ADDR-NO

               WRITE ADDRESS-RECORD
               IF ADDRESSES-FILE-STATUS = "00"
                   IF WS-NEW-DEFAULT = "Y" AND WS-OLD-DEFAULT-NO > 0
                       MOVE WS-OLD-DEFAULT-NO TO WS-FLAG-NO
                       MOVE "N" TO WS-FLAG-VALUE
                       PERFORM SET-DEFAULT-SWITCH
                   END-IF
                   MOVE WS-ADDR-NO TO ADDR-NUMBER
                   READ ADDRESSES-FILE KEY IS ADDR-ID
                   PERFORM BUILD-ADDRESS-RESULT
               ELSE
                   MOVE '{"error":"Insert failed"}' TO RESULT-OUTPUT
               END-IF
               CLOSE ADDRESSES-FILE
           END-IF.

      *    Postal fields change in place; the type does not, since
      *    an order may already be shipping to the address as it
      *    stands - a new address of the other type is added instead.
      *    The default moves by setting DEFAULT:Y on the address that
      *    should have it, never by switching the current one off.
       DO-UPDATE-ADDRESS.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-ADDRESS-INPUT
           PERFORM REQUIRE-CUSTOMER-AND-NUMBER

           IF INPUT-IS-VALID
               EVALUATE TRUE
                   WHEN DEFAULT-WAS-PROVIDED AND NOT VALID-DEFAULT-FLAG
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"default must be Y or N"}'
                           TO RESULT-OUTPUT
                   WHEN LINE1-WAS-PROVIDED
                       AND FUNCTION TRIM(WS-NEW-LINE1) = SPACES
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"line1 is required"}'
                           TO RESULT-OUTPUT
                   WHEN CITY-WAS-PROVIDED
                       AND FUNCTION TRIM(WS-NEW-CITY) = SPACES
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"city is required"}'
                           TO RESULT-OUTPUT
                   WHEN FIELD-IS-TOO-LONG
                       PERFORM REFUSE-TOO-LONG-FIELD
               END-EVALUATE
           END-IF

           IF INPUT-IS-VALID
               PERFORM OPEN-ADDRESSES-IO
               MOVE WS-CUSTOMER-KEY TO ADDR-CUSTOMER-KEY
               MOVE WS-ADDR-NO TO ADDR-NUMBER
               READ ADDRESSES-FILE KEY IS ADDR-ID
               IF ADDRESSES-FILE-STATUS = "00"
                   AND ADDR-DELETED-AT NOT = SPACES
                   MOVE "23" TO ADDRESSES-FILE-STATUS
               END-IF
               IF ADDRESSES-FILE-STATUS = "00"
                   MOVE ADDR-DEFAULT TO WS-WAS-DEFAULT
                   MOVE ADDR-TYPE TO WS-CURRENT-TYPE
                   EVALUATE TRUE
                       WHEN TYPE-WAS-PROVIDED
                           AND WS-NEW-TYPE NOT = ADDR-TYPE
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE '{"error":"Validation failed",'
                               & '"message":"type cannot be changed'
                               & ' - add a new address"}'
                               TO RESULT-OUTPUT
                       WHEN WS-NEW-DEFAULT = "N"
                           AND ADDR-DEFAULT = "Y"
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE '{"error":"Validation failed",'
                               & '"message":"make another address'
                               & ' the default instead"}'
                               TO RESULT-OUTPUT
                   END-EVALUATE
                   IF INPUT-IS-VALID
                       PERFORM APPLY-ADDRESS-UPDATE
                   END-IF
               ELSE
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               END-IF
               CLOSE ADDRESSES-FILE
           END-IF.

       APPLY-ADDRESS-UPDATE.
           IF WS-NEW-DEFAULT = "Y" AND WS-WAS-DEFAULT NOT = "Y"
               MOVE WS-CUSTOMER-KEY TO WS-SWEEP-KEY
               MOVE WS-CURRENT-TYPE TO WS-SWEEP-TYPE
               PERFORM SWEEP-CUSTOMER-ADDRESSES
               IF WS-CURRENT-TYPE = "BILLING"
                   MOVE WS-BILL-DEFAULT-NO TO WS-FLAG-NO
               ELSE
                   MOVE WS-SHIP-DEFAULT-NO TO WS-FLAG-NO
               END-IF
               IF WS-FLAG-NO > 0
                   MOVE "N" TO WS-FLAG-VALUE
                   PERFORM SET-DEFAULT-SWITCH
               END-IF
               MOVE WS-CUSTOMER-KEY TO ADDR-CUSTOMER-KEY
               MOVE WS-ADDR-NO TO ADDR-NUMBER
               READ ADDRESSES-FILE KEY IS ADDR-ID
               MOVE "Y" TO ADDR-DEFAULT
           END-IF
           IF ATTENTION-WAS-PROVIDED
               MOVE WS-NEW-ATTENTION TO ADDR-ATTENTION
           END-IF
           IF LINE1-WAS-PROVIDED
               MOVE WS-NEW-LINE1 TO ADDR-LINE1
           END-IF
           IF LINE2-WAS-PROVIDED
               MOVE WS-NEW-LINE2 TO ADDR-LINE2
           END-IF
           IF CITY-WAS-PROVIDED
               MOVE WS-NEW-CITY TO ADDR-CITY
           END-IF
           IF REGION-WAS-PROVIDED
               MOVE WS-NEW-REGION TO ADDR-REGION
           END-IF
           IF POSTCODE-WAS-PROVIDED
               MOVE WS-NEW-POSTCODE TO ADDR-POSTCODE
           END-IF
           IF COUNTRY-WAS-PROVIDED
               MOVE WS-NEW-COUNTRY TO ADDR-COUNTRY
           END-IF
           MOVE WS-NOW TO ADDR-UPDATED-AT
           REWRITE ADDRESS-RECORD
           IF ADDRESSES-FILE-STATUS = "00"
               PERFORM BUILD-ADDRESS-RESULT
           ELSE
               MOVE '{"error":"Update failed"}' TO RESULT-OUTPUT
           END-IF.

      *    Soft delete. Orders already shipping to the address keep
      *    its number; if it was the default, the lowest-numbered
      *    live address of the same type takes over so the customer
      *    is never left with addresses but no default.
       DO-DELETE-ADDRESS.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-ADDRESS-INPUT
           PERFORM REQUIRE-CUSTOMER-AND-NUMBER

           IF INPUT-IS-VALID
               PERFORM OPEN-ADDRESSES-IO
               MOVE WS-CUSTOMER-KEY TO ADDR-CUSTOMER-KEY
               MOVE WS-ADDR-NO TO ADDR-NUMBER
               READ ADDRESSES-FILE KEY IS ADDR-ID
               IF ADDRESSES-FILE-STATUS = "00"
                   AND ADDR-DELETED-AT NOT = SPACES
                   MOVE "23" TO ADDRESSES-FILE-STATUS
               END-IF
               IF ADDRESSES-FILE-STATUS = "00"
                   MOVE ADDR-DEFAULT TO WS-WAS-DEFAULT
                   MOVE ADDR-TYPE TO WS-CURRENT-TYPE
                   MOVE "N" TO ADDR-DEFAULT
                   MOVE WS-NOW TO ADDR-DELETED-AT ADDR-UPDATED-AT
                   REWRITE ADDRESS-RECORD
                   IF ADDRESSES-FILE-STATUS = "00"
                       MOVE 0 TO WS-PROMOTE-NO
                       IF WS-WAS-DEFAULT = "Y"
                           MOVE WS-CUSTOMER-KEY TO WS-SWEEP-KEY
                           MOVE WS-CURRENT-TYPE TO WS-SWEEP-TYPE
                           PERFORM SWEEP-CUSTOMER-ADDRESSES
                           IF WS-PROMOTE-NO > 0
                               MOVE WS-PROMOTE-NO TO WS-FLAG-NO
                               MOVE "Y" TO WS-FLAG-VALUE
                               PERFORM SET-DEFAULT-SWITCH
                           END-IF
                       END-IF
                       MOVE WS-ADDR-NO TO WS-NUMBER-DISP
                       MOVE WS-PROMOTE-NO TO WS-PROMOTE-DISP
                       MOVE SPACES TO RESULT-OUTPUT
                       STRING '{"customer":"' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CUSTOMER-KEY)
                               DELIMITED BY SIZE
                           '","address":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUMBER-DISP)
                               DELIMITED BY SIZE
                           ',"deleted_at":"' DELIMITED BY SIZE
                           WS-NOW DELIMITED BY SIZE
                           '","new_default":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PROMOTE-DISP)
                               DELIMITED BY SIZE
                           '}' DELIMITED BY SIZE
                           INTO RESULT-OUTPUT
                   ELSE
                       MOVE '{"error":"Delete failed"}'
                           TO RESULT-OUTPUT
                   END-IF
               ELSE
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               END-IF
               CLOSE ADDRESSES-FILE
           END-IF.

      *    With NUMBER: the one address in full, retired or not, the
      *    way a keyed BASEMODEL SELECT answers history questions.
      *    Without: the customer's live addresses (TYPE narrows it)
      *    in a short form; "total" counts every match even when the
      *    result buffer could not carry them all.
       DO-SELECT-ADDRESSES.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-ADDRESS-INPUT
           IF NOT CUSTOMER-WAS-PROVIDED
               OR FUNCTION TRIM(WS-CUSTOMER-KEY) = SPACES
               MOVE '{"error":"Validation failed",'
                   & '"message":"customer is required"}'
                   TO RESULT-OUTPUT
           ELSE
               IF NUMBER-WAS-PROVIDED
                   PERFORM SELECT-ONE-ADDRESS
               ELSE
                   PERFORM LIST-CUSTOMER-ADDRESSES
               END-IF
           END-IF.

       SELECT-ONE-ADDRESS.
           IF NUMBER-IS-INVALID
               MOVE '{"error":"Validation failed",'
                   & '"message":"address number must be numeric"}'
                   TO RESULT-OUTPUT
           ELSE
               OPEN INPUT ADDRESSES-FILE
               IF ADDRESSES-FILE-STATUS = "00"
                   MOVE WS-CUSTOMER-KEY TO ADDR-CUSTOMER-KEY
                   MOVE WS-ADDR-NO TO ADDR-NUMBER
                   READ ADDRESSES-FILE KEY IS ADDR-ID
                   IF ADDRESSES-FILE-STATUS = "00"
                       PERFORM BUILD-ADDRESS-RESULT
                   ELSE
                       MOVE '{"error":"Record not found"}'
                           TO RESULT-OUTPUT
                   END-IF
                   CLOSE ADDRESSES-FILE
               ELSE
                   MOVE '{"error":"Record not found"}'
                       TO RESULT-OUTPUT
               END-IF
           END-IF.

       LIST-CUSTOMER-ADDRESSES.
           MOVE SPACES TO WS-ROWS-BUFFER
           MOVE 1 TO WS-ROWS-PTR
           MOVE 0 TO WS-ROW-COUNT WS-MATCH-COUNT
           OPEN INPUT ADDRESSES-FILE
           IF ADDRESSES-FILE-STATUS = "00"
               MOVE WS-CUSTOMER-KEY TO ADDR-CUSTOMER-KEY
               MOVE 0 TO ADDR-NUMBER
               START ADDRESSES-FILE KEY IS NOT LESS THAN ADDR-ID
                   INVALID KEY MOVE "10" TO ADDRESSES-FILE-STATUS
               END-START
               PERFORM UNTIL ADDRESSES-FILE-STATUS NOT = "00"
                   READ ADDRESSES-FILE NEXT RECORD
                       AT END MOVE "10" TO ADDRESSES-FILE-STATUS
                   END-READ
                   IF ADDRESSES-FILE-STATUS = "00"
                       IF ADDR-CUSTOMER-KEY NOT = WS-CUSTOMER-KEY
                           MOVE "10" TO ADDRESSES-FILE-STATUS
                       ELSE
                           IF ADDR-DELETED-AT = SPACES
                               AND (NOT TYPE-WAS-PROVIDED
                                   OR ADDR-TYPE = WS-NEW-TYPE)
                               ADD 1 TO WS-MATCH-COUNT
                               PERFORM APPEND-ADDRESS-ROW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ADDRESSES-FILE
           END-IF
           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"customer":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUSTOMER-KEY) DELIMITED BY SIZE
               '","data":[' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROWS-BUFFER) DELIMITED BY SIZE
               '],"total":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               '}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    Rows are dropped once the buffer is full rather than
      *    overrunning it, the same guard BASEMODEL's listing rows
      *    apply.
       APPEND-ADDRESS-ROW.
           MOVE ADDR-NUMBER TO WS-NUMBER-DISP
           MOVE SPACES TO WS-ROW-JSON
           STRING '{"address":' FUNCTION TRIM(WS-NUMBER-DISP)
               ',"type":"' FUNCTION TRIM(ADDR-TYPE)
               '","default":"' ADDR-DEFAULT
               '","line1":"' FUNCTION TRIM(ADDR-LINE1)
               '","city":"' FUNCTION TRIM(ADDR-CITY)
               '","postcode":"' FUNCTION TRIM(ADDR-POSTCODE)
               '"}'
               DELIMITED BY SIZE
               INTO WS-ROW-JSON

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW-JSON))
               TO WS-ROW-JSON-LEN
           IF WS-ROW-COUNT > 0
               ADD 1 TO WS-ROW-JSON-LEN
           END-IF
           IF WS-ROWS-PTR + WS-ROW-JSON-LEN - 1
                   <= FUNCTION LENGTH(WS-ROWS-BUFFER)
               IF WS-ROW-COUNT > 0
                   STRING "," DELIMITED BY SIZE
                       INTO WS-ROWS-BUFFER WITH POINTER WS-ROWS-PTR
               END-IF
               STRING FUNCTION TRIM(WS-ROW-JSON) DELIMITED BY SIZE
                   INTO WS-ROWS-BUFFER WITH POINTER WS-ROWS-PTR
               ADD 1 TO WS-ROW-COUNT
           END-IF.

       BUILD-ADDRESS-RESULT.
           MOVE ADDR-NUMBER TO WS-NUMBER-DISP
           MOVE SPACES TO RESULT-OUTPUT
           MOVE 1 TO WS-ROWS-PTR
           STRING '{"customer":"' FUNCTION TRIM(ADDR-CUSTOMER-KEY)
               '","address":' FUNCTION TRIM(WS-NUMBER-DISP)
               ',"type":"' FUNCTION TRIM(ADDR-TYPE)
               '","default":"' ADDR-DEFAULT
               '","attention":"' FUNCTION TRIM(ADDR-ATTENTION)
               '","line1":"' FUNCTION TRIM(ADDR-LINE1)
               '","line2":"' FUNCTION TRIM(ADDR-LINE2)
               '","city":"' FUNCTION TRIM(ADDR-CITY)
               '","region":"' FUNCTION TRIM(ADDR-REGION)
               '","postcode":"' FUNCTION TRIM(ADDR-POSTCODE)
               '","country":"' FUNCTION TRIM(ADDR-COUNTRY)
               '","updated_at":"' FUNCTION TRIM(ADDR-UPDATED-AT)
               '"'
               DELIMITED BY SIZE
               INTO RESULT-OUTPUT WITH POINTER WS-ROWS-PTR
           IF ADDR-DELETED-AT NOT = SPACES
               STRING ',"deleted_at":"' DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-DELETED-AT) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT WITH POINTER WS-ROWS-PTR
           END-IF
           STRING '}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT WITH POINTER WS-ROWS-PTR.

      *    customers:merge hands over the dupe's address book before
      *    it repoints the dupe's orders. Each live address not yet
      *    carried over is copied to the survivor under the next
      *    free number and the original is stamped with that number
      *    (ADDR-MOVED-TO), so the merge can repoint every order's
      *    ship-to and a rerun after an interrupted merge copies
      *    nothing twice. The survivor's own defaults stand; a copy
      *    becomes a default only where the survivor had none of
      *    that type.
       DO-MERGE-ADDRESSES.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM PARSE-ADDRESS-INPUT
           EVALUATE TRUE
               WHEN NOT CUSTOMER-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-CUSTOMER-KEY) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"customer is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT FROM-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-FROM-KEY) = SPACES
                   OR WS-FROM-KEY = WS-CUSTOMER-KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"from must name another'
                       & ' customer"}'
                       TO RESULT-OUTPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM CHECK-PARENT-CUSTOMER
           END-IF

           IF INPUT-IS-VALID
               MOVE 0 TO WS-COPIED-COUNT
               PERFORM OPEN-ADDRESSES-IO
               PERFORM STAGE-DUPE-ADDRESSES
               MOVE WS-CUSTOMER-KEY TO WS-SWEEP-KEY
               MOVE SPACES TO WS-SWEEP-TYPE
               MOVE 0 TO WS-ADDR-NO
               PERFORM SWEEP-CUSTOMER-ADDRESSES
               PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                   UNTIL WS-MOVE-IX > WS-MOVE-USED
                   PERFORM COPY-ONE-ADDRESS
               END-PERFORM
               CLOSE ADDRESSES-FILE
               MOVE WS-COPIED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO RESULT-OUTPUT
               IF MOVE-TABLE-OVERFLOWED
                   STRING '{"error":"Validation failed",'
                           DELIMITED BY SIZE
                       '"message":"too many addresses to carry'
                           DELIMITED BY SIZE
                       ' over in one run - rerun the merge",'
                           DELIMITED BY SIZE
                       '"copied":' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                       '}' DELIMITED BY SIZE
                       INTO RESULT-OUTPUT
               ELSE
                   STRING '{"customer":"' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUSTOMER-KEY)
                           DELIMITED BY SIZE
                       '","from":"' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FROM-KEY) DELIMITED BY SIZE
                       '","copied":' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                       '}' DELIMITED BY SIZE
                       INTO RESULT-OUTPUT
               END-IF
           END-IF.

       STAGE-DUPE-ADDRESSES.
           MOVE 0 TO WS-MOVE-USED
           MOVE "N" TO WS-MOVE-OVERFLOW
           MOVE WS-FROM-KEY TO ADDR-CUSTOMER-KEY
           MOVE 0 TO ADDR-NUMBER
           START ADDRESSES-FILE KEY IS NOT LESS THAN ADDR-ID
               INVALID KEY MOVE "10" TO ADDRESSES-FILE-STATUS
           END-START
           PERFORM UNTIL ADDRESSES-FILE-STATUS NOT = "00"
               READ ADDRESSES-FILE NEXT RECORD
                   AT END MOVE "10" TO ADDRESSES-FILE-STATUS
               END-READ
               IF ADDRESSES-FILE-STATUS = "00"
                   IF ADDR-CUSTOMER-KEY NOT = WS-FROM-KEY
                       MOVE "10" TO ADDRESSES-FILE-STATUS
                   ELSE
                       IF ADDR-DELETED-AT = SPACES
                           AND (ADDR-MOVED-TO NOT NUMERIC
                               OR ADDR-MOVED-TO = 0)
                           IF WS-MOVE-USED < WS-MOVE-LIMIT
                               ADD 1 TO WS-MOVE-USED
                               MOVE ADDRESS-RECORD
                                   TO WS-MOVE-RECORD(WS-MOVE-USED)
                           ELSE
                               SET MOVE-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO ADDRESSES-FILE-STATUS.

       COPY-ONE-ADDRESS.
           MOVE WS-MOVE-RECORD(WS-MOVE-IX) TO ADDRESS-RECORD
           MOVE WS-CUSTOMER-KEY TO ADDR-CUSTOMER-KEY
           ADD 1 TO WS-HIGH-NO
           MOVE WS-HIGH-NO TO ADDR-NUMBER
           MOVE "N" TO ADDR-DEFAULT
           IF ADDR-TYPE = "BILLING" AND WS-BILL-DEFAULT-NO = 0
               MOVE "Y" TO ADDR-DEFAULT
               MOVE WS-HIGH-NO TO WS-BILL-DEFAULT-NO
           END-IF
           IF ADDR-TYPE = "SHIPPING" AND WS-SHIP-DEFAULT-NO = 0
               MOVE "Y" TO ADDR-DEFAULT
               MOVE WS-HIGH-NO TO WS-SHIP-DEFAULT-NO
           END-IF
           MOVE 0 TO ADDR-MOVED-TO
           MOVE WS-NOW TO ADDR-CREATED-AT ADDR-UPDATED-AT
           WRITE ADDRESS-RECORD
           IF ADDRESSES-FILE-STATUS = "00"
               ADD 1 TO WS-COPIED-COUNT
               MOVE WS-MOVE-RECORD(WS-MOVE-IX) TO ADDRESS-RECORD
               READ ADDRESSES-FILE KEY IS ADDR-ID
               IF ADDRESSES-FILE-STATUS = "00"
                   MOVE WS-HIGH-NO TO ADDR-MOVED-TO
                   MOVE WS-NOW TO ADDR-UPDATED-AT
                   REWRITE ADDRESS-RECORD
               END-IF
           END-IF.

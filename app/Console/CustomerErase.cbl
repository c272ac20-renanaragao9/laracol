               ALTERNATE RECORD KEY IS MODEL-CUSTOMER-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMERS-FILE-STATUS.
      *    The customer's address book entries are personal data
      *    too and are scrubbed with the record.
           SELECT ADDRESSES-FILE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
      *    So are the addresses customer mail went to, and any of
      *    the customer's messages still waiting on the spool.
           SELECT NOTIFICATIONS-FILE ASSIGN TO NOTIFICATIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-ID
               ALTERNATE RECORD KEY IS NTF-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NTF-MESSAGE-ID
               FILE STATUS IS NOTIFICATIONS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "storage/logs/audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
       01 MODEL-RECORD.
           COPY "ModelRecord.cpy".

       FD  ADDRESSES-FILE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           COPY "NotificationRecord.cpy".

       FD  AUDIT-FILE.
       01 AUDIT-LINE PIC X(700).

       WORKING-STORAGE SECTION.

       01 CUSTOMERS-FILE-STATUS PIC XX.
       01 ADDRESSES-FILE-STATUS PIC XX.
       01 NOTIFICATIONS-FILE-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 FEED-FILE-STATUS PIC XX.
       01 TEMP-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 CUSTOMERS-PATH PIC X(100) VALUE
           "database/customers.db".
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 NOTIFICATIONS-PATH PIC X(100) VALUE
           "database/notifications.db".
       01 CERT-PATH PIC X(100).

       01 WS-NOW PIC X(19).
           88 CUSTOMER-WAS-SCRUBBED VALUE "Y".
       01 WS-AUDIT-SCRUB-COUNT PIC 9(6) VALUE 0.
       01 WS-FEED-SCRUB-COUNT PIC 9(6) VALUE 0.
       01 WS-ADDR-SCRUB-COUNT PIC 9(6) VALUE 0.
       01 WS-MAIL-SCRUB-COUNT PIC 9(6) VALUE 0.
       01 WS-SPOOL-PATH PIC X(100).
       01 WS-DELETE-STATUS PIC S9(9) BINARY.
       01 WS-COUNT-DISP PIC ZZZZZ9.

       01 WS-JOURNAL-ACTION PIC X(10) VALUE "ERASE".

           PERFORM ANONYMIZE-CUSTOMER-RECORD
           IF CUSTOMER-WAS-SCRUBBED
               PERFORM SCRUB-ADDRESS-BOOK
               PERFORM SCRUB-NOTIFICATIONS
               PERFORM SCRUB-AUDIT-JOURNAL
               PERFORM SCRUB-OUTBOX-FEED
               PERFORM JOURNAL-ERASURE
      *    then .env, then the compiled-in default).
       LOAD-CONFIG.
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           ACCEPT NOTIFICATIONS-PATH FROM ENVIRONMENT "DB_NOTIFICATIONS"
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               OR FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               MOVE "database/customers.db" TO CUSTOMERS-PATH
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
           END-IF
           IF FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               MOVE "database/notifications.db" TO NOTIFICATIONS-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       EVALUATE TRUE
                           WHEN ENV-FILE-LINE(1:13) = "DB_CUSTOMERS="
                               AND FUNCTION TRIM(CUSTOMERS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO CUSTOMERS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                           WHEN ENV-FILE-LINE(1:17) =
                                   "DB_NOTIFICATIONS="
                               AND FUNCTION TRIM(NOTIFICATIONS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(18:))
                                   TO NOTIFICATIONS-PATH
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
               CLOSE CUSTOMERS-FILE
           END-IF.

      *    Each of the customer's addresses, live or retired, has
      *    its lines overwritten and is retired. The records stay
      *    so their numbers are never issued again to another
      *    address an old order might then appear to name.
       SCRUB-ADDRESS-BOOK.
           OPEN I-O ADDRESSES-FILE
           IF ADDRESSES-FILE-STATUS = "00"
               MOVE WS-ERASE-KEY TO ADDR-CUSTOMER-KEY
               MOVE 0 TO ADDR-NUMBER
               START ADDRESSES-FILE KEY IS NOT LESS THAN ADDR-ID
               PERFORM UNTIL ADDRESSES-FILE-STATUS NOT = "00"
                   READ ADDRESSES-FILE NEXT RECORD
                       AT END MOVE "10" TO ADDRESSES-FILE-STATUS
                   END-READ
                   IF ADDRESSES-FILE-STATUS = "00"
                       IF ADDR-CUSTOMER-KEY NOT = WS-ERASE-KEY
                           MOVE "10" TO ADDRESSES-FILE-STATUS
                       ELSE
                           PERFORM SCRUB-ONE-ADDRESS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ADDRESSES-FILE
           END-IF
           MOVE WS-ADDR-SCRUB-COUNT TO WS-COUNT-DISP
           DISPLAY "Addresses scrubbed: "
               FUNCTION TRIM(WS-COUNT-DISP).

       SCRUB-ONE-ADDRESS.
           MOVE WS-ANON-NAME TO ADDR-LINE1
           MOVE SPACES TO ADDR-ATTENTION ADDR-LINE2 ADDR-CITY
               ADDR-REGION ADDR-POSTCODE ADDR-COUNTRY
           MOVE "N" TO ADDR-DEFAULT
           MOVE WS-NOW TO ADDR-UPDATED-AT
           IF ADDR-DELETED-AT = SPACES
               MOVE WS-NOW TO ADDR-DELETED-AT
           END-IF
           REWRITE ADDRESS-RECORD
           IF ADDRESSES-FILE-STATUS = "00"
               ADD 1 TO WS-ADDR-SCRUB-COUNT
           END-IF.

      *    Each message raised for the customer keeps its record -
      *    the key and status still answer "did we tell them" - but
      *    loses the address, and one not yet relayed is taken off
      *    the spool. A failed message is not tried again.
       SCRUB-NOTIFICATIONS.
           OPEN I-O NOTIFICATIONS-FILE
           IF NOTIFICATIONS-FILE-STATUS = "00"
               MOVE WS-ERASE-KEY TO NTF-CUSTOMER-KEY
               START NOTIFICATIONS-FILE KEY IS = NTF-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO NOTIFICATIONS-FILE-STATUS
               END-START
               PERFORM UNTIL NOTIFICATIONS-FILE-STATUS NOT = "00"
                   READ NOTIFICATIONS-FILE NEXT RECORD
                       AT END MOVE "10" TO NOTIFICATIONS-FILE-STATUS
                   END-READ
                   IF NOTIFICATIONS-FILE-STATUS = "00"
                       IF NTF-CUSTOMER-KEY NOT = WS-ERASE-KEY
                           MOVE "10" TO NOTIFICATIONS-FILE-STATUS
                       ELSE
                           PERFORM SCRUB-ONE-NOTIFICATION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTIFICATIONS-FILE
           END-IF
           MOVE WS-MAIL-SCRUB-COUNT TO WS-COUNT-DISP
           DISPLAY "Messages scrubbed:  "
               FUNCTION TRIM(WS-COUNT-DISP).

       SCRUB-ONE-NOTIFICATION.
           MOVE SPACES TO WS-SPOOL-PATH
           STRING "storage/mail/outbound/" DELIMITED BY SIZE
               FUNCTION TRIM(NTF-MESSAGE-ID) DELIMITED BY SIZE
               ".eml" DELIMITED BY SIZE
               INTO WS-SPOOL-PATH
           CALL "CBL_DELETE_FILE" USING WS-SPOOL-PATH
               RETURNING WS-DELETE-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE WS-ANON-EMAIL TO NTF-EMAIL
           IF NTF-IS-FAILED
               MOVE "SKIPPED" TO NTF-STATUS
               MOVE "customer erased" TO NTF-REASON
           END-IF
           MOVE WS-NOW TO NTF-UPDATED-AT
           REWRITE NOTIFICATION-RECORD
           IF NOTIFICATIONS-FILE-STATUS = "00"
               ADD 1 TO WS-MAIL-SCRUB-COUNT
           END-IF.

      *    Every audit.dat line keyed to the customer has its before
      *    and after name images replaced; amounts, actions and
      *    timestamps stay so the journal still balances.
               DELIMITED BY SIZE
               INTO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-ADDR-SCRUB-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO CERT-LINE
           STRING "Address book:      " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " address(es) blanked and retired" DELIMITED BY SIZE
               INTO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-MAIL-SCRUB-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO CERT-LINE
           STRING "Customer mail:     " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " message(s) unaddressed, none left on the spool"
               DELIMITED BY SIZE
               INTO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-AUDIT-SCRUB-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO CERT-LINE
           STRING "Audit journal:     " DELIMITED BY SIZE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFYREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATIONS-FILE ASSIGN TO NOTIFICATIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-ID
               ALTERNATE RECORD KEY IS NTF-CUSTOMER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NTF-MESSAGE-ID
               FILE STATUS IS NOTIFICATIONS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO ".env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
           COPY "NotificationRecord.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(160).

       FD  ENV-FILE.
       01 ENV-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 NOTIFICATIONS-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 NOTIFICATIONS-PATH PIC X(100) VALUE
           "database/notifications.db".
       01 REPORT-PATH PIC X(100).

      *    The day reported on: today unless a YYYYMMDD is given, so
      *    a missed day can be produced afterwards.
       01 WS-REPORT-DATE PIC X(8).
       01 WS-NOW PIC X(19).

      *    Matches NOTIFYSEND's limit: a FAILED message below it is
      *    still being retried, one at it has been given up on.
       01 WS-MAX-ATTEMPTS PIC 9(2) VALUE 3.

       01 WS-BOUNCED-COUNT PIC 9(6) VALUE 0.
       01 WS-GAVE-UP-COUNT PIC 9(6) VALUE 0.
       01 WS-RETRYING-COUNT PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP PIC ZZZZZ9.
       01 WS-ATTEMPTS-DISP PIC Z9.
       01 WS-STATE-TEXT PIC X(10).

       LINKAGE SECTION.
       01 NOTIFY-REPORT-ARG PIC X(100).

       PROCEDURE DIVISION USING NOTIFY-REPORT-ARG.

           MOVE 0 TO WS-BOUNCED-COUNT WS-GAVE-UP-COUNT
               WS-RETRYING-COUNT WS-LISTED-COUNT
           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-REPORT-DATE
           IF NOTIFY-REPORT-ARG(1:8) IS NUMERIC
               AND NOTIFY-REPORT-ARG(9:) = SPACES
               MOVE NOTIFY-REPORT-ARG(1:8) TO WS-REPORT-DATE
           END-IF

           MOVE SPACES TO REPORT-PATH
           STRING "storage/reports/undeliverable-" DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Undeliverable customer mail - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Message       Type     Reference            "
               DELIMITED BY SIZE
               "Customer             Email"
               DELIMITED BY SIZE
               "                          State      Tries Reason"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM SWEEP-NOTIFICATIONS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISP
           DISPLAY "Undeliverable messages: "
               FUNCTION TRIM(WS-COUNT-DISP)

           GOBACK.

       LOAD-CONFIG.
           ACCEPT NOTIFICATIONS-PATH FROM ENVIRONMENT "DB_NOTIFICATIONS"
           IF FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
               MOVE "database/notifications.db" TO NOTIFICATIONS-PATH
           END-IF.

       READ-DOTENV-DATABASE-PATHS.
           OPEN INPUT ENV-FILE
           IF ENV-FILE-STATUS = "00"
               PERFORM UNTIL ENV-FILE-STATUS NOT = "00"
                   READ ENV-FILE
                       AT END MOVE "10" TO ENV-FILE-STATUS
                   END-READ
                   IF ENV-FILE-STATUS = "00"
                       AND ENV-FILE-LINE(1:17) = "DB_NOTIFICATIONS="
                       AND FUNCTION TRIM(NOTIFICATIONS-PATH) = SPACES
                       MOVE FUNCTION TRIM(ENV-FILE-LINE(18:))
                           TO NOTIFICATIONS-PATH
                   END-IF
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

      *    A message lands on the day's report when it bounced or
      *    failed that day: a bounce, a failure given up on after the
      *    last retry, or a failure still being retried - listed so
      *    a bad address can be put right before the retries run
      *    out.
       SWEEP-NOTIFICATIONS.
           OPEN INPUT NOTIFICATIONS-FILE
           IF NOTIFICATIONS-FILE-STATUS NOT = "00"
               IF NOTIFICATIONS-FILE-STATUS NOT = "35"
                   DISPLAY "Cannot open "
                       FUNCTION TRIM(NOTIFICATIONS-PATH)
                       " (status " NOTIFICATIONS-FILE-STATUS ")."
               END-IF
           ELSE
               MOVE LOW-VALUES TO NTF-ID
               START NOTIFICATIONS-FILE KEY IS NOT LESS THAN NTF-ID
                   INVALID KEY MOVE "10" TO NOTIFICATIONS-FILE-STATUS
               END-START
               PERFORM UNTIL NOTIFICATIONS-FILE-STATUS NOT = "00"
                   READ NOTIFICATIONS-FILE NEXT RECORD
                       AT END MOVE "10" TO NOTIFICATIONS-FILE-STATUS
                   END-READ
                   IF NOTIFICATIONS-FILE-STATUS = "00"
                       AND NTF-UPDATED-AT(1:8) = WS-REPORT-DATE
                       AND (NTF-IS-BOUNCED OR NTF-IS-FAILED)
                       PERFORM LIST-ONE-MESSAGE
                   END-IF
               END-PERFORM
               CLOSE NOTIFICATIONS-FILE
           END-IF.

       LIST-ONE-MESSAGE.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN NTF-IS-BOUNCED
                   ADD 1 TO WS-BOUNCED-COUNT
                   MOVE "BOUNCED" TO WS-STATE-TEXT
               WHEN NTF-ATTEMPTS < WS-MAX-ATTEMPTS
                   ADD 1 TO WS-RETRYING-COUNT
                   MOVE "RETRYING" TO WS-STATE-TEXT
               WHEN OTHER
                   ADD 1 TO WS-GAVE-UP-COUNT
                   MOVE "GAVE UP" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE NTF-ATTEMPTS TO WS-ATTEMPTS-DISP
           MOVE SPACES TO REPORT-LINE
           MOVE NTF-MESSAGE-ID TO REPORT-LINE(1:13)
           MOVE NTF-TYPE TO REPORT-LINE(15:8)
           MOVE NTF-REFERENCE(1:20) TO REPORT-LINE(24:20)
           MOVE NTF-CUSTOMER-KEY TO REPORT-LINE(45:20)
           MOVE NTF-EMAIL(1:30) TO REPORT-LINE(66:30)
           MOVE WS-STATE-TEXT TO REPORT-LINE(97:10)
           MOVE WS-ATTEMPTS-DISP TO REPORT-LINE(110:2)
           MOVE NTF-REASON TO REPORT-LINE(114:40)
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BOUNCED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Bounced:           " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GAVE-UP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Failed, gave up:   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETRYING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Failed, retrying:  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPONSEBUILDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    A printed document sent back as it stands (the invoice
      *    reprint), named by the controller in LARACOL_BODY_FILE.
           SELECT BODY-FILE ASSIGN TO WS-BODY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BODY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BODY-FILE.
       01 BODY-FILE-LINE PIC X(200).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-DISP PIC ZZ9.
       01 WS-REQUEST-ID PIC X(28).
       01 WS-RETRY-AFTER PIC X(10).
       01 WS-BODY-PATH PIC X(100).
       01 BODY-FILE-STATUS PIC XX.

       LINKAGE SECTION.
       01 RESPONSE-STATUS PIC 9(3).

           PERFORM EMIT-STATUS-LINE

      *    Only a 200 sends a document; any error keeps its JSON body.
           MOVE SPACES TO WS-BODY-PATH
           IF RESPONSE-STATUS = 200
               ACCEPT WS-BODY-PATH FROM ENVIRONMENT
                   "LARACOL_BODY_FILE"
           END-IF
           IF FUNCTION TRIM(WS-BODY-PATH) NOT = SPACES
               DISPLAY "Content-Type: text/plain"
           ELSE
               DISPLAY "Content-Type: application/json"
           END-IF
           DISPLAY "Access-Control-Allow-Origin: *"
      *    Echo back the id APIROUTER minted for this dispatch so a
      *    caller reporting a failure can quote something support
                   FUNCTION TRIM(WS-RETRY-AFTER)
           END-IF
           DISPLAY " "
           IF FUNCTION TRIM(WS-BODY-PATH) NOT = SPACES
               PERFORM EMIT-BODY-FILE
           ELSE
               DISPLAY FUNCTION TRIM(RESPONSE-BODY)
           END-IF

           GOBACK.

       EMIT-BODY-FILE.
           OPEN INPUT BODY-FILE
           IF BODY-FILE-STATUS = "00"
               PERFORM UNTIL BODY-FILE-STATUS NOT = "00"
                   READ BODY-FILE
                       AT END MOVE "10" TO BODY-FILE-STATUS
                   END-READ
                   IF BODY-FILE-STATUS = "00"
                       DISPLAY FUNCTION TRIM(BODY-FILE-LINE TRAILING)
                   END-IF
               END-PERFORM
               CLOSE BODY-FILE
           END-IF.

      *    Every controller/route handler routes its response through
      *    here so status line, Content-Type, and CORS headers stay in
      *    one place instead of drifting out of sync as controllers

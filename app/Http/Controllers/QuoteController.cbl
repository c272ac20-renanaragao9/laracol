       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTECONTROLLER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MODEL-ACTION PIC X(20) VALUE "SELECT".
       01 MODEL-INPUT  PIC X(500).
       01 MODEL-RESULT PIC X(500).
       01 WS-STATUS-CODE PIC 9(3) VALUE 200.
       01 WS-ERROR-CONTEXT PIC X(50).
       01 WS-DOCUMENT-PATH PIC X(60).

       LINKAGE SECTION.
       01 REQUEST-ID     PIC X(50).
       01 REQUEST-ACTION PIC X(20).
       01 REQUEST-DATA   PIC X(500).

       PROCEDURE DIVISION USING REQUEST-ID REQUEST-ACTION
               REQUEST-DATA.

      *    The route id is the quote number, with or without its
      *    QUO- prefix; it rides to QUOTES as KEY: ahead of the form
      *    or query-string fields. With no id (the list) the fields
      *    pass straight through.
           MOVE REQUEST-ACTION TO MODEL-ACTION
           MOVE SPACES TO MODEL-INPUT
           IF FUNCTION TRIM(REQUEST-ID) NOT = SPACES
               IF REQUEST-ID(1:4) = "QUO-"
                   STRING "KEY:" DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-ID) DELIMITED BY SIZE
                       INTO MODEL-INPUT
               ELSE
                   STRING "KEY:QUO-" DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-ID) DELIMITED BY SIZE
                       INTO MODEL-INPUT
               END-IF
               IF FUNCTION TRIM(REQUEST-DATA) NOT = SPACES
                   STRING FUNCTION TRIM(MODEL-INPUT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-DATA) DELIMITED BY SIZE
                       INTO MODEL-INPUT
               END-IF
           ELSE
               MOVE REQUEST-DATA TO MODEL-INPUT
           END-IF

           CALL "QUOTES" USING MODEL-ACTION MODEL-INPUT
               MODEL-RESULT
               ON EXCEPTION
                   MOVE 500 TO WS-STATUS-CODE
                   MOVE "QUOTES" TO WS-ERROR-CONTEXT
                   CALL "EXCEPTIONHANDLER" USING WS-ERROR-CONTEXT
                       MODEL-RESULT
                   END-CALL
           END-CALL

      *    A quote moved on by someone else between read and write
      *    comes back as a Conflict body and goes out as a 409.
           IF MODEL-RESULT(1:19) = '{"error":"Conflict"'
               MOVE 409 TO WS-STATUS-CODE
           END-IF

      *    The document route answers with the quote document itself,
      *    sent as the body in place of JSON the way the invoice
      *    reprint is; a quote never sent has none, and that is a 404.
           IF MODEL-ACTION = "DOCUMENT" AND WS-STATUS-CODE = 200
               IF MODEL-RESULT(1:9) = '{"error":'
                   IF MODEL-RESULT(1:28)
                           NOT = '{"error":"Validation failed"'
                       MOVE 404 TO WS-STATUS-CODE
                   END-IF
               ELSE
                   MOVE SPACES TO WS-DOCUMENT-PATH
                   UNSTRING MODEL-RESULT(14:) DELIMITED BY '"'
                       INTO WS-DOCUMENT-PATH
                   SET ENVIRONMENT "LARACOL_BODY_FILE"
                       TO WS-DOCUMENT-PATH
               END-IF
           END-IF

           CALL "RESPONSEBUILDER" USING WS-STATUS-CODE MODEL-RESULT

           GOBACK.

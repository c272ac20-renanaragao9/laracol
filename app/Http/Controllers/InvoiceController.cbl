       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICECONTROLLER.

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

      *    Read-only: invoices are issued by invoice:generate and
      *    corrected by credit memo, never edited through the API.
      *    The route id rides to INVOICES as KEY: ahead of any
      *    query-string filters.
           MOVE REQUEST-ACTION TO MODEL-ACTION
           MOVE SPACES TO MODEL-INPUT
           IF FUNCTION TRIM(REQUEST-ID) NOT = SPACES
               STRING "KEY:" DELIMITED BY SIZE
                   FUNCTION TRIM(REQUEST-ID) DELIMITED BY SIZE
                   INTO MODEL-INPUT
               IF FUNCTION TRIM(REQUEST-DATA) NOT = SPACES
                   STRING FUNCTION TRIM(MODEL-INPUT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-DATA) DELIMITED BY SIZE
                       INTO MODEL-INPUT
               END-IF
           ELSE
               MOVE REQUEST-DATA TO MODEL-INPUT
           END-IF

           CALL "INVOICES" USING MODEL-ACTION MODEL-INPUT
               MODEL-RESULT
               ON EXCEPTION
                   MOVE 500 TO WS-STATUS-CODE
                   MOVE "INVOICES" TO WS-ERROR-CONTEXT
                   CALL "EXCEPTIONHANDLER" USING WS-ERROR-CONTEXT
                       MODEL-RESULT
                   END-CALL
           END-CALL

      *    The reprint answers with the document itself. INVOICES
      *    hands back where it is on file, and RESPONSEBUILDER sends
      *    that file as the body in place of JSON; a document that
      *    cannot be sent is a 404 with the usual error body.
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

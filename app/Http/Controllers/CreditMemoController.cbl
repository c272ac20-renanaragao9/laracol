       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITMEMOCONTROLLER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 MODEL-ACTION PIC X(20) VALUE "SELECT".
       01 MODEL-INPUT  PIC X(500).
       01 MODEL-RESULT PIC X(500).
       01 WS-STATUS-CODE PIC 9(3) VALUE 200.
       01 WS-ERROR-CONTEXT PIC X(50).

       LINKAGE SECTION.
       01 REQUEST-ID     PIC X(50).
       01 REQUEST-ACTION PIC X(20).
       01 REQUEST-DATA   PIC X(500).

       PROCEDURE DIVISION USING REQUEST-ID REQUEST-ACTION
               REQUEST-DATA.

           MOVE REQUEST-ACTION TO MODEL-ACTION
           MOVE SPACES TO MODEL-INPUT

      *    MODEL: names the data file BASEMODEL serves this call
      *    from; the CRM- key prefix mirrors the CUST-/ORD-/PAY-
      *    prefixes the other controllers prepend. A DELETE voids
      *    the memo; a PUT is refused by the model, since an issued
      *    credit is voided and reissued rather than edited.
           IF FUNCTION TRIM(REQUEST-ID) NOT = SPACES
               STRING "MODEL:CREDIT|KEY:CRM-" DELIMITED BY SIZE
                   FUNCTION TRIM(REQUEST-ID) DELIMITED BY SIZE
                   INTO MODEL-INPUT
               IF FUNCTION TRIM(REQUEST-DATA) NOT = SPACES
                   STRING FUNCTION TRIM(MODEL-INPUT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-DATA) DELIMITED BY SIZE
                       INTO MODEL-INPUT
               END-IF
           ELSE
               MOVE "MODEL:CREDIT" TO MODEL-INPUT
               IF FUNCTION TRIM(REQUEST-DATA) NOT = SPACES
                   STRING "MODEL:CREDIT|" DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-DATA) DELIMITED BY SIZE
                       INTO MODEL-INPUT
               END-IF
           END-IF

           CALL "BASEMODEL" USING MODEL-ACTION MODEL-INPUT
               MODEL-RESULT
               ON EXCEPTION
                   MOVE 500 TO WS-STATUS-CODE
                   MOVE "BASEMODEL" TO WS-ERROR-CONTEXT
                   CALL "EXCEPTIONHANDLER" USING WS-ERROR-CONTEXT
                       MODEL-RESULT
           END-CALL

      *    A version-checked UPDATE that lost the race comes back as
      *    a Conflict body; everything else keeps the 200 the
      *    controllers have always returned.
           IF MODEL-RESULT(1:19) = '{"error":"Conflict"'
               MOVE 409 TO WS-STATUS-CODE
           END-IF

           CALL "RESPONSEBUILDER" USING WS-STATUS-CODE MODEL-RESULT

           GOBACK.

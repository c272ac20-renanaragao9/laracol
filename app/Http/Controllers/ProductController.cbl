       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTCONTROLLER.

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

      *    The route parameter is the SKU; the catalog keys it as
      *    PRD-<sku>, upper-cased so "wid-100" and "WID-100" are the
      *    same product however the clerk typed it. A DELETE retires
      *    the product; ACTIVE:N keeps it listed but closed to new
      *    order lines.
           IF FUNCTION TRIM(REQUEST-ID) NOT = SPACES
               STRING "MODEL:PRODUCT|KEY:PRD-" DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(FUNCTION TRIM(REQUEST-ID))
                       DELIMITED BY SIZE
                   INTO MODEL-INPUT
               IF FUNCTION TRIM(REQUEST-DATA) NOT = SPACES
                   STRING FUNCTION TRIM(MODEL-INPUT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-DATA) DELIMITED BY SIZE
                       INTO MODEL-INPUT
               END-IF
           ELSE
               MOVE "MODEL:PRODUCT" TO MODEL-INPUT
               IF FUNCTION TRIM(REQUEST-DATA) NOT = SPACES
                   STRING "MODEL:PRODUCT|" DELIMITED BY SIZE
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

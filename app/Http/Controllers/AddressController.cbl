       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESSCONTROLLER.

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

      *    The route id is the parent customer; the CUST- prefix
      *    matches what CUSTOMERCONTROLLER has always prepended, and
      *    ADDRESSES indexes its records by it. The address number,
      *    when the route carries one, arrives as NUMBER: in
      *    REQUEST-DATA.
           STRING "CUSTOMER:CUST-" DELIMITED BY SIZE
               FUNCTION TRIM(REQUEST-ID) DELIMITED BY SIZE
               INTO MODEL-INPUT
           IF FUNCTION TRIM(REQUEST-DATA) NOT = SPACES
               STRING FUNCTION TRIM(MODEL-INPUT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(REQUEST-DATA) DELIMITED BY SIZE
                   INTO MODEL-INPUT
           END-IF

           CALL "ADDRESSES" USING MODEL-ACTION MODEL-INPUT
               MODEL-RESULT
               ON EXCEPTION
                   MOVE 500 TO WS-STATUS-CODE
                   MOVE "ADDRESSES" TO WS-ERROR-CONTEXT
                   CALL "EXCEPTIONHANDLER" USING WS-ERROR-CONTEXT
                       MODEL-RESULT
           END-CALL

           CALL "RESPONSEBUILDER" USING WS-STATUS-CODE MODEL-RESULT

           GOBACK.

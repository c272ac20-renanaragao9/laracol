       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVALCONTROLLER.

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

      *    Read-only: an approval is given or refused by moving the
      *    order itself (PUT /api/orders/{id} with a status and a
      *    reason), so the order and its trail cannot disagree.
           MOVE REQUEST-ACTION TO MODEL-ACTION
           MOVE REQUEST-DATA TO MODEL-INPUT

           CALL "APPROVALS" USING MODEL-ACTION MODEL-INPUT
               MODEL-RESULT
               ON EXCEPTION
                   MOVE 500 TO WS-STATUS-CODE
                   MOVE "APPROVALS" TO WS-ERROR-CONTEXT
                   CALL "EXCEPTIONHANDLER" USING WS-ERROR-CONTEXT
                       MODEL-RESULT
           END-CALL

           CALL "RESPONSEBUILDER" USING WS-STATUS-CODE MODEL-RESULT

           GOBACK.

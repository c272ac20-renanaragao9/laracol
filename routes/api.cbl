       01 WS-PATH-LEN PIC 9(4).
       01 WS-SLASH-COUNT PIC 9(4).

      *    Nested route support (/api/customers/{id}/orders,
      *    .../addresses/{n}, /api/orders/{id}/lines ...): the id
      *    segment, the literal tail and any trailing segments pulled
      *    apart from the remainder of the path after the collection
      *    prefix.
       01 WS-NESTED-REST PIC X(100).
       01 WS-NESTED-ID PIC X(50).
       01 WS-NESTED-TAIL PIC X(20).
       01 WS-NESTED-EXTRA PIC X(20).
       01 WS-NESTED-MORE PIC X(20).
       01 WS-NESTED-FLAGS.
           05 WS-NESTED-MATCHED PIC X VALUE "N".
               88 NESTED-ROUTE-IS-MATCHED VALUE "Y".

           PERFORM AUTH-MIDDLEWARE

      *    BASEMODEL needs to know who is asking when an order is
      *    made or approved - the checker must not be the maker.
      *    Set on every request, blank included, so nothing left in
      *    the process environment can stand in for the caller.
           SET ENVIRONMENT "LARACOL_CLIENT" TO WS-CLIENT-NAME

           IF REQUEST-IS-BLOCKED
               MOVE "unauthorized" TO WS-ROUTE-OUTCOME
               PERFORM RESPONSE-UNAUTHORIZED
                   AND REQ-PATH(1:15) = "/api/customers/"
                   MOVE "/api/customers/" TO ROUTE-PREFIX
      *    GET /api/customers/{id}/orders lists one customer's
      *    orders through the by-customer alternate key, and
      *    /api/customers/{id}/addresses[/{n}] serves the address
      *    book - checked first because MATCH-ROUTE-PARAM rejects
      *    the extra path segments these routes are made of.
                   PERFORM MATCH-CUSTOMER-NESTED-ROUTE
                   EVALUATE TRUE
                       WHEN NESTED-ROUTE-IS-MATCHED
                           AND FUNCTION TRIM(WS-NESTED-TAIL) = "orders"
                           PERFORM DISPATCH-CUSTOMER-ORDERS
                       WHEN NESTED-ROUTE-IS-MATCHED
                           PERFORM DISPATCH-CUSTOMER-ADDRESSES
                       WHEN OTHER
                           PERFORM MATCH-ROUTE-PARAM
                           IF ROUTE-IS-MATCHED
                               CALL "CUSTOMERCONTROLLER"
                                   USING ROUTE-PARAM-ID
                                   WS-CONTROLLER-ACTION
                                   WS-FORM-RESULT
                                   ON EXCEPTION
                                       PERFORM
                                           REPORT-CONTROLLER-FAILURE
                               END-CALL
                           ELSE
                               MOVE "not_found" TO WS-ROUTE-OUTCOME
                               PERFORM RESPONSE-NOT-FOUND
                           END-IF
                   END-EVALUATE

               WHEN REQ-METHOD = "GET" AND REQ-PATH = "/api/orders"
                   MOVE SPACES TO ROUTE-PARAM-ID
                   AND REQ-PATH(1:12) = "/api/orders/"
                   MOVE "/api/orders/" TO ROUTE-PREFIX
      *    GET/POST /api/orders/{id}/lines reads and adds the
      *    order's line items, and /api/orders/{id}/shipments its
      *    shipments - checked first because MATCH-ROUTE-PARAM
      *    rejects the extra path segment.
                   PERFORM MATCH-ORDER-NESTED-ROUTE
                   EVALUATE TRUE
                       WHEN NESTED-ROUTE-IS-MATCHED
                           AND FUNCTION TRIM(WS-NESTED-TAIL) = "lines"
                           MOVE WS-NESTED-ID TO ROUTE-PARAM-ID
                           CALL "ORDERLINECONTROLLER" USING
                               ROUTE-PARAM-ID
                               WS-CONTROLLER-ACTION WS-FORM-RESULT
                               ON EXCEPTION
                                   PERFORM REPORT-CONTROLLER-FAILURE
                           END-CALL
                       WHEN NESTED-ROUTE-IS-MATCHED
                           MOVE WS-NESTED-ID TO ROUTE-PARAM-ID
                           CALL "SHIPMENTCONTROLLER" USING
                               ROUTE-PARAM-ID
                               WS-CONTROLLER-ACTION WS-FORM-RESULT
                               ON EXCEPTION
                                   PERFORM REPORT-CONTROLLER-FAILURE
                           END-CALL
                       WHEN OTHER
                           PERFORM MATCH-ROUTE-PARAM
                           IF ROUTE-IS-MATCHED
                               CALL "ORDERCONTROLLER" USING
                                   ROUTE-PARAM-ID
                                   WS-CONTROLLER-ACTION
                                   WS-FORM-RESULT
                                   ON EXCEPTION
                                       PERFORM
                                           REPORT-CONTROLLER-FAILURE
                               END-CALL
                           ELSE
                               MOVE "not_found" TO WS-ROUTE-OUTCOME
                               PERFORM RESPONSE-NOT-FOUND
                           END-IF
                   END-EVALUATE

      *    Work queue for checkers: the orders waiting on a second
      *    client's approval, with who asked and when.
               WHEN REQ-METHOD = "GET" AND REQ-PATH = "/api/approvals"
                   MOVE SPACES TO ROUTE-PARAM-ID
                   CALL "APPROVALCONTROLLER" USING ROUTE-PARAM-ID
                       WS-CONTROLLER-ACTION WS-FORM-RESULT
                       ON EXCEPTION
                           PERFORM REPORT-CONTROLLER-FAILURE
                   END-CALL

      *    Invoice inquiry and reprint, read-only off the invoice
      *    index: the list takes customer/from/to/status/page from
      *    the query string, {n} is the invoice number with or
      *    without its INV- prefix, and .../document sends the
      *    printed document again. Any other method falls through
      *    to not found - there is nothing to write here.
               WHEN REQ-METHOD = "GET" AND REQ-PATH = "/api/invoices"
                   MOVE SPACES TO ROUTE-PARAM-ID
                   CALL "INVOICECONTROLLER" USING ROUTE-PARAM-ID
                       WS-CONTROLLER-ACTION WS-FORM-RESULT
                       ON EXCEPTION
                           PERFORM REPORT-CONTROLLER-FAILURE
                   END-CALL

               WHEN REQ-METHOD = "GET"
                   AND REQ-PATH(1:14) = "/api/invoices/"
                   MOVE "/api/invoices/" TO ROUTE-PREFIX
                   PERFORM MATCH-INVOICE-NESTED-ROUTE
                   IF NESTED-ROUTE-IS-MATCHED
                       MOVE WS-NESTED-ID TO ROUTE-PARAM-ID
                       MOVE "DOCUMENT" TO WS-CONTROLLER-ACTION
                   ELSE
                       PERFORM MATCH-ROUTE-PARAM
                   END-IF
                   IF NESTED-ROUTE-IS-MATCHED OR ROUTE-IS-MATCHED
                       CALL "INVOICECONTROLLER" USING ROUTE-PARAM-ID
                           WS-CONTROLLER-ACTION WS-FORM-RESULT
                           ON EXCEPTION
                               PERFORM REPORT-CONTROLLER-FAILURE
                       END-CALL
                   ELSE
                       MOVE "not_found" TO WS-ROUTE-OUTCOME
                       PERFORM RESPONSE-NOT-FOUND
                   END-IF

      *    Sales quotations: the list takes customer/status/page from
      *    the query string; POST /api/quotes/{n} opens a DRAFT and
      *    PUT moves it on (status SENT, ACCEPTED or DECLINED);
      *    .../lines reads and adds its lines and .../document sends
      *    the quote document as it last went to the customer.
               WHEN REQ-METHOD = "GET" AND REQ-PATH = "/api/quotes"
                   MOVE SPACES TO ROUTE-PARAM-ID
                   CALL "QUOTECONTROLLER" USING ROUTE-PARAM-ID
                       WS-CONTROLLER-ACTION WS-FORM-RESULT
                       ON EXCEPTION
                           PERFORM REPORT-CONTROLLER-FAILURE
                   END-CALL

               WHEN (REQ-METHOD = "GET" OR REQ-METHOD = "POST"
                       OR REQ-METHOD = "PUT")
                   AND REQ-PATH(1:12) = "/api/quotes/"
                   MOVE "/api/quotes/" TO ROUTE-PREFIX
                   PERFORM MATCH-QUOTE-NESTED-ROUTE
                   EVALUATE TRUE
                       WHEN NESTED-ROUTE-IS-MATCHED
                           AND FUNCTION TRIM(WS-NESTED-TAIL) = "lines"
                           MOVE WS-NESTED-ID TO ROUTE-PARAM-ID
                           IF REQ-METHOD = "POST"
                               MOVE "ADDLINE" TO WS-CONTROLLER-ACTION
                           ELSE
                               MOVE "LINES" TO WS-CONTROLLER-ACTION
                           END-IF
                       WHEN NESTED-ROUTE-IS-MATCHED
                           MOVE WS-NESTED-ID TO ROUTE-PARAM-ID
                           MOVE "DOCUMENT" TO WS-CONTROLLER-ACTION
                       WHEN OTHER
                           PERFORM MATCH-ROUTE-PARAM
                   END-EVALUATE
                   IF NESTED-ROUTE-IS-MATCHED OR ROUTE-IS-MATCHED
                       CALL "QUOTECONTROLLER" USING ROUTE-PARAM-ID
                           WS-CONTROLLER-ACTION WS-FORM-RESULT
                           ON EXCEPTION
                               PERFORM REPORT-CONTROLLER-FAILURE
                       END-CALL
                   ELSE
                       MOVE "not_found" TO WS-ROUTE-OUTCOME
                       PERFORM RESPONSE-NOT-FOUND
                   END-IF

               WHEN REQ-METHOD = "GET" AND REQ-PATH = "/api/payments"
                       PERFORM RESPONSE-NOT-FOUND
                   END-IF

               WHEN REQ-METHOD = "GET" AND REQ-PATH = "/api/credits"
                   MOVE SPACES TO ROUTE-PARAM-ID
                   CALL "CREDITMEMOCONTROLLER" USING ROUTE-PARAM-ID
                       WS-CONTROLLER-ACTION WS-FORM-RESULT
                       ON EXCEPTION
                           PERFORM REPORT-CONTROLLER-FAILURE
                   END-CALL

               WHEN (REQ-METHOD = "GET" OR REQ-METHOD = "POST"
                       OR REQ-METHOD = "PUT"
                       OR REQ-METHOD = "DELETE")
                   AND REQ-PATH(1:13) = "/api/credits/"
                   MOVE "/api/credits/" TO ROUTE-PREFIX
                   PERFORM MATCH-ROUTE-PARAM
                   IF ROUTE-IS-MATCHED
                       CALL "CREDITMEMOCONTROLLER" USING
                           ROUTE-PARAM-ID
                           WS-CONTROLLER-ACTION WS-FORM-RESULT
                           ON EXCEPTION
                               PERFORM REPORT-CONTROLLER-FAILURE
                       END-CALL
                   ELSE
                       MOVE "not_found" TO WS-ROUTE-OUTCOME
                       PERFORM RESPONSE-NOT-FOUND
                   END-IF

               WHEN REQ-METHOD = "GET" AND REQ-PATH = "/api/products"
                   MOVE SPACES TO ROUTE-PARAM-ID
                   CALL "PRODUCTCONTROLLER" USING ROUTE-PARAM-ID
                       WS-CONTROLLER-ACTION WS-FORM-RESULT
                       ON EXCEPTION
                           PERFORM REPORT-CONTROLLER-FAILURE
                   END-CALL

               WHEN (REQ-METHOD = "GET" OR REQ-METHOD = "POST"
                       OR REQ-METHOD = "PUT"
                       OR REQ-METHOD = "DELETE")
                   AND REQ-PATH(1:14) = "/api/products/"
                   MOVE "/api/products/" TO ROUTE-PREFIX
                   PERFORM MATCH-ROUTE-PARAM
                   IF ROUTE-IS-MATCHED
                       CALL "PRODUCTCONTROLLER" USING ROUTE-PARAM-ID
                           WS-CONTROLLER-ACTION WS-FORM-RESULT
                           ON EXCEPTION
                               PERFORM REPORT-CONTROLLER-FAILURE
                       END-CALL
                   ELSE
                       MOVE "not_found" TO WS-ROUTE-OUTCOME
                       PERFORM RESPONSE-NOT-FOUND
                   END-IF

      *    Explicit /api/v1/... and /api/v2/... groups let a caller
      *    pin to a version instead of relying on the unprefixed
      *    routes above, which stay in place as the v1 default so
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.

      *    Matches GET/POST /api/orders/{id}/lines and
      *    /api/orders/{id}/shipments: exactly one id segment
      *    followed by the literal "lines" or "shipments" and
      *    nothing after.
       MATCH-ORDER-NESTED-ROUTE.
           MOVE "N" TO WS-NESTED-MATCHED
           IF REQ-METHOD = "GET" OR REQ-METHOD = "POST"
               MOVE SPACES TO WS-NESTED-REST WS-NESTED-ID
               UNSTRING WS-NESTED-REST DELIMITED BY "/"
                   INTO WS-NESTED-ID WS-NESTED-TAIL WS-NESTED-EXTRA
               IF FUNCTION TRIM(WS-NESTED-ID) NOT = SPACES
                   AND (FUNCTION TRIM(WS-NESTED-TAIL) = "lines"
                       OR FUNCTION TRIM(WS-NESTED-TAIL) = "shipments")
                   AND FUNCTION TRIM(WS-NESTED-EXTRA) = SPACES
                   SET NESTED-ROUTE-IS-MATCHED TO TRUE
               END-IF
           END-IF.

      *    Matches GET /api/invoices/{n}/document: one invoice
      *    number and the literal "document", nothing after.
       MATCH-INVOICE-NESTED-ROUTE.
           MOVE "N" TO WS-NESTED-MATCHED
           MOVE "N" TO ROUTE-MATCHED
           MOVE SPACES TO WS-NESTED-REST WS-NESTED-ID
               WS-NESTED-TAIL WS-NESTED-EXTRA
           MOVE REQ-PATH(15:) TO WS-NESTED-REST
           UNSTRING WS-NESTED-REST DELIMITED BY "/"
               INTO WS-NESTED-ID WS-NESTED-TAIL WS-NESTED-EXTRA
           IF FUNCTION TRIM(WS-NESTED-ID) NOT = SPACES
               AND FUNCTION TRIM(WS-NESTED-TAIL) = "document"
               AND FUNCTION TRIM(WS-NESTED-EXTRA) = SPACES
               SET NESTED-ROUTE-IS-MATCHED TO TRUE
           END-IF.

      *    Matches GET/POST /api/quotes/{n}/lines and GET
      *    /api/quotes/{n}/document: one quote number and the literal
      *    tail, nothing after.
       MATCH-QUOTE-NESTED-ROUTE.
           MOVE "N" TO WS-NESTED-MATCHED
           MOVE "N" TO ROUTE-MATCHED
           MOVE SPACES TO WS-NESTED-REST WS-NESTED-ID
               WS-NESTED-TAIL WS-NESTED-EXTRA
           MOVE REQ-PATH(13:) TO WS-NESTED-REST
           UNSTRING WS-NESTED-REST DELIMITED BY "/"
               INTO WS-NESTED-ID WS-NESTED-TAIL WS-NESTED-EXTRA
           IF FUNCTION TRIM(WS-NESTED-ID) NOT = SPACES
               AND FUNCTION TRIM(WS-NESTED-EXTRA) = SPACES
               AND ((FUNCTION TRIM(WS-NESTED-TAIL) = "lines"
                       AND (REQ-METHOD = "GET" OR REQ-METHOD = "POST"))
                   OR (FUNCTION TRIM(WS-NESTED-TAIL) = "document"
                       AND REQ-METHOD = "GET"))
               SET NESTED-ROUTE-IS-MATCHED TO TRUE
           END-IF.

      *    Matches GET /api/customers/{id}/orders, GET/POST
      *    /api/customers/{id}/addresses and GET/PUT/DELETE
      *    /api/customers/{id}/addresses/{n}: one id segment, the
      *    literal tail, and an address number only where the
      *    method works on a single address. Anything else falls
      *    back to the single-segment customer routes.
       MATCH-CUSTOMER-NESTED-ROUTE.
           MOVE "N" TO WS-NESTED-MATCHED
           MOVE SPACES TO WS-NESTED-REST WS-NESTED-ID
               WS-NESTED-TAIL WS-NESTED-EXTRA WS-NESTED-MORE
           MOVE REQ-PATH(16:) TO WS-NESTED-REST
           UNSTRING WS-NESTED-REST DELIMITED BY "/"
               INTO WS-NESTED-ID WS-NESTED-TAIL WS-NESTED-EXTRA
                   WS-NESTED-MORE
           IF FUNCTION TRIM(WS-NESTED-ID) NOT = SPACES
               AND FUNCTION TRIM(WS-NESTED-MORE) = SPACES
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-NESTED-TAIL) = "orders"
                       AND REQ-METHOD = "GET"
                       AND FUNCTION TRIM(WS-NESTED-EXTRA) = SPACES
                       SET NESTED-ROUTE-IS-MATCHED TO TRUE
                   WHEN FUNCTION TRIM(WS-NESTED-TAIL) = "addresses"
                       AND (REQ-METHOD = "GET" OR REQ-METHOD = "POST")
                       AND FUNCTION TRIM(WS-NESTED-EXTRA) = SPACES
                       SET NESTED-ROUTE-IS-MATCHED TO TRUE
                   WHEN FUNCTION TRIM(WS-NESTED-TAIL) = "addresses"
                       AND REQ-METHOD NOT = "POST"
                       AND FUNCTION TRIM(WS-NESTED-EXTRA) NOT = SPACES
                       SET NESTED-ROUTE-IS-MATCHED TO TRUE
               END-EVALUATE
           END-IF.

      *    The address number from the path rides to ADDRESSCONTROLLER
      *    as a NUMBER: field appended after the form fields, so the
      *    path always wins over a number sent in the body.
       DISPATCH-CUSTOMER-ADDRESSES.
           IF FUNCTION TRIM(WS-NESTED-EXTRA) NOT = SPACES
               MOVE SPACES TO WS-NESTED-FILTER
               IF FUNCTION TRIM(WS-FORM-RESULT) = SPACES
                   STRING "NUMBER:" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NESTED-EXTRA)
                           DELIMITED BY SIZE
                       INTO WS-NESTED-FILTER
               ELSE
                   STRING FUNCTION TRIM(WS-FORM-RESULT)
                           DELIMITED BY SIZE
                       "|NUMBER:" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NESTED-EXTRA)
                           DELIMITED BY SIZE
                       INTO WS-NESTED-FILTER
               END-IF
               MOVE WS-NESTED-FILTER TO WS-FORM-RESULT
           END-IF
           MOVE WS-NESTED-ID TO ROUTE-PARAM-ID
           CALL "ADDRESSCONTROLLER" USING ROUTE-PARAM-ID
               WS-CONTROLLER-ACTION WS-FORM-RESULT
               ON EXCEPTION
                   PERFORM REPORT-CONTROLLER-FAILURE
           END-CALL.

      *    Lists the customer's orders by handing ORDERCONTROLLER a
      *    CUSTOMER: filter instead of a route id - the controller
      *    passes it through and BASEMODEL's keyed by-customer scan

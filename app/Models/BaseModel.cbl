               ASSIGN TO "storage/framework/periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-FILE-STATUS.
      *    The invoice register invoice:generate keeps - a credit
      *    memo is a billing document too, so issuing or voiding one
      *    lands in the same register the invoices do.
           SELECT REGISTER-FILE
               ASSIGN TO "storage/framework/invoice.reg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
      *    A customer's tax region and exemption live in the profile
      *    file beside the customer record, and the region must be
      *    one the tax rate table knows.
           SELECT PROFILES-FILE ASSIGN TO PROFILES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUSTOMER-KEY
               FILE STATUS IS PROFILES-FILE-STATUS.
           SELECT TAXRATES-FILE ASSIGN TO TAXRATES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-REGION
               FILE STATUS IS TAXRATES-FILE-STATUS.
      *    The address book: an order's ship-to must be one of its
      *    customer's live shipping addresses.
           SELECT ADDRESSES-FILE ASSIGN TO ADDRESSES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ID
               FILE STATUS IS ADDRESSES-FILE-STATUS.
      *    Pricing rules: a customer's price tier and an order's
      *    promotion code must be ones the rules define.
           SELECT PRICING-FILE ASSIGN TO PRICING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-ID
               FILE STATUS IS PRICING-FILE-STATUS.
      *    Sales reps: the rep given a customer or an order must be
      *    on the master and not retired.
           SELECT SALESREPS-FILE ASSIGN TO SALESREPS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CODE
               FILE STATUS IS SALESREPS-FILE-STATUS.
      *    The rate a foreign-currency order was invoiced at, which
      *    its payments and credits are converted against.
           SELECT INVOICEFX-FILE ASSIGN TO INVOICEFX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-ORDER-KEY
               FILE STATUS IS INVOICEFX-FILE-STATUS.
      *    Who made each order and, for one over the approval
      *    threshold, who asked for and who gave the sign-off.
           SELECT APPROVALS-FILE ASSIGN TO APPROVALS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ORDER-KEY
               FILE STATUS IS APPROVALS-FILE-STATUS.
      *    The purchase order numbers customers have ordered under,
      *    so the same PO is never made into a second order.
           SELECT CUSTPOS-FILE ASSIGN TO CUSTPOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-ID
               ALTERNATE RECORD KEY IS CPO-ORDER-KEY
               FILE STATUS IS CUSTPOS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODS-FILE.
       01 PERIODS-LINE PIC X(50).

       FD  REGISTER-FILE.
       01 REGISTER-LINE PIC X(200).

       FD  PROFILES-FILE.
       01 PROFILE-RECORD.
           COPY "CustomerProfileRecord.cpy".

       FD  TAXRATES-FILE.
       01 TAXRATE-RECORD.
           COPY "TaxRateRecord.cpy".

       FD  ADDRESSES-FILE.
       01 ADDRESS-RECORD.
           COPY "AddressRecord.cpy".

       FD  PRICING-FILE.
       01 PRICING-RECORD.
           COPY "PricingRuleRecord.cpy".

       FD  SALESREPS-FILE.
       01 SALESREP-RECORD.
           COPY "SalesRepRecord.cpy".

       FD  INVOICEFX-FILE.
       01 INVOICEFX-RECORD.
           COPY "InvoiceFxRecord.cpy".

       FD  APPROVALS-FILE.
       01 APPROVAL-RECORD.
           COPY "ApprovalRecord.cpy".

       FD  CUSTPOS-FILE.
       01 CUSTPO-RECORD.
           COPY "CustomerPoRecord.cpy".

       WORKING-STORAGE SECTION.

       01 DB-COMMAND PIC X(500).
           "database/orders.db".
       01 PAYMENTS-PATH PIC X(100) VALUE
           "database/payments.db".
       01 CREDITS-PATH PIC X(100) VALUE
           "database/credits.db".
       01 PRODUCTS-PATH PIC X(100) VALUE
           "database/products.db".
       01 PROFILES-PATH PIC X(100) VALUE
           "database/profiles.db".
       01 TAXRATES-PATH PIC X(100) VALUE
           "database/taxrates.db".
       01 ADDRESSES-PATH PIC X(100) VALUE
           "database/addresses.db".
       01 PRICING-PATH PIC X(100) VALUE
           "database/pricing.db".
       01 SALESREPS-PATH PIC X(100) VALUE
           "database/salesreps.db".
       01 INVOICEFX-PATH PIC X(100) VALUE
           "database/invoicefx.db".
       01 APPROVALS-PATH PIC X(100) VALUE
           "database/approvals.db".
       01 CUSTPOS-PATH PIC X(100) VALUE
           "database/custpos.db".
       01 LEGACY-DATABASE-PATH PIC X(100).

       01 DB-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
       01 PERIODS-FILE-STATUS PIC XX.
       01 REGISTER-FILE-STATUS PIC XX.
       01 PROFILES-FILE-STATUS PIC XX.
       01 TAXRATES-FILE-STATUS PIC XX.
       01 PRICING-FILE-STATUS PIC XX.
       01 SALESREPS-FILE-STATUS PIC XX.
       01 INVOICEFX-FILE-STATUS PIC XX.
       01 APPROVALS-FILE-STATUS PIC XX.
       01 CUSTPOS-FILE-STATUS PIC XX.
       01 ADDRESSES-FILE-STATUS PIC XX.

       01 WS-NEW-KEY        PIC X(20).
       01 WS-NEW-NAME       PIC X(100).
       01 WS-NEW-ORDER-REF  PIC X(20).
       01 WS-NEW-METHOD     PIC X(12).
       01 WS-NEW-CREDIT-LIMIT PIC 9(9)V99.
      *    Why a credit memo was raised. A closed list so the credit
      *    register can be analysed by cause; OTHER is there for the
      *    case nobody planned for, with the detail in NAME.
       01 WS-NEW-REASON     PIC X(12).
           88 VALID-CREDIT-REASON VALUES "RETURN" "DAMAGED"
               "PRICING" "SHORTSHIP" "GOODWILL" "DISPUTE" "OTHER".
      *    Invoice number as stored on the order - nine digits, no
      *    INV- prefix. Callers may send either form.
       01 WS-NEW-INVOICE    PIC X(9).
       01 WS-INVOICE-NUM    PIC 9(9).
       01 WS-INVOICE-TEXT   PIC X(60).
      *    Catalog product attributes: unit of measure (EA, BOX,
      *    KG...) and the active switch that decides whether new
      *    order lines may still name the SKU.
       01 WS-NEW-UOM        PIC X(4).
       01 WS-NEW-ACTIVE     PIC X(1).
           88 VALID-ACTIVE-FLAG VALUES "Y" "N".
      *    Customer tax profile: ship-to region code, exempt switch
      *    and the exemption certificate number.
       01 WS-NEW-REGION     PIC X(8).
       01 WS-NEW-EXEMPT     PIC X(1).
       01 WS-NEW-CERT       PIC X(20).
      *    Collections state a dunning run (or a credit controller)
      *    sets on the customer: the letter level, the date it went
      *    and the credit-hold switch.
       01 WS-NEW-DUNNING-LEVEL PIC X(1).
           88 VALID-DUNNING-LEVEL VALUES "0" "1" "2" "3".
       01 WS-NEW-DUNNING-DATE PIC X(10).
       01 WS-NEW-HOLD       PIC X(1).
           88 VALID-HOLD-FLAG VALUES "Y" "N".
      *    Order ship-to: the number of one of the customer's
      *    shipping addresses (0 = none).
       01 WS-NEW-SHIP-TO    PIC 9(4).
       01 WS-SHIP-TO-DISP   PIC ZZZ9.
      *    Pricing: the customer's price tier (kept on the profile)
      *    and the promotion code quoted on an order. A promotion
      *    newly quoted uses up one of its uses once the order is
      *    written; it may only change while the order is NEW.
       01 WS-NEW-TIER       PIC X(12).
       01 WS-NEW-PROMO      PIC X(12).
       01 WS-RECORD-PROMO   PIC X(12).
       01 WS-RECORD-ORDER-STATUS PIC X(12).
       01 WS-TODAY-TEXT     PIC X(8).
       01 WS-CODE-TEXT      PIC X(60).
       01 WS-PROMO-CLAIM-FLAG PIC X VALUE "N".
           88 PROMO-CLAIM-DUE VALUE "Y".
      *    Sales rep: kept on the customer's profile, and copied
      *    onto each new order (or an order moved to another
      *    customer) unless REP names a different one.
       01 WS-NEW-REP        PIC X(8).
       01 WS-PROFILE-KEY    PIC X(20).
      *    Currency: kept on the customer's profile and copied onto
      *    each new order, which keeps it for life. Spaces stand for
      *    the base currency wherever a currency is stored; FXRATE
      *    knows which code that is and the rate for any other.
       01 WS-NEW-CURRENCY   PIC X(3).
       01 WS-RECORD-CURRENCY PIC X(3).
       01 WS-CUST-CURRENCY  PIC X(3).
      *    Mail opt-outs, kept on the profile: OPTOUT lists the
      *    message types (order, shipment, invoice, dunning - or all,
      *    or none) the customer no longer wants, and replaces
      *    whatever list was there before.
       01 WS-NEW-OPT-OUT.
           05 WS-NEW-NO-ORDER-MAIL    PIC X(1).
           05 WS-NEW-NO-SHIPMENT-MAIL PIC X(1).
           05 WS-NEW-NO-INVOICE-MAIL  PIC X(1).
           05 WS-NEW-NO-DUNNING-MAIL  PIC X(1).
       01 WS-OPT-OUT-TOKENS.
           05 WS-OPT-OUT-TOKEN PIC X(12) OCCURS 5 TIMES.
       01 WS-OPT-OUT-IX     PIC 9.
       01 WS-OPT-OUT-LIST   PIC X(40).
       01 WS-OPT-OUT-PTR    PIC 9(4).
      *    The customer's own purchase order number, given when the
      *    order is placed and fixed from then on; the order it
      *    became when the same PO was seen before.
       01 WS-NEW-PO         PIC X(20).
       01 WS-PO-ORDER-KEY   PIC X(20).
       01 WS-LIVE-ORDERS    PIC 9(6).
       01 WS-FX-ACTION      PIC X(20) VALUE "RATE".
       01 WS-FX-INPUT       PIC X(500).
       01 WS-FX-RESULT      PIC X(500).
       01 WS-FX-CURRENCY    PIC X(3).
       01 WS-FX-DATE        PIC X(10).
       01 WS-FX-RATE        PIC 9(5)V9(6).
       01 WS-BASE-CURRENCY  PIC X(3).
      *    A payment against a foreign-currency order: the order and
      *    date it is valued on, the order's currency, the rate the
      *    order was invoiced at (today's rate while it is not yet
      *    invoiced) and the base figures APPLY-MODEL-FIELDS stores.
       01 WS-FX-ORDER-KEY   PIC X(20).
       01 WS-PAID-ORDER-CURRENCY PIC X(3).
       01 WS-BOOKED-RATE    PIC 9(5)V9(6).
       01 WS-BOOKED-BASE    PIC 9(9)V99.
      *    An invoiced order's share of its invoice tax, as
      *    invoice:generate kept it on invoicefx.db, in the order's
      *    currency and in base. The order owes it on top of its
      *    amount, so every open balance and credit cap adds it.
       01 WS-TAX-ORDER-KEY  PIC X(20).
       01 WS-INVOICED-TAX   PIC 9(9)V99.
       01 WS-INVOICED-BASE-TAX PIC 9(9)V99.
       01 WS-PAY-FX.
           05 WS-PAY-CURRENCY PIC X(3).
           05 WS-PAY-RATE     PIC 9(5)V9(6).
           05 WS-PAY-BASE-AMOUNT PIC 9(9)V99.
           05 WS-PAY-FX-GAIN  PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 WS-PAY-FX-FLAG    PIC X VALUE "N".
           88 PAY-VALUE-PREPARED VALUE "Y".
       01 WS-FX-GAIN-DISP   PIC -(9)9.99.
       01 WS-PROFILE-FOUND  PIC X VALUE "N".
           88 PROFILE-ON-FILE VALUE "Y".
      *    Order lifecycle: NEW -> APPROVED -> SHIPPED -> INVOICED,
      *    with CANCELLED reachable while the order is still NEW or
      *    APPROVED. SHIPPED and INVOICED orders cannot be
      *    cancelled, and a CANCELLED order goes nowhere. An order
      *    over the approval threshold waits in AWAITING between NEW
      *    and APPROVED until a second client signs it off; from
      *    there it is approved, sent back to NEW or cancelled.
       01 WS-NEW-STATUS     PIC X(12).
           88 VALID-ORDER-STATUS VALUES "NEW" "AWAITING" "APPROVED"
               "SHIPPED" "INVOICED" "CANCELLED".
       01 WS-CURRENT-STATUS PIC X(12).
       01 WS-TRANSITION-FLAG PIC X.
           88 MODEL-IS-CUSTOMER VALUE "CUSTOMER".
           88 MODEL-IS-ORDER    VALUE "ORDER".
           88 MODEL-IS-PAYMENT  VALUE "PAYMENT".
           88 MODEL-IS-CREDIT   VALUE "CREDIT".
           88 MODEL-IS-PRODUCT  VALUE "PRODUCT".

       01 WS-PTR            PIC 9(4).
       01 WS-DI-LEN         PIC 9(4).
       01 WS-MAX-ROWS       PIC 9(4) VALUE 5.
       01 WS-PAGE-LIMIT-CEILING PIC 9(4) VALUE 20.
       01 WS-ROW-NAME-DISPLAY PIC X(25).
       01 WS-ROW-JSON        PIC X(400).
      *    Sized for the worst keyed row: version fragment plus the
      *    order fragment with its invoice number, its paid/credited/
      *    balance figures, plus a deleted_at fragment all at full
      *    width - an undersized buffer here silently drops the tail
      *    of the JSON, there being no ON OVERFLOW on the STRING.
       01 WS-ROW-EXTRA       PIC X(300).
       01 WS-ROW-EXTRA-PTR   PIC 9(4).
       01 WS-ROW-JSON-LEN    PIC 9(4).

               88 VERSION-WAS-PROVIDED VALUE "Y".
           05 WS-VERSION-INVALID PIC X VALUE "N".
               88 VERSION-IS-INVALID VALUE "Y".
           05 WS-REASON-PRESENT PIC X VALUE "N".
               88 REASON-WAS-PROVIDED VALUE "Y".
           05 WS-INVOICE-PRESENT PIC X VALUE "N".
               88 INVOICE-WAS-PROVIDED VALUE "Y".
           05 WS-INVOICE-INVALID PIC X VALUE "N".
               88 INVOICE-IS-INVALID VALUE "Y".
           05 WS-UOM-PRESENT PIC X VALUE "N".
               88 UOM-WAS-PROVIDED VALUE "Y".
           05 WS-ACTIVE-PRESENT PIC X VALUE "N".
               88 ACTIVE-WAS-PROVIDED VALUE "Y".
           05 WS-REGION-PRESENT PIC X VALUE "N".
               88 REGION-WAS-PROVIDED VALUE "Y".
           05 WS-EXEMPT-PRESENT PIC X VALUE "N".
               88 EXEMPT-WAS-PROVIDED VALUE "Y".
           05 WS-CERT-PRESENT PIC X VALUE "N".
               88 CERT-WAS-PROVIDED VALUE "Y".
           05 WS-DUNNING-PRESENT PIC X VALUE "N".
               88 DUNNING-WAS-PROVIDED VALUE "Y".
           05 WS-DUNNED-PRESENT PIC X VALUE "N".
               88 DUNNED-WAS-PROVIDED VALUE "Y".
           05 WS-HOLD-PRESENT PIC X VALUE "N".
               88 HOLD-WAS-PROVIDED VALUE "Y".
           05 WS-SHIPTO-PRESENT PIC X VALUE "N".
               88 SHIPTO-WAS-PROVIDED VALUE "Y".
           05 WS-SHIPTO-INVALID PIC X VALUE "N".
               88 SHIPTO-IS-INVALID VALUE "Y".
           05 WS-TIER-PRESENT PIC X VALUE "N".
               88 TIER-WAS-PROVIDED VALUE "Y".
           05 WS-TIER-INVALID PIC X VALUE "N".
               88 TIER-IS-TOO-LONG VALUE "Y".
           05 WS-PROMO-PRESENT PIC X VALUE "N".
               88 PROMO-WAS-PROVIDED VALUE "Y".
           05 WS-PROMO-INVALID PIC X VALUE "N".
               88 PROMO-IS-TOO-LONG VALUE "Y".
           05 WS-REP-PRESENT PIC X VALUE "N".
               88 REP-WAS-PROVIDED VALUE "Y".
           05 WS-REP-INVALID PIC X VALUE "N".
               88 REP-IS-TOO-LONG VALUE "Y".
           05 WS-CURRENCY-PRESENT PIC X VALUE "N".
               88 CURRENCY-WAS-PROVIDED VALUE "Y".
           05 WS-CURRENCY-INVALID PIC X VALUE "N".
               88 CURRENCY-IS-INVALID VALUE "Y".
           05 WS-PO-PRESENT PIC X VALUE "N".
               88 PO-WAS-PROVIDED VALUE "Y".
           05 WS-PO-INVALID PIC X VALUE "N".
               88 PO-IS-TOO-LONG VALUE "Y".
           05 WS-OPTOUT-PRESENT PIC X VALUE "N".
               88 OPTOUT-WAS-PROVIDED VALUE "Y".
           05 WS-OPTOUT-INVALID PIC X VALUE "N".
               88 OPTOUT-IS-INVALID VALUE "Y".

       01 WS-VALID-FLAG     PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-OPEN-BALANCE PIC S9(11)V99.
       01 WS-PAID-DISP PIC Z(10)9.99.
       01 WS-BALANCE-DISP PIC -(10)9.99.
      *    Credit memos against the order reduce the balance the same
      *    way payments do, but are totalled and shown apart from
      *    them - a credit is not cash.
       01 WS-CREDITED-TOTAL PIC 9(11)V99.
       01 WS-CREDITED-DISP PIC Z(10)9.99.
       01 WS-PAID-SUMMED-FLAG PIC X VALUE "N".
           88 ORDER-PAID-WAS-SUMMED VALUE "Y".

           05 WS-INVOICED-ENTRY OCCURS 100 TIMES.
               10 WS-INVOICED-KEY PIC X(20).
               10 WS-INVOICED-AMT PIC 9(9)V99.
               10 WS-INVOICED-SETTLED PIC 9(11)V99.
       01 WS-INVOICED-IX PIC 9(4).
       01 WS-EXPOSURE-STATUS PIC X(12).

      *    Credit hold: the switch read off the customer an order is
      *    being placed for, and - after a payment is written - the
      *    customer whose hold that payment may lift. Arrears are
      *    the unpaid remainder of INVOICED orders whose invoice is
      *    past the due window, the same 30 days at which
      *    collections:dunning sends its first letter.
       01 WS-CUST-HOLD-FLAG PIC X VALUE "N".
           88 CUSTOMER-ON-HOLD VALUE "Y".
       01 WS-HOLD-REVIEW-FLAG PIC X VALUE "N".
           88 HOLD-REVIEW-DUE VALUE "Y".
       01 WS-PAID-ORDER-CUSTOMER PIC X(20).
       01 WS-PAST-DUE-DAYS PIC 9(4) VALUE 30.
       01 WS-TODAY-NUM PIC 9(8).
       01 WS-AGE-DIGITS PIC X(8).
       01 WS-AGE-DIGITS-NUM REDEFINES WS-AGE-DIGITS PIC 9(8).
       01 WS-INVOICE-AGE PIC S9(6).
       01 WS-HOLD-FOUND-FLAG PIC X VALUE "N".
           88 HOLD-IS-SET VALUE "Y".

       01 WS-AUDIT-ACTION PIC X(10).
      *    Staging for the journal's record image: AUDITLOG's
      *    AUDIT-AFTER-IMAGE is X(300), and handing it the 287-byte
       01 WS-BEFORE-NAME  PIC X(100).
       01 WS-BEFORE-AMOUNT PIC 9(9)V99.

      *    Credit memo checks: the invoiced order as found on file,
      *    and what has already been credited against it, so the
      *    credits on one order can never add up to more than was
      *    billed.
       01 WS-CREDIT-ORDER-AMOUNT PIC 9(9)V99.
       01 WS-CREDIT-ORDER-INVOICE PIC X(9).
       01 WS-CREDIT-CUSTOMER PIC X(20).
       01 WS-CREDITS-SO-FAR PIC 9(11)V99.
       01 WS-REGISTER-AMOUNT PIC -(9)9.99.
       01 WS-MEMO-TAX PIC 9(9)V99.
       01 WS-REGISTER-TAX PIC -(9)9.99.
       01 WS-REGISTER-REASON PIC X(12).

      *    Stock follows the order's status: approval reserves its
      *    lines, cancelling or retiring an approved order gives the
      *    reservation back (INVENTORY). Goods leaving are relieved
      *    shipment by shipment by SHIPMENTS.
       01 WS-STOCK-ACTION PIC X(20).
       01 WS-STOCK-INPUT PIC X(500).
       01 WS-STOCK-RESULT PIC X(500).
       01 WS-STOCK-RESERVED-FLAG PIC X VALUE "N".
           88 STOCK-WAS-RESERVED VALUE "Y".

      *    What has shipped decides whether the order may leave
      *    APPROVED: SHIPPED only once every line is out, CANCELLED
      *    or retired only while nothing is (SHIPSTATUS).
       01 WS-SHIP-ACTION PIC X(20).
       01 WS-SHIP-INPUT PIC X(500).
       01 WS-SHIP-RESULT PIC X(500).
       01 WS-SHIP-BLOCK-FLAG PIC X VALUE "N".
           88 SHIPMENTS-BLOCK-CHANGE VALUE "Y".

      *    Maker-checker: an order worth more than the threshold (in
      *    base currency; APPROVAL_THRESHOLD, 0 for no sign-off at
      *    all) is approved only by a registered API client other
      *    than the one that made it. The routes put the caller's
      *    client name in LARACOL_CLIENT; a batch or feed has none
      *    and stands as "console", which, like the shared legacy
      *    key, can ask for approval but never give it.
       01 WS-CLIENT-NAME PIC X(30).
       01 WS-ACTING-CLIENT PIC X(30).
       01 WS-APPROVAL-LIMIT-TEXT PIC X(20).
       01 WS-APPROVAL-THRESHOLD PIC 9(9)V99 VALUE 10000.00.
       01 WS-APPROVAL-AMOUNT PIC 9(9)V99.
       01 WS-APPROVAL-CURRENCY PIC X(3).
      *    Wide enough for any amount at any rate the rate table
      *    can hold, so a huge foreign order cannot wrap round to a
      *    small one and slip under the threshold.
       01 WS-APPROVAL-BASE PIC 9(14)V99.
       01 WS-RECORD-MAKER PIC X(30).
       01 WS-RECORD-REQUESTER PIC X(30).
       01 WS-APPROVAL-INSERT-FLAG PIC X VALUE "N".
           88 APPROVAL-FOR-NEW-ORDER VALUE "Y".
       01 WS-APPROVAL-NEED-FLAG PIC X VALUE "N".
           88 APPROVAL-IS-NEEDED VALUE "Y".
       01 WS-CHECKER-FLAG PIC X VALUE "N".
           88 CALLER-MAY-CHECK VALUE "Y".
      *    What this write does to the order's approval record:
      *    MAKER on a new order, else the state it moves to.
       01 WS-APPROVAL-STATE PIC X(10).
       01 WS-PRIOR-APPROVAL-STATE PIC X(10).
      *    REASON as the caller wrote it - WS-NEW-REASON is the
      *    upper-cased credit memo code cut to twelve.
       01 WS-NEW-REASON-TEXT PIC X(60).
       01 WS-APPROVAL-NOTE PIC X(100).
       01 WS-NOTE-PTR PIC 9(4).
       01 WS-NO-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-NO-IMAGE PIC X(300) VALUE SPACES.

       LINKAGE SECTION.
       01 ACTION PIC X(20).
       01 DATA-INPUT PIC X(500).
               WS-ORDER-REF-PRESENT WS-METHOD-PRESENT
               WS-CREDIT-PRESENT
               WS-VERSION-PRESENT WS-VERSION-INVALID
               WS-REASON-PRESENT WS-INVOICE-PRESENT
               WS-INVOICE-INVALID WS-UOM-PRESENT WS-ACTIVE-PRESENT
               WS-REGION-PRESENT WS-EXEMPT-PRESENT WS-CERT-PRESENT
               WS-DUNNING-PRESENT WS-DUNNED-PRESENT WS-HOLD-PRESENT
               WS-SHIPTO-PRESENT WS-SHIPTO-INVALID
               WS-TIER-PRESENT WS-TIER-INVALID
               WS-PROMO-PRESENT WS-PROMO-INVALID WS-PROMO-CLAIM-FLAG
               WS-REP-PRESENT WS-REP-INVALID
               WS-CURRENCY-PRESENT WS-CURRENCY-INVALID
               WS-PO-PRESENT WS-PO-INVALID
               WS-OPTOUT-PRESENT WS-OPTOUT-INVALID
               WS-PAY-FX-FLAG
               WS-CUST-HOLD-FLAG WS-HOLD-REVIEW-FLAG
           MOVE 0 TO WS-NEW-SHIP-TO
           MOVE SPACES TO WS-NEW-REASON WS-NEW-INVOICE
               WS-NEW-REASON-TEXT WS-APPROVAL-STATE
               WS-REGISTER-REASON WS-NEW-UOM WS-NEW-ACTIVE
               WS-NEW-REGION WS-NEW-EXEMPT WS-NEW-CERT
               WS-NEW-DUNNING-LEVEL WS-NEW-DUNNING-DATE WS-NEW-HOLD
               WS-PAID-ORDER-CUSTOMER WS-NEW-TIER WS-NEW-PROMO
               WS-NEW-REP WS-NEW-CURRENCY WS-RECORD-CURRENCY
               WS-NEW-PO WS-PO-ORDER-KEY
           MOVE 0 TO WS-NEW-CREDIT-LIMIT
      *    BASEMODEL is CALLed repeatedly by the batches; the limit
      *    from one call must never leak into the next one's check.
                   ELSE
                       SET VERSION-IS-INVALID TO TRUE
                   END-IF
               WHEN "REASON"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-REASON
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-REASON-TEXT
                   SET REASON-WAS-PROVIDED TO TRUE
               WHEN "INVOICE"
                   SET INVOICE-WAS-PROVIDED TO TRUE
                   PERFORM PARSE-INVOICE-NUMBER
               WHEN "UOM"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-UOM
                   SET UOM-WAS-PROVIDED TO TRUE
               WHEN "ACTIVE"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-ACTIVE
                   SET ACTIVE-WAS-PROVIDED TO TRUE
               WHEN "REGION"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-REGION
                   SET REGION-WAS-PROVIDED TO TRUE
               WHEN "EXEMPT"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-EXEMPT
                   SET EXEMPT-WAS-PROVIDED TO TRUE
               WHEN "CERTIFICATE"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-CERT
                   SET CERT-WAS-PROVIDED TO TRUE
               WHEN "DUNNING"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-DUNNING-LEVEL
                   SET DUNNING-WAS-PROVIDED TO TRUE
               WHEN "DUNNED"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-NEW-DUNNING-DATE
                   SET DUNNED-WAS-PROVIDED TO TRUE
               WHEN "HOLD"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-NEW-HOLD
                   SET HOLD-WAS-PROVIDED TO TRUE
               WHEN "SHIPTO"
                   SET SHIPTO-WAS-PROVIDED TO TRUE
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) = 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) >= 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE)) <= 9999
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FIELD-VALUE))
                           TO WS-NEW-SHIP-TO
                   ELSE
                       SET SHIPTO-IS-INVALID TO TRUE
                   END-IF
      *    Tier and promotion codes are upper-cased the way the
      *    pricing rules are keyed; one longer than the key holds
      *    cannot be on file and is refused rather than truncated
      *    onto some other code.
               WHEN "TIER"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-CODE-TEXT
                   IF WS-CODE-TEXT(13:) NOT = SPACES
                       SET TIER-IS-TOO-LONG TO TRUE
                   END-IF
                   MOVE WS-CODE-TEXT TO WS-NEW-TIER
                   SET TIER-WAS-PROVIDED TO TRUE
               WHEN "PROMO"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-CODE-TEXT
                   IF WS-CODE-TEXT(13:) NOT = SPACES
                       SET PROMO-IS-TOO-LONG TO TRUE
                   END-IF
                   MOVE WS-CODE-TEXT TO WS-NEW-PROMO
                   SET PROMO-WAS-PROVIDED TO TRUE
      *    PO numbers are matched upper-cased, so "po-77" and
      *    "PO-77" from the same customer are one order.
               WHEN "PO"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-CODE-TEXT
                   IF WS-CODE-TEXT(21:) NOT = SPACES
                       SET PO-IS-TOO-LONG TO TRUE
                   END-IF
                   MOVE WS-CODE-TEXT TO WS-NEW-PO
                   SET PO-WAS-PROVIDED TO TRUE
               WHEN "REP"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-CODE-TEXT
                   IF WS-CODE-TEXT(9:) NOT = SPACES
                       SET REP-IS-TOO-LONG TO TRUE
                   END-IF
                   MOVE WS-CODE-TEXT TO WS-NEW-REP
                   SET REP-WAS-PROVIDED TO TRUE
      *    A currency is a three-letter ISO code; blank asks for the
      *    base currency.
               WHEN "CURRENCY"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-CODE-TEXT
                   IF WS-CODE-TEXT NOT = SPACES
                       AND (WS-CODE-TEXT(4:) NOT = SPACES
                           OR WS-CODE-TEXT(3:1) = SPACE
                           OR WS-CODE-TEXT(1:3) IS NOT ALPHABETIC)
                       SET CURRENCY-IS-INVALID TO TRUE
                   END-IF
                   MOVE WS-CODE-TEXT TO WS-NEW-CURRENCY
                   SET CURRENCY-WAS-PROVIDED TO TRUE
               WHEN "OPTOUT"
                   PERFORM PARSE-MAIL-OPT-OUT
               WHEN "FROM"
                   MOVE FUNCTION TRIM(WS-FIELD-VALUE)
                       TO WS-FILTER-FROM
                   END-IF
           END-EVALUATE.

      *    "INV-000000012", "000000012" and "12" all name the same
      *    invoice; whatever the caller sent is normalised to the
      *    nine zero-padded digits the order carries.
       PARSE-INVOICE-NUMBER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
               TO WS-FIELD-VALUE
           IF WS-FIELD-VALUE(1:4) = "INV-"
               MOVE WS-FIELD-VALUE(5:) TO WS-INVOICE-TEXT
           ELSE
               MOVE WS-FIELD-VALUE TO WS-INVOICE-TEXT
           END-IF
           IF FUNCTION TRIM(WS-INVOICE-TEXT) = SPACES
               MOVE SPACES TO WS-NEW-INVOICE
           ELSE
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-INVOICE-TEXT)) = 0
                   AND FUNCTION NUMVAL(FUNCTION TRIM(WS-INVOICE-TEXT))
                       < 1000000000
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-INVOICE-TEXT))
                       TO WS-INVOICE-NUM
                   MOVE WS-INVOICE-NUM TO WS-NEW-INVOICE
               ELSE
                   SET INVOICE-IS-INVALID TO TRUE
               END-IF
           END-IF.

      *    "shipment,invoice" switches those two off and the other
      *    two back on; a name that is not a message type fails the
      *    write rather than being dropped unnoticed.
       PARSE-MAIL-OPT-OUT.
           SET OPTOUT-WAS-PROVIDED TO TRUE
           MOVE "NNNN" TO WS-NEW-OPT-OUT
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
               TO WS-CODE-TEXT
           EVALUATE WS-CODE-TEXT
               WHEN SPACES
               WHEN "none"
                   CONTINUE
               WHEN "all"
                   MOVE "YYYY" TO WS-NEW-OPT-OUT
               WHEN OTHER
                   MOVE SPACES TO WS-OPT-OUT-TOKENS
                   UNSTRING WS-CODE-TEXT DELIMITED BY ","
                       INTO WS-OPT-OUT-TOKEN(1) WS-OPT-OUT-TOKEN(2)
                           WS-OPT-OUT-TOKEN(3) WS-OPT-OUT-TOKEN(4)
                           WS-OPT-OUT-TOKEN(5)
                   PERFORM VARYING WS-OPT-OUT-IX FROM 1 BY 1
                           UNTIL WS-OPT-OUT-IX > 5
                       EVALUATE FUNCTION TRIM(
                               WS-OPT-OUT-TOKEN(WS-OPT-OUT-IX))
                           WHEN SPACES
                               CONTINUE
                           WHEN "order"
                               MOVE "Y" TO WS-NEW-NO-ORDER-MAIL
                           WHEN "shipment"
                               MOVE "Y" TO WS-NEW-NO-SHIPMENT-MAIL
                           WHEN "invoice"
                               MOVE "Y" TO WS-NEW-NO-INVOICE-MAIL
                           WHEN "dunning"
                               MOVE "Y" TO WS-NEW-NO-DUNNING-MAIL
                           WHEN OTHER
                               SET OPTOUT-IS-INVALID TO TRUE
                       END-EVALUATE
                   END-PERFORM
           END-EVALUATE.

      *    Structural + type validation ahead of any WRITE/REWRITE,
      *    mirroring the '{"error":...}' shape already used for an
      *    invalid ACTION so malformed client input never reaches
                   MOVE '{"error":"Validation failed",'
                       & '"message":"amount must be numeric"}'
                       TO RESULT-OUTPUT
               WHEN INVOICE-IS-INVALID
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"invoice must be numeric"}'
                       TO RESULT-OUTPUT
           END-EVALUATE.

      *    Config precedence mirrors Laravel's env(): a real process
           ACCEPT CUSTOMERS-PATH FROM ENVIRONMENT "DB_CUSTOMERS"
           ACCEPT ORDERS-PATH FROM ENVIRONMENT "DB_ORDERS"
           ACCEPT PAYMENTS-PATH FROM ENVIRONMENT "DB_PAYMENTS"
           ACCEPT CREDITS-PATH FROM ENVIRONMENT "DB_CREDITS"
           ACCEPT PRODUCTS-PATH FROM ENVIRONMENT "DB_PRODUCTS"
           ACCEPT PROFILES-PATH FROM ENVIRONMENT "DB_PROFILES"
           ACCEPT TAXRATES-PATH FROM ENVIRONMENT "DB_TAXRATES"
           ACCEPT ADDRESSES-PATH FROM ENVIRONMENT "DB_ADDRESSES"
           ACCEPT PRICING-PATH FROM ENVIRONMENT "DB_PRICING"
           ACCEPT SALESREPS-PATH FROM ENVIRONMENT "DB_SALESREPS"
           ACCEPT INVOICEFX-PATH FROM ENVIRONMENT "DB_INVOICEFX"
           ACCEPT APPROVALS-PATH FROM ENVIRONMENT "DB_APPROVALS"
           ACCEPT CUSTPOS-PATH FROM ENVIRONMENT "DB_CUSTPOS"
           MOVE SPACES TO WS-APPROVAL-LIMIT-TEXT WS-CLIENT-NAME
           ACCEPT WS-APPROVAL-LIMIT-TEXT FROM ENVIRONMENT
               "APPROVAL_THRESHOLD"
           ACCEPT WS-CLIENT-NAME FROM ENVIRONMENT "LARACOL_CLIENT"
           IF FUNCTION TRIM(DATABASE-PATH) = SPACES
               OR FUNCTION TRIM(CUSTOMERS-PATH) = SPACES
               OR FUNCTION TRIM(ORDERS-PATH) = SPACES
               OR FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               OR FUNCTION TRIM(CREDITS-PATH) = SPACES
               OR FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               OR FUNCTION TRIM(PROFILES-PATH) = SPACES
               OR FUNCTION TRIM(TAXRATES-PATH) = SPACES
               OR FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               OR FUNCTION TRIM(PRICING-PATH) = SPACES
               OR FUNCTION TRIM(SALESREPS-PATH) = SPACES
               OR FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               OR FUNCTION TRIM(APPROVALS-PATH) = SPACES
               OR FUNCTION TRIM(CUSTPOS-PATH) = SPACES
               OR WS-APPROVAL-LIMIT-TEXT = SPACES
               PERFORM READ-DOTENV-DATABASE-PATHS
           END-IF
           IF FUNCTION TRIM(DATABASE-PATH) = SPACES
           IF FUNCTION TRIM(PAYMENTS-PATH) = SPACES
               MOVE "database/payments.db" TO PAYMENTS-PATH
           END-IF
           IF FUNCTION TRIM(CREDITS-PATH) = SPACES
               MOVE "database/credits.db" TO CREDITS-PATH
           END-IF
           IF FUNCTION TRIM(PRODUCTS-PATH) = SPACES
               MOVE "database/products.db" TO PRODUCTS-PATH
           END-IF
           IF FUNCTION TRIM(PROFILES-PATH) = SPACES
               MOVE "database/profiles.db" TO PROFILES-PATH
           END-IF
           IF FUNCTION TRIM(TAXRATES-PATH) = SPACES
               MOVE "database/taxrates.db" TO TAXRATES-PATH
           END-IF
           IF FUNCTION TRIM(ADDRESSES-PATH) = SPACES
               MOVE "database/addresses.db" TO ADDRESSES-PATH
           END-IF
           IF FUNCTION TRIM(PRICING-PATH) = SPACES
               MOVE "database/pricing.db" TO PRICING-PATH
           END-IF
           IF FUNCTION TRIM(SALESREPS-PATH) = SPACES
               MOVE "database/salesreps.db" TO SALESREPS-PATH
           END-IF
           IF FUNCTION TRIM(INVOICEFX-PATH) = SPACES
               MOVE "database/invoicefx.db" TO INVOICEFX-PATH
           END-IF
           IF FUNCTION TRIM(APPROVALS-PATH) = SPACES
               MOVE "database/approvals.db" TO APPROVALS-PATH
           END-IF
           IF FUNCTION TRIM(CUSTPOS-PATH) = SPACES
               MOVE "database/custpos.db" TO CUSTPOS-PATH
           END-IF
           IF WS-APPROVAL-LIMIT-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-APPROVAL-LIMIT-TEXT)) = 0
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-APPROVAL-LIMIT-TEXT))
                   TO WS-APPROVAL-THRESHOLD
           END-IF
           IF FUNCTION TRIM(WS-CLIENT-NAME) = SPACES
               MOVE "console" TO WS-ACTING-CLIENT
           ELSE
               MOVE FUNCTION TRIM(WS-CLIENT-NAME) TO WS-ACTING-CLIENT
           END-IF
           MOVE DATABASE-PATH TO LEGACY-DATABASE-PATH.

       READ-DOTENV-DATABASE-PATHS.
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PAYMENTS-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_CREDITS="
                               AND FUNCTION TRIM(CREDITS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO CREDITS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PRODUCTS="
                               AND FUNCTION TRIM(PRODUCTS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PRODUCTS-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_PROFILES="
                               AND FUNCTION TRIM(PROFILES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO PROFILES-PATH
                           WHEN ENV-FILE-LINE(1:12) = "DB_TAXRATES="
                               AND FUNCTION TRIM(TAXRATES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(13:))
                                   TO TAXRATES-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_ADDRESSES="
                               AND FUNCTION TRIM(ADDRESSES-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO ADDRESSES-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_PRICING="
                               AND FUNCTION TRIM(PRICING-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO PRICING-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_SALESREPS="
                               AND FUNCTION TRIM(SALESREPS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO SALESREPS-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_INVOICEFX="
                               AND FUNCTION TRIM(INVOICEFX-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO INVOICEFX-PATH
                           WHEN ENV-FILE-LINE(1:13) = "DB_APPROVALS="
                               AND FUNCTION TRIM(APPROVALS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(14:))
                                   TO APPROVALS-PATH
                           WHEN ENV-FILE-LINE(1:11) = "DB_CUSTPOS="
                               AND FUNCTION TRIM(CUSTPOS-PATH)
                                   = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(12:))
                                   TO CUSTPOS-PATH
                           WHEN ENV-FILE-LINE(1:19) =
                                   "APPROVAL_THRESHOLD="
                               AND WS-APPROVAL-LIMIT-TEXT = SPACES
                               MOVE FUNCTION TRIM(ENV-FILE-LINE(20:))
                                   TO WS-APPROVAL-LIMIT-TEXT
                       END-EVALUATE
                   END-IF
               END-PERFORM
                       MOVE "ORDER" TO WS-MODEL-KIND
                   WHEN WS-NEW-KEY(1:4) = "PAY-"
                       MOVE "PAYMENT" TO WS-MODEL-KIND
                   WHEN WS-NEW-KEY(1:4) = "CRM-"
                       MOVE "CREDIT" TO WS-MODEL-KIND
                   WHEN WS-NEW-KEY(1:4) = "PRD-"
                       MOVE "PRODUCT" TO WS-MODEL-KIND
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   MOVE ORDERS-PATH TO DATABASE-PATH
               WHEN MODEL-IS-PAYMENT
                   MOVE PAYMENTS-PATH TO DATABASE-PATH
               WHEN MODEL-IS-CREDIT
                   MOVE CREDITS-PATH TO DATABASE-PATH
               WHEN MODEL-IS-PRODUCT
                   MOVE PRODUCTS-PATH TO DATABASE-PATH
               WHEN OTHER
                   MOVE LEGACY-DATABASE-PATH TO DATABASE-PATH
           END-EVALUATE.
                       TO RESULT-OUTPUT
               ELSE
                   PERFORM CHECK-ORDER-CUSTOMER
                   IF INPUT-IS-VALID AND CUSTOMER-ON-HOLD
                       PERFORM REFUSE-HELD-CUSTOMER
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               PERFORM RESOLVE-ORDER-SHIP-TO
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               PERFORM RESOLVE-ORDER-SALES-REP
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               PERFORM RESOLVE-ORDER-CURRENCY
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND PROMO-WAS-PROVIDED AND WS-NEW-PROMO NOT = SPACES
               PERFORM CHECK-ORDER-PROMO
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND PO-WAS-PROVIDED AND WS-NEW-PO NOT = SPACES
               PERFORM CHECK-CUSTOMER-PO
           END-IF

      *    A payment must name the order it settles, and that order
      *    must actually exist and still be live - the same
      *    referential rule orders enforce toward customers.
               END-IF
           END-IF

      *    A credit memo answers to the invoiced order it reduces;
      *    see VALIDATE-CREDIT-MEMO for the rules.
           IF INPUT-IS-VALID AND MODEL-IS-CREDIT
               PERFORM VALIDATE-CREDIT-MEMO
           END-IF

      *    A new product is sold by the each and open for orders
      *    unless the caller says otherwise.
           IF INPUT-IS-VALID AND MODEL-IS-PRODUCT
               IF NOT UOM-WAS-PROVIDED OR WS-NEW-UOM = SPACES
                   MOVE "EA" TO WS-NEW-UOM
                   SET UOM-WAS-PROVIDED TO TRUE
               END-IF
               IF NOT ACTIVE-WAS-PROVIDED OR WS-NEW-ACTIVE = SPACES
                   MOVE "Y" TO WS-NEW-ACTIVE
                   SET ACTIVE-WAS-PROVIDED TO TRUE
               END-IF
               PERFORM VALIDATE-PRODUCT-FIELDS
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-CUSTOMER
               AND (REGION-WAS-PROVIDED OR EXEMPT-WAS-PROVIDED
                   OR CERT-WAS-PROVIDED OR TIER-WAS-PROVIDED
                   OR REP-WAS-PROVIDED OR CURRENCY-WAS-PROVIDED
                   OR OPTOUT-WAS-PROVIDED)
               PERFORM VALIDATE-TAX-PROFILE
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-CUSTOMER
               AND (DUNNING-WAS-PROVIDED OR DUNNED-WAS-PROVIDED
                   OR HOLD-WAS-PROVIDED)
               PERFORM VALIDATE-COLLECTIONS-FIELDS
           END-IF

      *    A payment dated nowhere is dated today - the receipt date
      *    matters downstream and blank would make it unanswerable.
           IF INPUT-IS-VALID AND MODEL-IS-PAYMENT
               SET DATE-WAS-PROVIDED TO TRUE
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-PAYMENT
               PERFORM PREPARE-PAYMENT-VALUE
           END-IF

      *    Every order is born somewhere in the lifecycle: NEW
      *    unless the feed supplying it says otherwise, and never
      *    with a status the lifecycle doesn't know.
               END-IF
           END-IF

      *    An order over the threshold cannot be born APPROVED - its
      *    maker would be its own checker - so it is written AWAITING
      *    instead; one sent in as AWAITING asks for sign-off at once.
           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND (WS-NEW-STATUS = "APPROVED"
                   OR WS-NEW-STATUS = "AWAITING")
               MOVE WS-NEW-AMOUNT TO WS-APPROVAL-AMOUNT
               MOVE WS-NEW-CURRENCY TO WS-APPROVAL-CURRENCY
               PERFORM MEASURE-APPROVAL-AMOUNT
               IF APPROVAL-IS-NEEDED OR WS-NEW-STATUS = "AWAITING"
                   MOVE "AWAITING" TO WS-NEW-STATUS
                   MOVE "PENDING" TO WS-APPROVAL-STATE
               END-IF
           END-IF

      *    With the customer proven real, the new order must also fit
      *    inside their credit limit - a limit of zero means none was
      *    set and the order passes as it always has.
                       MOVE SPACES TO WS-BEFORE-NAME
                       MOVE 0 TO WS-BEFORE-AMOUNT
                       PERFORM JOURNAL-DATA-WRITE
                       IF MODEL-IS-CREDIT
                           MOVE MODEL-CREDIT-REASON
                               TO WS-REGISTER-REASON
                       END-IF
                       PERFORM SAVE-CUSTOMER-PROFILE
                       IF PROMO-CLAIM-DUE
                           PERFORM CLAIM-PROMO-USE
                       END-IF
                       IF MODEL-IS-ORDER
                           SET APPROVAL-FOR-NEW-ORDER TO TRUE
                           PERFORM SAVE-ORDER-APPROVAL
                       END-IF
                       IF MODEL-IS-ORDER AND WS-NEW-PO NOT = SPACES
                           PERFORM SAVE-CUSTOMER-PO
                       END-IF
                       PERFORM BUILD-RECORD-RESULT
                       IF MODEL-IS-PAYMENT
                           SET HOLD-REVIEW-DUE TO TRUE
                       END-IF
      *    "22" is a duplicate record key - named explicitly so bulk
      *    callers can report "key already exists" instead of a
      *    generic insert failure.
                           TO RESULT-OUTPUT
               END-EVALUATE
               CLOSE DATABASE-FILE
               IF WS-REGISTER-REASON NOT = SPACES
                   PERFORM APPEND-CREDIT-REGISTER
               END-IF
               IF HOLD-REVIEW-DUE
                   PERFORM LIFT-CLEARED-HOLD
               END-IF
           END-IF.

       DO-UPDATE.
               PERFORM FETCH-ORDER-FOR-CREDIT
               IF CUSTOMER-WAS-PROVIDED
                   PERFORM CHECK-ORDER-CUSTOMER
                   IF INPUT-IS-VALID AND CUSTOMER-ON-HOLD
                       AND WS-NEW-CUSTOMER NOT = WS-RECORD-CUSTOMER
                       PERFORM REFUSE-HELD-CUSTOMER
                   END-IF
                   IF INPUT-IS-VALID
                       AND WS-CUST-CREDIT-LIMIT > 0
                       AND WS-NEW-STATUS NOT = "CANCELLED"
               END-IF
           END-IF

      *    A new ship-to is proved against the order's customer (the
      *    one being set, else the one on file); an order moved to
      *    another customer without one takes that customer's
      *    default, since the old number means nothing there.
           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND (SHIPTO-WAS-PROVIDED
                   OR (CUSTOMER-WAS-PROVIDED
                       AND WS-NEW-CUSTOMER NOT = WS-RECORD-CUSTOMER))
               PERFORM RESOLVE-ORDER-SHIP-TO
           END-IF

      *    The same goes for the sales rep: a rep sent is proved, and
      *    an order moved to another customer takes that customer's
      *    rep unless it names one.
           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND (REP-WAS-PROVIDED
                   OR (CUSTOMER-WAS-PROVIDED
                       AND WS-NEW-CUSTOMER NOT = WS-RECORD-CUSTOMER))
               PERFORM RESOLVE-ORDER-SALES-REP
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND (CURRENCY-WAS-PROVIDED
                   OR (CUSTOMER-WAS-PROVIDED
                       AND WS-NEW-CUSTOMER NOT = WS-RECORD-CUSTOMER))
               PERFORM CHECK-ORDER-CURRENCY-KEPT
           END-IF

      *    The promotion is settled while the order is being put
      *    together; once it is approved its lines are priced and
      *    the code stays as it is.
           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND PROMO-WAS-PROVIDED
               AND WS-NEW-PROMO NOT = WS-RECORD-PROMO
               IF WS-RECORD-ORDER-STATUS NOT = "NEW"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"the promotion can only change'
                       & ' while the order is NEW"}'
                       TO RESULT-OUTPUT
               ELSE
                   IF WS-NEW-PROMO NOT = SPACES
                       PERFORM CHECK-ORDER-PROMO
                   END-IF
               END-IF
           END-IF

      *    A credit memo is a document already issued to the
      *    customer - it is voided (DELETE) and reissued, never
      *    edited in place, so the register and the statements the
      *    customer holds keep agreeing with the file.
           IF INPUT-IS-VALID AND MODEL-IS-CREDIT
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"credit memos cannot be changed -'
                   & ' void and reissue"}'
                   TO RESULT-OUTPUT
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-PRODUCT
               PERFORM VALIDATE-PRODUCT-FIELDS
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-CUSTOMER
               AND (REGION-WAS-PROVIDED OR EXEMPT-WAS-PROVIDED
                   OR CERT-WAS-PROVIDED OR TIER-WAS-PROVIDED
                   OR REP-WAS-PROVIDED OR CURRENCY-WAS-PROVIDED
                   OR OPTOUT-WAS-PROVIDED)
               PERFORM VALIDATE-TAX-PROFILE
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-CUSTOMER
               AND (DUNNING-WAS-PROVIDED OR DUNNED-WAS-PROVIDED
                   OR HOLD-WAS-PROVIDED)
               PERFORM VALIDATE-COLLECTIONS-FIELDS
           END-IF

      *    Same rule for a payment being repointed at another order.
           IF INPUT-IS-VALID AND MODEL-IS-PAYMENT
               AND ORDER-REF-WAS-PROVIDED
               PERFORM CHECK-PAYMENT-ORDER
           END-IF

      *    A new amount, order or date revalues the payment.
           IF INPUT-IS-VALID AND MODEL-IS-PAYMENT
               PERFORM PREPARE-PAYMENT-VALUE
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND STATUS-WAS-PROVIDED
               AND NOT VALID-ORDER-STATUS
                   TO RESULT-OUTPUT
           END-IF

           IF INPUT-IS-VALID AND MODEL-IS-ORDER
               AND ORDER-RECORD-WAS-FETCHED
               PERFORM CHECK-ORDER-APPROVAL
           END-IF

      *    Two CGI processes can READ the same record concurrently;
      *    whichever REWRITEs second must prove it saw the first
      *    writer's version or its PUT is refused as a conflict.
                   IF MODEL-VERSION NOT = WS-NEW-VERSION
                       PERFORM BUILD-CONFLICT-RESULT
                   ELSE
                       IF TRANSITION-IS-LEGAL AND MODEL-IS-ORDER
                           AND STATUS-WAS-PROVIDED
                           AND WS-NEW-STATUS NOT = WS-CURRENT-STATUS
                           PERFORM CHECK-ORDER-SHIPMENTS
                       END-IF
      *    An order is only approved if its goods can be promised;
      *    a short SKU refuses the flip and the order stays NEW.
                       MOVE "N" TO WS-STOCK-RESERVED-FLAG
                       IF TRANSITION-IS-LEGAL AND MODEL-IS-ORDER
                           AND STATUS-WAS-PROVIDED
                           AND WS-NEW-STATUS = "APPROVED"
                           AND WS-CURRENT-STATUS NOT = "APPROVED"
                           PERFORM RESERVE-ORDER-STOCK
                       END-IF
                       IF NOT TRANSITION-IS-LEGAL
                           CONTINUE
                       ELSE
                           MOVE MODEL-NAME TO WS-BEFORE-NAME
                           MOVE MODEL-AMOUNT TO WS-BEFORE-AMOUNT
                           MOVE WS-NEW-NAME TO MODEL-NAME
                           MOVE WS-NEW-AMOUNT TO MODEL-AMOUNT
                           PERFORM APPLY-MODEL-FIELDS
                           MOVE FUNCTION CURRENT-DATE(1:19)
                               TO MODEL-UPDATED-AT
                           ADD 1 TO MODEL-VERSION
                           REWRITE MODEL-RECORD
                           IF DB-FILE-STATUS = "00"
                               MOVE "UPDATE" TO WS-AUDIT-ACTION
                               PERFORM JOURNAL-DATA-WRITE
                               IF MODEL-IS-ORDER AND STATUS-WAS-PROVIDED
                                   PERFORM SETTLE-ORDER-STOCK
                               END-IF
                               IF MODEL-IS-ORDER
                                   AND WS-APPROVAL-STATE NOT = SPACES
                                   PERFORM SAVE-ORDER-APPROVAL
                               END-IF
                               PERFORM SAVE-CUSTOMER-PROFILE
                               IF PROMO-CLAIM-DUE
                                   PERFORM CLAIM-PROMO-USE
                               END-IF
                               PERFORM BUILD-RECORD-RESULT
                           ELSE
                               IF STOCK-WAS-RESERVED
                                   MOVE "RELEASE" TO WS-STOCK-ACTION
                                   PERFORM CALL-ORDER-STOCK
                               END-IF
                               MOVE '{"error":"Update failed"}'
                                   TO RESULT-OUTPUT
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF NOT ORDER-PERIOD-LOCKED
                       MOVE '{"error":"Record not found"}'
               CLOSE DATABASE-FILE
           END-IF.

       RESERVE-ORDER-STOCK.
           MOVE "RESERVE" TO WS-STOCK-ACTION
           PERFORM CALL-ORDER-STOCK
           IF WS-STOCK-RESULT(1:9) = '{"error":'
               MOVE "N" TO WS-TRANSITION-FLAG
               MOVE WS-STOCK-RESULT TO RESULT-OUTPUT
           ELSE
               SET STOCK-WAS-RESERVED TO TRUE
           END-IF.

      *    After the status change is on file: an approval that is
      *    cancelled hands its reservation back. NEW -> CANCELLED
      *    never reserved. SHIPPED moves no stock here - each
      *    shipment already took its own goods off the shelf.
       SETTLE-ORDER-STOCK.
           MOVE SPACES TO WS-STOCK-ACTION
           IF WS-NEW-STATUS = "CANCELLED"
               AND WS-CURRENT-STATUS = "APPROVED"
               MOVE "RELEASE" TO WS-STOCK-ACTION
           END-IF
           IF WS-STOCK-ACTION NOT = SPACES
               PERFORM CALL-ORDER-STOCK
           END-IF.

      *    SHIPPED needs every line shipped in full; CANCELLED needs
      *    nothing shipped at all. A refusal leaves the order where
      *    it is with SHIPSTATUS's message.
       CHECK-ORDER-SHIPMENTS.
           MOVE SPACES TO WS-SHIP-ACTION
           IF WS-NEW-STATUS = "SHIPPED"
               MOVE "CHECK-COMPLETE" TO WS-SHIP-ACTION
           END-IF
           IF WS-NEW-STATUS = "CANCELLED"
               MOVE "CHECK-NONE" TO WS-SHIP-ACTION
           END-IF
           IF WS-SHIP-ACTION NOT = SPACES
               PERFORM CALL-SHIP-STATUS
               IF WS-SHIP-RESULT(1:9) = '{"error":'
                   MOVE "N" TO WS-TRANSITION-FLAG
                   MOVE WS-SHIP-RESULT TO RESULT-OUTPUT
               END-IF
           END-IF.

       CALL-SHIP-STATUS.
           MOVE SPACES TO WS-SHIP-INPUT WS-SHIP-RESULT
           STRING "ORDER:" DELIMITED BY SIZE
               FUNCTION TRIM(MODEL-KEY) DELIMITED BY SIZE
               INTO WS-SHIP-INPUT
           CALL "SHIPSTATUS" USING WS-SHIP-ACTION WS-SHIP-INPUT
               WS-SHIP-RESULT
               ON EXCEPTION
                   MOVE '{"error":"SHIPSTATUS unavailable"}'
                       TO WS-SHIP-RESULT
           END-CALL.

       CALL-ORDER-STOCK.
           MOVE SPACES TO WS-STOCK-INPUT WS-STOCK-RESULT
           STRING "ORDER:" DELIMITED BY SIZE
               FUNCTION TRIM(MODEL-KEY) DELIMITED BY SIZE
               INTO WS-STOCK-INPUT
           CALL "INVENTORY" USING WS-STOCK-ACTION WS-STOCK-INPUT
               WS-STOCK-RESULT
               ON EXCEPTION
                   MOVE '{"error":"INVENTORY unavailable"}'
                       TO WS-STOCK-RESULT
           END-CALL.

      *    Decided before the record is opened for update, from the
      *    order as FETCH-ORDER-FOR-CREDIT found it. While an order
      *    awaits sign-off its amount is frozen, or the checker
      *    would be approving a figure that is no longer the order.
      *    Once approved it may not be raised over the threshold
      *    either - that would be a figure nobody signed for - and
      *    once shipped, invoiced or cancelled it may not change at
      *    all: the goods, the invoice and the ledger all stand on
      *    the amount as it was.
       CHECK-ORDER-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-STATE
           EVALUATE TRUE
               WHEN WS-NEW-AMOUNT = WS-OLD-ORDER-AMOUNT
                   CONTINUE
               WHEN WS-RECORD-ORDER-STATUS = "AWAITING"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"the amount cannot change while'
                       & ' the order awaits approval"}'
                       TO RESULT-OUTPUT
               WHEN WS-RECORD-ORDER-STATUS = "SHIPPED"
                   OR WS-RECORD-ORDER-STATUS = "INVOICED"
                   OR WS-RECORD-ORDER-STATUS = "CANCELLED"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE SPACES TO RESULT-OUTPUT
                   STRING '{"error":"Validation failed",'
                       DELIMITED BY SIZE
                       '"message":"the amount cannot change once the'
                       DELIMITED BY SIZE
                       ' order is ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RECORD-ORDER-STATUS)
                       DELIMITED BY SIZE
                       '"}' DELIMITED BY SIZE
                       INTO RESULT-OUTPUT
               WHEN WS-RECORD-ORDER-STATUS = "APPROVED"
                   AND WS-NEW-AMOUNT > WS-OLD-ORDER-AMOUNT
                   MOVE WS-NEW-AMOUNT TO WS-APPROVAL-AMOUNT
                   MOVE WS-RECORD-CURRENCY TO WS-APPROVAL-CURRENCY
                   PERFORM MEASURE-APPROVAL-AMOUNT
                   IF APPROVAL-IS-NEEDED
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"an approved order cannot be'
                           & ' raised over the approval threshold"}'
                           TO RESULT-OUTPUT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF INPUT-IS-VALID AND STATUS-WAS-PROVIDED
               AND WS-NEW-STATUS NOT = WS-RECORD-ORDER-STATUS
               EVALUATE TRUE
                   WHEN WS-RECORD-ORDER-STATUS = "NEW"
                       AND (WS-NEW-STATUS = "APPROVED"
                           OR WS-NEW-STATUS = "AWAITING")
                       PERFORM REQUEST-ORDER-APPROVAL
                   WHEN WS-RECORD-ORDER-STATUS = "AWAITING"
                       AND (WS-NEW-STATUS = "APPROVED"
                           OR WS-NEW-STATUS = "NEW")
                       PERFORM DECIDE-ORDER-APPROVAL
                   WHEN WS-RECORD-ORDER-STATUS = "AWAITING"
                       AND WS-NEW-STATUS = "CANCELLED"
                       MOVE "CANCELLED" TO WS-APPROVAL-STATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    NEW -> APPROVED over the threshold goes straight through
      *    only for a registered client that did not make the order,
      *    and then with a reason like any other approval; anyone
      *    else's request parks the order in AWAITING with no stock
      *    reserved, since RESERVE-ORDER-STOCK only runs for a move
      *    to APPROVED.
       REQUEST-ORDER-APPROVAL.
           MOVE WS-NEW-AMOUNT TO WS-APPROVAL-AMOUNT
           MOVE WS-RECORD-CURRENCY TO WS-APPROVAL-CURRENCY
           PERFORM MEASURE-APPROVAL-AMOUNT
           IF APPROVAL-IS-NEEDED OR WS-NEW-STATUS = "AWAITING"
               PERFORM READ-ORDER-APPROVAL
               MOVE SPACES TO WS-RECORD-REQUESTER
               PERFORM SET-CHECKER-FLAG
               IF WS-NEW-STATUS = "APPROVED" AND CALLER-MAY-CHECK
                   PERFORM REQUIRE-APPROVAL-REASON
                   MOVE "APPROVED" TO WS-APPROVAL-STATE
               ELSE
                   MOVE "AWAITING" TO WS-NEW-STATUS
                   MOVE "PENDING" TO WS-APPROVAL-STATE
               END-IF
           END-IF.

      *    Out of AWAITING: approving takes a qualified checker;
      *    sending the order back to NEW is a rejection from a
      *    checker, or the maker withdrawing it. Both need a reason.
       DECIDE-ORDER-APPROVAL.
           PERFORM READ-ORDER-APPROVAL
           PERFORM SET-CHECKER-FLAG
           EVALUATE TRUE
               WHEN WS-NEW-STATUS = "APPROVED"
                   AND NOT CALLER-MAY-CHECK
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"approval must come from a'
                       & ' registered client other than the one that'
                       & ' made or submitted the order"}'
                       TO RESULT-OUTPUT
               WHEN WS-NEW-STATUS = "APPROVED"
                   PERFORM REQUIRE-APPROVAL-REASON
                   MOVE "APPROVED" TO WS-APPROVAL-STATE
               WHEN CALLER-MAY-CHECK
                   PERFORM REQUIRE-APPROVAL-REASON
                   MOVE "REJECTED" TO WS-APPROVAL-STATE
               WHEN OTHER
                   PERFORM REQUIRE-APPROVAL-REASON
                   MOVE "WITHDRAWN" TO WS-APPROVAL-STATE
           END-EVALUATE.

       REQUIRE-APPROVAL-REASON.
           IF WS-NEW-REASON-TEXT = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"reason is required to approve or'
                   & ' reject an order"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    The shared legacy key and the console are not anybody in
      *    particular, so neither can be the second pair of eyes.
      *    Nor can a checker be judged against an unknown maker: an
      *    order made before makers were recorded is checked against
      *    whoever asked for its approval.
       SET-CHECKER-FLAG.
           MOVE "N" TO WS-CHECKER-FLAG
           IF WS-CLIENT-NAME NOT = SPACES
               AND WS-CLIENT-NAME NOT = "shared-key"
               AND WS-ACTING-CLIENT NOT = WS-RECORD-MAKER
               AND WS-ACTING-CLIENT NOT = WS-RECORD-REQUESTER
               AND (WS-RECORD-MAKER NOT = SPACES
                   OR WS-RECORD-REQUESTER NOT = SPACES)
               SET CALLER-MAY-CHECK TO TRUE
           END-IF.

      *    The threshold is in base currency, so a foreign order is
      *    measured at today's rate. One with no rate on file cannot
      *    be shown to be under it and is treated as over.
       MEASURE-APPROVAL-AMOUNT.
           MOVE "N" TO WS-APPROVAL-NEED-FLAG
           MOVE 0 TO WS-APPROVAL-BASE
           MOVE WS-APPROVAL-CURRENCY TO WS-FX-CURRENCY
           MOVE SPACES TO WS-FX-DATE
           PERFORM LOOK-UP-FX-RATE
           IF WS-FX-RESULT(1:9) = '{"error":'
               IF WS-APPROVAL-THRESHOLD > 0
                   SET APPROVAL-IS-NEEDED TO TRUE
               END-IF
           ELSE
               COMPUTE WS-APPROVAL-BASE ROUNDED =
                   WS-APPROVAL-AMOUNT * WS-FX-RATE
               IF WS-APPROVAL-THRESHOLD > 0
                   AND WS-APPROVAL-BASE > WS-APPROVAL-THRESHOLD
                   SET APPROVAL-IS-NEEDED TO TRUE
               END-IF
           END-IF.

       READ-ORDER-APPROVAL.
           MOVE SPACES TO WS-RECORD-MAKER WS-RECORD-REQUESTER
           OPEN INPUT APPROVALS-FILE
           IF APPROVALS-FILE-STATUS = "00"
               MOVE WS-NEW-KEY TO APR-ORDER-KEY
               READ APPROVALS-FILE KEY IS APR-ORDER-KEY
               IF APPROVALS-FILE-STATUS = "00"
                   MOVE APR-MAKER TO WS-RECORD-MAKER
                   MOVE APR-REQUESTED-BY TO WS-RECORD-REQUESTER
               END-IF
               CLOSE APPROVALS-FILE
           END-IF.

      *    After the order write is on file. A new order records its
      *    maker; a request stamps what was asked for, by whom and
      *    when (a fresh request clears the last decision, which the
      *    journal keeps); a decision stamps who made it and why.
      *    Each change of state is journaled through AUDITLOG with
      *    no record image, so db:rollforward passes over it.
       SAVE-ORDER-APPROVAL.
           OPEN I-O APPROVALS-FILE
           IF APPROVALS-FILE-STATUS = "35"
               OPEN OUTPUT APPROVALS-FILE
               CLOSE APPROVALS-FILE
               OPEN I-O APPROVALS-FILE
           END-IF
           IF APPROVALS-FILE-STATUS = "00"
               MOVE MODEL-KEY TO APR-ORDER-KEY
               READ APPROVALS-FILE KEY IS APR-ORDER-KEY
               IF APPROVALS-FILE-STATUS NOT = "00"
                   MOVE SPACES TO APPROVAL-RECORD
                   MOVE 0 TO APR-AMOUNT APR-BASE-AMOUNT
                   MOVE MODEL-KEY TO APR-ORDER-KEY
               END-IF
               MOVE APR-STATE TO WS-PRIOR-APPROVAL-STATE
               MOVE MODEL-CUSTOMER-KEY TO APR-CUSTOMER-KEY
               IF APPROVAL-FOR-NEW-ORDER
                   MOVE WS-ACTING-CLIENT TO APR-MAKER
                   MOVE MODEL-CREATED-AT TO APR-CREATED-AT
               END-IF
               IF WS-APPROVAL-STATE = "PENDING"
                   OR (WS-APPROVAL-STATE = "APPROVED"
                       AND WS-PRIOR-APPROVAL-STATE NOT = "PENDING")
                   MOVE MODEL-AMOUNT TO APR-AMOUNT
                   MOVE MODEL-CURRENCY TO APR-CURRENCY
                   MOVE WS-APPROVAL-BASE TO APR-BASE-AMOUNT
                   MOVE WS-ACTING-CLIENT TO APR-REQUESTED-BY
                   MOVE MODEL-UPDATED-AT TO APR-REQUESTED-AT
                   MOVE SPACES TO APR-DECIDED-BY APR-DECIDED-AT
                       APR-REASON
               END-IF
               IF WS-APPROVAL-STATE NOT = SPACES
                   AND WS-APPROVAL-STATE NOT = "PENDING"
                   MOVE WS-ACTING-CLIENT TO APR-DECIDED-BY
                   MOVE FUNCTION CURRENT-DATE(1:19) TO APR-DECIDED-AT
                   MOVE WS-NEW-REASON-TEXT TO APR-REASON
               END-IF
               IF WS-APPROVAL-STATE NOT = SPACES
                   MOVE WS-APPROVAL-STATE TO APR-STATE
               END-IF
               WRITE APPROVAL-RECORD
                   INVALID KEY
                       REWRITE APPROVAL-RECORD
               END-WRITE
               CLOSE APPROVALS-FILE
               IF WS-APPROVAL-STATE NOT = SPACES
                   PERFORM JOURNAL-APPROVAL-STATE
               END-IF
           END-IF
           MOVE "N" TO WS-APPROVAL-INSERT-FLAG.

       JOURNAL-APPROVAL-STATE.
           MOVE "APPROVAL" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-BEFORE-NAME WS-APPROVAL-NOTE
           MOVE WS-PRIOR-APPROVAL-STATE TO WS-BEFORE-NAME
           MOVE 1 TO WS-NOTE-PTR
           STRING FUNCTION TRIM(WS-APPROVAL-STATE) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTING-CLIENT) DELIMITED BY SIZE
               INTO WS-APPROVAL-NOTE WITH POINTER WS-NOTE-PTR
           IF WS-NEW-REASON-TEXT NOT = SPACES
               STRING ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-REASON-TEXT) DELIMITED BY SIZE
                   INTO WS-APPROVAL-NOTE WITH POINTER WS-NOTE-PTR
           END-IF
           CALL "AUDITLOG" USING WS-AUDIT-ACTION MODEL-KEY
               WS-BEFORE-NAME WS-NO-AMOUNT
               WS-APPROVAL-NOTE MODEL-AMOUNT WS-NO-IMAGE
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    A customer's PO number makes one order only: sent again -
      *    a partner's file fed in twice, a desk re-keying what was
      *    already keyed - it is refused naming the order it became,
      *    however that order has fared since.
       CHECK-CUSTOMER-PO.
           IF PO-IS-TOO-LONG
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"po number is too long"}'
                   TO RESULT-OUTPUT
           ELSE
               OPEN INPUT CUSTPOS-FILE
               IF CUSTPOS-FILE-STATUS = "00"
                   MOVE WS-NEW-CUSTOMER TO CPO-CUSTOMER-KEY
                   MOVE WS-NEW-PO TO CPO-PO-NUMBER
                   READ CUSTPOS-FILE KEY IS CPO-ID
                   IF CUSTPOS-FILE-STATUS = "00"
                       MOVE CPO-ORDER-KEY TO WS-PO-ORDER-KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE SPACES TO RESULT-OUTPUT
                       STRING '{"error":"Validation failed",'
                           '"message":"po already received as '
                           FUNCTION TRIM(WS-PO-ORDER-KEY)
                           '"}'
                           DELIMITED BY SIZE
                           INTO RESULT-OUTPUT
                   END-IF
                   CLOSE CUSTPOS-FILE
               END-IF
           END-IF.

       SAVE-CUSTOMER-PO.
           OPEN I-O CUSTPOS-FILE
           IF CUSTPOS-FILE-STATUS = "35"
               OPEN OUTPUT CUSTPOS-FILE
               CLOSE CUSTPOS-FILE
               OPEN I-O CUSTPOS-FILE
           END-IF
           IF CUSTPOS-FILE-STATUS = "00"
               MOVE SPACES TO CUSTPO-RECORD
               MOVE MODEL-CUSTOMER-KEY TO CPO-CUSTOMER-KEY
               MOVE WS-NEW-PO TO CPO-PO-NUMBER
               MOVE MODEL-KEY TO CPO-ORDER-KEY
               MOVE MODEL-CREATED-AT TO CPO-RECEIVED-AT
               WRITE CUSTPO-RECORD
               CLOSE CUSTPOS-FILE
           END-IF.

       READ-ORDER-PO.
           MOVE SPACES TO WS-NEW-PO
           OPEN INPUT CUSTPOS-FILE
           IF CUSTPOS-FILE-STATUS = "00"
               MOVE MODEL-KEY TO CPO-ORDER-KEY
               READ CUSTPOS-FILE KEY IS CPO-ORDER-KEY
               IF CUSTPOS-FILE-STATUS = "00"
                   MOVE CPO-PO-NUMBER TO WS-NEW-PO
               END-IF
               CLOSE CUSTPOS-FILE
           END-IF.

      *    The profile as it will stand after this write - what is
      *    on file with the fields sent laid over it - must make
      *    sense as a whole: an exempt customer always has the
      *    certificate that makes them exempt, and a region is one
      *    the tax rate table knows, or the invoice could not be
      *    taxed. A price tier, likewise, is one the pricing rules
      *    define, or the customer's lines could not be priced.
       VALIDATE-TAX-PROFILE.
           MOVE WS-NEW-KEY TO WS-PROFILE-KEY
           PERFORM READ-CUSTOMER-PROFILE
           IF CURRENCY-WAS-PROVIDED
               PERFORM CHECK-CUSTOMER-CURRENCY
           END-IF
           PERFORM APPLY-PROFILE-FIELDS
           EVALUATE TRUE
               WHEN PROF-TAX-EXEMPT NOT = "Y"
                   AND PROF-TAX-EXEMPT NOT = "N"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"exempt must be Y or N"}'
                       TO RESULT-OUTPUT
               WHEN PROF-TAX-EXEMPT = "Y"
                   AND PROF-EXEMPT-CERT = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"an exempt customer needs a'
                       & ' certificate"}'
                       TO RESULT-OUTPUT
               WHEN PROF-TAX-REGION NOT = SPACES
                   PERFORM CHECK-TAX-REGION
           END-EVALUATE
           IF INPUT-IS-VALID AND PROF-PRICE-TIER NOT = SPACES
               PERFORM CHECK-PRICE-TIER
           END-IF
           IF INPUT-IS-VALID AND REP-WAS-PROVIDED
               AND WS-NEW-REP NOT = SPACES
               PERFORM CHECK-SALES-REP
           END-IF
           IF INPUT-IS-VALID AND OPTOUT-IS-INVALID
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"optout must list order, shipment,'
                   & ' invoice or dunning"}'
                   TO RESULT-OUTPUT
           END-IF.

       CHECK-TAX-REGION.
           OPEN INPUT TAXRATES-FILE
           IF TAXRATES-FILE-STATUS = "00"
               MOVE PROF-TAX-REGION TO TAX-REGION
               READ TAXRATES-FILE KEY IS TAX-REGION
               CLOSE TAXRATES-FILE
           END-IF
           IF TAXRATES-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"unknown tax region"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    A customer never given a profile reads as taxable with no
      *    region.
       READ-CUSTOMER-PROFILE.
           MOVE "N" TO WS-PROFILE-FOUND
           OPEN INPUT PROFILES-FILE
           IF PROFILES-FILE-STATUS = "00"
               MOVE WS-PROFILE-KEY TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   SET PROFILE-ON-FILE TO TRUE
               END-IF
               CLOSE PROFILES-FILE
           END-IF
           IF NOT PROFILE-ON-FILE
               MOVE SPACES TO PROFILE-RECORD
               MOVE WS-PROFILE-KEY TO PROF-CUSTOMER-KEY
               MOVE "N" TO PROF-TAX-EXEMPT
           END-IF.

       APPLY-PROFILE-FIELDS.
           IF REGION-WAS-PROVIDED
               MOVE WS-NEW-REGION TO PROF-TAX-REGION
           END-IF
           IF EXEMPT-WAS-PROVIDED
               MOVE WS-NEW-EXEMPT TO PROF-TAX-EXEMPT
           END-IF
           IF CERT-WAS-PROVIDED
               MOVE WS-NEW-CERT TO PROF-EXEMPT-CERT
           END-IF
           IF TIER-WAS-PROVIDED
               MOVE WS-NEW-TIER TO PROF-PRICE-TIER
           END-IF
           IF REP-WAS-PROVIDED
               MOVE WS-NEW-REP TO PROF-SALES-REP
           END-IF
           IF CURRENCY-WAS-PROVIDED
               MOVE WS-NEW-CURRENCY TO PROF-CURRENCY
           END-IF
           IF OPTOUT-WAS-PROVIDED
               MOVE WS-NEW-OPT-OUT TO PROF-MAIL-OPT-OUT
           END-IF.

      *    Runs once the customer write itself has landed, so a
      *    refused customer never leaves a profile behind.
       SAVE-CUSTOMER-PROFILE.
           IF MODEL-IS-CUSTOMER
               AND (REGION-WAS-PROVIDED OR EXEMPT-WAS-PROVIDED
                   OR CERT-WAS-PROVIDED OR TIER-WAS-PROVIDED
                   OR REP-WAS-PROVIDED OR CURRENCY-WAS-PROVIDED
                   OR OPTOUT-WAS-PROVIDED)
               OPEN I-O PROFILES-FILE
               IF PROFILES-FILE-STATUS = "35"
                   OPEN OUTPUT PROFILES-FILE
                   CLOSE PROFILES-FILE
                   OPEN I-O PROFILES-FILE
               END-IF
               MOVE MODEL-KEY TO PROF-CUSTOMER-KEY
               READ PROFILES-FILE KEY IS PROF-CUSTOMER-KEY
               IF PROFILES-FILE-STATUS = "00"
                   PERFORM APPLY-PROFILE-FIELDS
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO PROF-UPDATED-AT
                   REWRITE PROFILE-RECORD
               ELSE
                   MOVE SPACES TO PROFILE-RECORD
                   MOVE MODEL-KEY TO PROF-CUSTOMER-KEY
                   MOVE "N" TO PROF-TAX-EXEMPT
                   PERFORM APPLY-PROFILE-FIELDS
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO PROF-UPDATED-AT
                   WRITE PROFILE-RECORD
               END-IF
               CLOSE PROFILES-FILE
           END-IF.

      *    Only Y and N mean anything on the active switch, and a
      *    product sent with a blank unit of measure on a PUT keeps
      *    the one it had (APPLY-MODEL-FIELDS skips it).
      *    Level 0-3 (0 clears the collections history), a dunning
      *    date in the same YYYY-MM-DD shape as every other date on
      *    file, and a hold switch of Y or N.
       VALIDATE-COLLECTIONS-FIELDS.
           EVALUATE TRUE
               WHEN DUNNING-WAS-PROVIDED AND NOT VALID-DUNNING-LEVEL
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"dunning must be 0 to 3"}'
                       TO RESULT-OUTPUT
               WHEN HOLD-WAS-PROVIDED AND NOT VALID-HOLD-FLAG
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"hold must be Y or N"}'
                       TO RESULT-OUTPUT
               WHEN DUNNED-WAS-PROVIDED
                   AND WS-NEW-DUNNING-DATE NOT = SPACES
                   AND (WS-NEW-DUNNING-DATE(1:4) IS NOT NUMERIC
                       OR WS-NEW-DUNNING-DATE(5:1) NOT = "-"
                       OR WS-NEW-DUNNING-DATE(6:2) IS NOT NUMERIC
                       OR WS-NEW-DUNNING-DATE(8:1) NOT = "-"
                       OR WS-NEW-DUNNING-DATE(9:2) IS NOT NUMERIC)
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"dunned must be YYYY-MM-DD"}'
                       TO RESULT-OUTPUT
           END-EVALUATE.

       REFUSE-HELD-CUSTOMER.
           MOVE "N" TO WS-VALID-FLAG
           MOVE '{"error":"Validation failed",'
               & '"message":"customer is on credit hold"}'
               TO RESULT-OUTPUT.

      *    Runs after a payment has been written and the payments
      *    file closed. If the paying customer is on credit hold and
      *    the payment leaves nothing past due, the hold comes off
      *    and the dunning level goes back to 0 so a later slip
      *    starts again at the friendly letter. The release is a
      *    journaled REWRITE of the customer like any other; it
      *    never touches the payment's own result.
       LIFT-CLEARED-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-FLAG
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
           IF WS-PAID-ORDER-CUSTOMER NOT = SPACES
               MOVE CUSTOMERS-PATH TO DATABASE-PATH
               OPEN INPUT DATABASE-FILE
               IF DB-FILE-STATUS = "00"
                   MOVE WS-PAID-ORDER-CUSTOMER TO MODEL-KEY
                   READ DATABASE-FILE KEY IS MODEL-KEY
                   IF DB-FILE-STATUS = "00"
                       AND MODEL-DELETED-AT = SPACES
                       AND MODEL-CREDIT-HOLD = "Y"
                       SET HOLD-IS-SET TO TRUE
                   END-IF
                   CLOSE DATABASE-FILE
               END-IF
           END-IF
           IF HOLD-IS-SET
               PERFORM SUM-PAST-DUE-ARREARS
               IF WS-EXPOSURE = 0
                   PERFORM RELEASE-CREDIT-HOLD
               END-IF
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH.

      *    Past-due arrears into WS-EXPOSURE: every live INVOICED
      *    order of the customer whose invoice is at least
      *    WS-PAST-DUE-DAYS old, less its live payments and credits,
      *    through the same settlement sweep the credit check uses.
       SUM-PAST-DUE-ARREARS.
           MOVE 0 TO WS-EXPOSURE
           MOVE 0 TO WS-INVOICED-USED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE ORDERS-PATH TO DATABASE-PATH
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-PAID-ORDER-CUSTOMER TO MODEL-CUSTOMER-KEY
               START DATABASE-FILE KEY IS = MODEL-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO DB-FILE-STATUS
               END-START
               PERFORM UNTIL DB-FILE-STATUS NOT = "00"
                   READ DATABASE-FILE NEXT RECORD
                       AT END MOVE "10" TO DB-FILE-STATUS
                   END-READ
                   IF DB-FILE-STATUS = "00"
                       IF MODEL-CUSTOMER-KEY
                               NOT = WS-PAID-ORDER-CUSTOMER
                           MOVE "10" TO DB-FILE-STATUS
                       ELSE
                           IF MODEL-DELETED-AT = SPACES
                               AND MODEL-ORDER-STATUS = "INVOICED"
                               PERFORM TALLY-PAST-DUE-ORDER
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF
           IF WS-INVOICED-USED > 0
               PERFORM TALLY-INVOICED-REMAINDERS
           END-IF.

       TALLY-PAST-DUE-ORDER.
           PERFORM COMPUTE-INVOICE-AGE
           IF WS-INVOICE-AGE >= WS-PAST-DUE-DAYS
               AND WS-INVOICED-USED < WS-INVOICED-LIMIT
               ADD 1 TO WS-INVOICED-USED
               MOVE MODEL-KEY TO WS-INVOICED-KEY(WS-INVOICED-USED)
               MOVE MODEL-KEY TO WS-TAX-ORDER-KEY
               PERFORM READ-INVOICED-TAX
               COMPUTE WS-INVOICED-AMT(WS-INVOICED-USED)
                   = MODEL-AMOUNT + WS-INVOICED-TAX
               MOVE 0 TO WS-INVOICED-SETTLED(WS-INVOICED-USED)
           END-IF.

      *    Days since the order in MODEL-RECORD was invoiced: the
      *    stamped invoice date, else the order date, else the day
      *    the record was created.
       COMPUTE-INVOICE-AGE.
           MOVE SPACES TO WS-AGE-DIGITS
           IF MODEL-INVOICE-DATE(5:1) = "-"
               STRING MODEL-INVOICE-DATE(1:4) MODEL-INVOICE-DATE(6:2)
                   MODEL-INVOICE-DATE(9:2) DELIMITED BY SIZE
                   INTO WS-AGE-DIGITS
           ELSE
               IF MODEL-ORDER-DATE(5:1) = "-"
                   STRING MODEL-ORDER-DATE(1:4) MODEL-ORDER-DATE(6:2)
                       MODEL-ORDER-DATE(9:2) DELIMITED BY SIZE
                       INTO WS-AGE-DIGITS
               END-IF
           END-IF
           IF WS-AGE-DIGITS IS NOT NUMERIC
               MOVE MODEL-CREATED-AT(1:8) TO WS-AGE-DIGITS
           END-IF
           IF WS-AGE-DIGITS IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-DIGITS-NUM) = 0
               COMPUTE WS-INVOICE-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-DIGITS-NUM)
           ELSE
               MOVE 0 TO WS-INVOICE-AGE
           END-IF.

       RELEASE-CREDIT-HOLD.
           MOVE CUSTOMERS-PATH TO DATABASE-PATH
           OPEN I-O DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-PAID-ORDER-CUSTOMER TO MODEL-KEY
               READ DATABASE-FILE KEY IS MODEL-KEY
               IF DB-FILE-STATUS = "00"
                   AND MODEL-CREDIT-HOLD = "Y"
                   MOVE MODEL-NAME TO WS-BEFORE-NAME
                   MOVE MODEL-AMOUNT TO WS-BEFORE-AMOUNT
                   MOVE "N" TO MODEL-CREDIT-HOLD
                   MOVE "0" TO MODEL-DUNNING-LEVEL
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO MODEL-UPDATED-AT
                   ADD 1 TO MODEL-VERSION
                   REWRITE MODEL-RECORD
                   IF DB-FILE-STATUS = "00"
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                       PERFORM JOURNAL-DATA-WRITE
                   END-IF
               END-IF
               CLOSE DATABASE-FILE
           END-IF.

       VALIDATE-PRODUCT-FIELDS.
           IF UOM-WAS-PROVIDED AND WS-NEW-UOM = SPACES
               MOVE "N" TO WS-UOM-PRESENT
           END-IF
           IF ACTIVE-WAS-PROVIDED AND NOT VALID-ACTIVE-FLAG
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"active must be Y or N"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    YYYYMMDD in WS-DEFAULT-DATE comes out as YYYY-MM-DD in
      *    WS-NEW-ORDER-DATE - the shape API callers send, so dates
      *    the model defaults compare and filter like everyone
      *    else's.
       BUILD-DASHED-DATE.
           MOVE SPACES TO WS-NEW-ORDER-DATE
           STRING WS-DEFAULT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DEFAULT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DEFAULT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-NEW-ORDER-DATE.

      *    The order's own period is judged first; when the caller
      *    also sends a new DATE, that period is judged too, so an
      *    open-month order cannot be backdated into a closed one.
      *    Blank or unparseable dates fall back to MODEL-CREATED-AT,
      *    the same clock everything else stamps.
       CHECK-PERIOD-LOCK.
           IF MODEL-IS-CREDIT
               MOVE MODEL-CREDIT-DATE TO WS-CHECK-DATE
           ELSE
               MOVE MODEL-ORDER-DATE TO WS-CHECK-DATE
           END-IF
           PERFORM JUDGE-ONE-PERIOD
           IF NOT ORDER-PERIOD-LOCKED AND DATE-WAS-PROVIDED
               MOVE WS-NEW-ORDER-DATE TO WS-CHECK-DATE
               PERFORM JUDGE-ONE-PERIOD
           END-IF
           IF ORDER-PERIOD-LOCKED
               MOVE SPACES TO RESULT-OUTPUT
               STRING '{"error":"Validation failed",'
                   DELIMITED BY SIZE
                   '"message":"period ' DELIMITED BY SIZE
                   WS-CHECK-PERIOD DELIMITED BY SIZE
                   ' is closed"}' DELIMITED BY SIZE
                   INTO RESULT-OUTPUT
           END-IF.

       JUDGE-ONE-PERIOD.
           MOVE SPACES TO WS-CHECK-PERIOD
           IF WS-CHECK-DATE(5:1) = "-"
               MOVE SPACES TO WS-DATE-PART-1 WS-DATE-PART-2
               UNSTRING WS-CHECK-DATE DELIMITED BY "-"
                   INTO WS-DATE-PART-1 WS-DATE-PART-2
               STRING WS-DATE-PART-1 WS-DATE-PART-2
                   DELIMITED BY SIZE
                   INTO WS-CHECK-PERIOD
           ELSE
               MOVE WS-CHECK-DATE(1:6) TO WS-CHECK-PERIOD
           END-IF
           IF WS-CHECK-PERIOD IS NOT NUMERIC
               MOVE MODEL-CREATED-AT(1:6) TO WS-CHECK-PERIOD
           END-IF
           PERFORM LOOKUP-PERIOD-STATE
           IF WS-PERIOD-STATE = "CLOSED"
               SET ORDER-PERIOD-LOCKED TO TRUE
           END-IF.

       LOOKUP-PERIOD-STATE.
           MOVE SPACES TO WS-PERIOD-STATE
           OPEN INPUT PERIODS-FILE
           IF PERIODS-FILE-STATUS = "00"
               PERFORM UNTIL PERIODS-FILE-STATUS NOT = "00"
                   READ PERIODS-FILE
                       AT END MOVE "10" TO PERIODS-FILE-STATUS
               EVALUATE FUNCTION TRIM(WS-CURRENT-STATUS)
                   WHEN "NEW"
                       IF WS-NEW-STATUS NOT = "APPROVED"
                           AND WS-NEW-STATUS NOT = "AWAITING"
                           AND WS-NEW-STATUS NOT = "CANCELLED"
                           MOVE "N" TO WS-TRANSITION-FLAG
                       END-IF
                   WHEN "AWAITING"
                       IF WS-NEW-STATUS NOT = "APPROVED"
                           AND WS-NEW-STATUS NOT = "NEW"
                           AND WS-NEW-STATUS NOT = "CANCELLED"
                           MOVE "N" TO WS-TRANSITION-FLAG
                       END-IF
                   ELSE
                       MOVE 0 TO WS-CUST-CREDIT-LIMIT
                   END-IF
                   MOVE MODEL-CREDIT-HOLD TO WS-CUST-HOLD-FLAG
               END-IF
               CLOSE DATABASE-FILE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"customer does not exist"}'
                   TO RESULT-OUTPUT
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH.

      *    An order ships to one of its own customer's live shipping
      *    addresses. SHIPTO names it (0 clears it); without one a
      *    new order takes the customer's default shipping address,
      *    or none if the customer has not given one yet.
       RESOLVE-ORDER-SHIP-TO.
           IF SHIPTO-WAS-PROVIDED
               IF SHIPTO-IS-INVALID
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"shipto must be an address'
                       & ' number"}'
                       TO RESULT-OUTPUT
               ELSE
                   IF WS-NEW-SHIP-TO > 0
                       PERFORM CHECK-SHIP-TO-ADDRESS
                   END-IF
               END-IF
           ELSE
               PERFORM FIND-DEFAULT-SHIP-TO
               SET SHIPTO-WAS-PROVIDED TO TRUE
           END-IF.

       CHECK-SHIP-TO-ADDRESS.
           MOVE "23" TO ADDRESSES-FILE-STATUS
           OPEN INPUT ADDRESSES-FILE
           IF ADDRESSES-FILE-STATUS = "00"
               MOVE WS-NEW-CUSTOMER TO ADDR-CUSTOMER-KEY
               MOVE WS-NEW-SHIP-TO TO ADDR-NUMBER
               READ ADDRESSES-FILE KEY IS ADDR-ID
               IF ADDRESSES-FILE-STATUS = "00"
                   AND (ADDR-DELETED-AT NOT = SPACES
                       OR ADDR-TYPE NOT = "SHIPPING")
                   MOVE "23" TO ADDRESSES-FILE-STATUS
               END-IF
               CLOSE ADDRESSES-FILE
           END-IF
           IF ADDRESSES-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"shipto is not a shipping address'
                   & ' of the customer"}'
                   TO RESULT-OUTPUT
           END-IF.

       FIND-DEFAULT-SHIP-TO.
           MOVE 0 TO WS-NEW-SHIP-TO
           OPEN INPUT ADDRESSES-FILE
           IF ADDRESSES-FILE-STATUS = "00"
               MOVE WS-NEW-CUSTOMER TO ADDR-CUSTOMER-KEY
               MOVE 0 TO ADDR-NUMBER
               START ADDRESSES-FILE KEY IS NOT LESS THAN ADDR-ID
                   INVALID KEY MOVE "10" TO ADDRESSES-FILE-STATUS
               END-START
               PERFORM UNTIL ADDRESSES-FILE-STATUS NOT = "00"
                   READ ADDRESSES-FILE NEXT RECORD
                       AT END MOVE "10" TO ADDRESSES-FILE-STATUS
                   END-READ
                   IF ADDRESSES-FILE-STATUS = "00"
                       IF ADDR-CUSTOMER-KEY NOT = WS-NEW-CUSTOMER
                           MOVE "10" TO ADDRESSES-FILE-STATUS
                       ELSE
                           IF ADDR-DELETED-AT = SPACES
                               AND ADDR-TYPE = "SHIPPING"
                               AND ADDR-DEFAULT = "Y"
                               MOVE ADDR-NUMBER TO WS-NEW-SHIP-TO
                               MOVE "10" TO ADDRESSES-FILE-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ADDRESSES-FILE
           END-IF.

      *    REP names the order's rep (spaces clears it: no
      *    commission); without one the order takes the customer's
      *    rep as it stands on the profile - unless that rep has
      *    since retired, when the order is left without one rather
      *    than refused: the customer is waiting to be reassigned.
       RESOLVE-ORDER-SALES-REP.
           IF REP-WAS-PROVIDED
               IF WS-NEW-REP NOT = SPACES
                   PERFORM CHECK-SALES-REP
               END-IF
           ELSE
               MOVE WS-NEW-CUSTOMER TO WS-PROFILE-KEY
               PERFORM READ-CUSTOMER-PROFILE
               MOVE PROF-SALES-REP TO WS-NEW-REP
               SET REP-WAS-PROVIDED TO TRUE
               IF WS-NEW-REP NOT = SPACES
                   OPEN INPUT SALESREPS-FILE
                   IF SALESREPS-FILE-STATUS = "00"
                       MOVE WS-NEW-REP TO REP-CODE
                       READ SALESREPS-FILE KEY IS REP-CODE
                       IF SALESREPS-FILE-STATUS NOT = "00"
                           OR REP-ACTIVE NOT = "Y"
                           MOVE SPACES TO WS-NEW-REP
                       END-IF
                       CLOSE SALESREPS-FILE
                   ELSE
                       MOVE SPACES TO WS-NEW-REP
                   END-IF
               END-IF
           END-IF.

       CHECK-SALES-REP.
           MOVE "23" TO SALESREPS-FILE-STATUS
           IF NOT REP-IS-TOO-LONG
               OPEN INPUT SALESREPS-FILE
               IF SALESREPS-FILE-STATUS = "00"
                   MOVE WS-NEW-REP TO REP-CODE
                   READ SALESREPS-FILE KEY IS REP-CODE
                   CLOSE SALESREPS-FILE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SALESREPS-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"unknown sales rep"}'
                       TO RESULT-OUTPUT
               WHEN REP-ACTIVE NOT = "Y"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"sales rep is retired"}'
                       TO RESULT-OUTPUT
           END-EVALUATE.

      *    FXRATE answers in a fixed layout: the base currency at 27
      *    for 3 and the rate at 39 for 12. A currency of spaces or
      *    the base code comes back at exactly one; a currency with
      *    no rate on file by the date comes back as an error the
      *    caller can hand straight on.
       LOOK-UP-FX-RATE.
           MOVE SPACES TO WS-FX-INPUT WS-FX-RESULT
           STRING "CURRENCY:" DELIMITED BY SIZE
               WS-FX-CURRENCY DELIMITED BY SIZE
               "|DATE:" DELIMITED BY SIZE
               WS-FX-DATE DELIMITED BY SIZE
               INTO WS-FX-INPUT
           CALL "FXRATE" USING WS-FX-ACTION WS-FX-INPUT WS-FX-RESULT
               ON EXCEPTION
                   MOVE '{"error":"FXRATE unavailable"}'
                       TO WS-FX-RESULT
           END-CALL
           MOVE 0 TO WS-FX-RATE
           IF WS-FX-RESULT(1:9) NOT = '{"error":'
               MOVE WS-FX-RESULT(27:3) TO WS-BASE-CURRENCY
               MOVE FUNCTION NUMVAL(WS-FX-RESULT(39:12))
                   TO WS-FX-RATE
           END-IF.

      *    A customer is invoiced in the base currency or in one the
      *    rate table can convert; the base code itself is stored as
      *    spaces, the way every customer before currencies reads.
      *    Orders keep the currency they were placed in, so once the
      *    customer has a live order the currency is fixed - their
      *    statement and credit limit are read in it, and two
      *    currencies on one account would make neither add up.
       CHECK-CUSTOMER-CURRENCY.
           IF CURRENCY-IS-INVALID
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"currency must be a three-letter'
                   & ' code"}'
                   TO RESULT-OUTPUT
           ELSE
               MOVE WS-NEW-CURRENCY TO WS-FX-CURRENCY
               MOVE SPACES TO WS-FX-DATE
               PERFORM LOOK-UP-FX-RATE
               IF WS-FX-RESULT(1:9) = '{"error":'
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE WS-FX-RESULT TO RESULT-OUTPUT
               ELSE
                   IF WS-NEW-CURRENCY = WS-BASE-CURRENCY
                       MOVE SPACES TO WS-NEW-CURRENCY
                   END-IF
                   IF WS-NEW-CURRENCY NOT = PROF-CURRENCY
                       PERFORM COUNT-LIVE-CUSTOMER-ORDERS
                       IF WS-LIVE-ORDERS > 0
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE '{"error":"Validation failed",'
                               & '"message":"the currency cannot'
                               & ' change while the customer has'
                               & ' orders"}'
                               TO RESULT-OUTPUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Live means on file and not cancelled - an invoiced order
      *    still stands in its currency on the customer's statement.
       COUNT-LIVE-CUSTOMER-ORDERS.
           MOVE 0 TO WS-LIVE-ORDERS
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
           MOVE ORDERS-PATH TO DATABASE-PATH
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-NEW-KEY TO MODEL-CUSTOMER-KEY
               START DATABASE-FILE KEY IS EQUAL TO MODEL-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO DB-FILE-STATUS
               END-START
               PERFORM UNTIL DB-FILE-STATUS NOT = "00"
                   READ DATABASE-FILE NEXT RECORD
                       AT END MOVE "10" TO DB-FILE-STATUS
                   END-READ
                   IF DB-FILE-STATUS = "00"
                       IF MODEL-CUSTOMER-KEY NOT = WS-NEW-KEY
                           MOVE "10" TO DB-FILE-STATUS
                       ELSE
                           IF MODEL-DELETED-AT = SPACES
                               AND MODEL-ORDER-STATUS NOT = "CANCELLED"
                               ADD 1 TO WS-LIVE-ORDERS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH.

      *    A new order is in its customer's currency - a CURRENCY
      *    sent must agree with it - and a foreign one needs a rate
      *    on file today, or its lines could not be priced from the
      *    catalog's base-currency list prices.
       RESOLVE-ORDER-CURRENCY.
           MOVE WS-NEW-CUSTOMER TO WS-PROFILE-KEY
           PERFORM READ-CUSTOMER-PROFILE
           MOVE PROF-CURRENCY TO WS-CUST-CURRENCY
           MOVE WS-CUST-CURRENCY TO WS-FX-CURRENCY
           MOVE SPACES TO WS-FX-DATE
           PERFORM LOOK-UP-FX-RATE
           EVALUATE TRUE
               WHEN CURRENCY-IS-INVALID
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"currency must be a three-letter'
                       & ' code"}'
                       TO RESULT-OUTPUT
               WHEN WS-FX-RESULT(1:9) = '{"error":'
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE WS-FX-RESULT TO RESULT-OUTPUT
               WHEN OTHER
                   IF WS-NEW-CURRENCY = WS-BASE-CURRENCY
                       MOVE SPACES TO WS-NEW-CURRENCY
                   END-IF
                   IF CURRENCY-WAS-PROVIDED
                       AND WS-NEW-CURRENCY NOT = SPACES
                       AND WS-NEW-CURRENCY NOT = WS-CUST-CURRENCY
                       PERFORM REFUSE-CURRENCY-MISMATCH
                   ELSE
                       MOVE WS-CUST-CURRENCY TO WS-NEW-CURRENCY
                       SET CURRENCY-WAS-PROVIDED TO TRUE
                   END-IF
           END-EVALUATE.

      *    An order keeps its currency for life: it cannot be
      *    changed, nor the order moved to a customer invoiced in
      *    another one.
       CHECK-ORDER-CURRENCY-KEPT.
           IF CURRENCY-IS-INVALID
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"currency must be a three-letter'
                   & ' code"}'
                   TO RESULT-OUTPUT
           END-IF
           IF INPUT-IS-VALID AND CURRENCY-WAS-PROVIDED
               AND WS-NEW-CURRENCY NOT = SPACES
               MOVE WS-NEW-CURRENCY TO WS-FX-CURRENCY
               MOVE SPACES TO WS-FX-DATE
               PERFORM LOOK-UP-FX-RATE
               IF WS-NEW-CURRENCY = WS-BASE-CURRENCY
                   MOVE SPACES TO WS-NEW-CURRENCY
               END-IF
               IF WS-NEW-CURRENCY NOT = WS-RECORD-CURRENCY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"an order keeps the currency it'
                       & ' was placed in"}'
                       TO RESULT-OUTPUT
               END-IF
           END-IF
           IF INPUT-IS-VALID AND CUSTOMER-WAS-PROVIDED
               AND WS-NEW-CUSTOMER NOT = WS-RECORD-CUSTOMER
               MOVE WS-NEW-CUSTOMER TO WS-PROFILE-KEY
               PERFORM READ-CUSTOMER-PROFILE
               MOVE PROF-CURRENCY TO WS-CUST-CURRENCY
               IF WS-CUST-CURRENCY NOT = WS-RECORD-CURRENCY
                   MOVE WS-RECORD-CURRENCY TO WS-NEW-CURRENCY
                   PERFORM REFUSE-CURRENCY-MISMATCH
               END-IF
           END-IF
           MOVE WS-RECORD-CURRENCY TO WS-NEW-CURRENCY
           SET CURRENCY-WAS-PROVIDED TO TRUE.

       REFUSE-CURRENCY-MISMATCH.
           MOVE "N" TO WS-VALID-FLAG
           IF WS-CUST-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CUST-CURRENCY
           END-IF
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"error":"Validation failed",' DELIMITED BY SIZE
               '"message":"the customer is invoiced in '
               DELIMITED BY SIZE
               WS-CUST-CURRENCY DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO RESULT-OUTPUT.

      *    A payment against a foreign-currency order is money in
      *    the order's currency. It is valued in base at the rate on
      *    its own date, and the difference from what the same sum
      *    was worth at the rate the invoice was booked at is the
      *    exchange gain (or loss) the payment realises. A payment
      *    on an order not yet invoiced has nothing booked to differ
      *    from. An UPDATE that does not resend the order or the
      *    date is valued on the ones already on file.
       PREPARE-PAYMENT-VALUE.
           MOVE WS-NEW-ORDER-REF TO WS-FX-ORDER-KEY
           MOVE WS-NEW-ORDER-DATE TO WS-FX-DATE
           IF NOT ORDER-REF-WAS-PROVIDED OR NOT DATE-WAS-PROVIDED
               PERFORM FETCH-PAYMENT-FOR-FX
           END-IF
           PERFORM READ-PAID-ORDER-CURRENCY
           MOVE SPACES TO WS-PAY-FX
           IF WS-PAID-ORDER-CURRENCY NOT = SPACES
               MOVE WS-PAID-ORDER-CURRENCY TO WS-FX-CURRENCY
               PERFORM LOOK-UP-FX-RATE
               IF WS-FX-RESULT(1:9) = '{"error":'
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE WS-FX-RESULT TO RESULT-OUTPUT
               ELSE
                   MOVE WS-PAID-ORDER-CURRENCY TO WS-PAY-CURRENCY
                   MOVE WS-FX-RATE TO WS-PAY-RATE
                   COMPUTE WS-PAY-BASE-AMOUNT ROUNDED
                       = WS-NEW-AMOUNT * WS-FX-RATE
                   PERFORM READ-BOOKED-RATE
                   IF WS-BOOKED-RATE = 0
                       MOVE WS-FX-RATE TO WS-BOOKED-RATE
                   END-IF
                   COMPUTE WS-BOOKED-BASE ROUNDED
                       = WS-NEW-AMOUNT * WS-BOOKED-RATE
                   COMPUTE WS-PAY-FX-GAIN
                       = WS-PAY-BASE-AMOUNT - WS-BOOKED-BASE
               END-IF
           END-IF
           SET PAY-VALUE-PREPARED TO TRUE.

       FETCH-PAYMENT-FOR-FX.
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-NEW-KEY TO MODEL-KEY
               READ DATABASE-FILE KEY IS MODEL-KEY
               IF DB-FILE-STATUS = "00"
                   IF NOT ORDER-REF-WAS-PROVIDED
                       MOVE MODEL-PAID-ORDER-KEY TO WS-FX-ORDER-KEY
                   END-IF
                   IF NOT DATE-WAS-PROVIDED
                       MOVE MODEL-PAYMENT-DATE TO WS-FX-DATE
                   END-IF
               END-IF
               CLOSE DATABASE-FILE
           END-IF.

       READ-PAID-ORDER-CURRENCY.
           MOVE SPACES TO WS-PAID-ORDER-CURRENCY
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
           MOVE ORDERS-PATH TO DATABASE-PATH
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-FX-ORDER-KEY TO MODEL-KEY
               READ DATABASE-FILE KEY IS MODEL-KEY
               IF DB-FILE-STATUS = "00"
                   MOVE MODEL-CURRENCY TO WS-PAID-ORDER-CURRENCY
               END-IF
               CLOSE DATABASE-FILE
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH.

      *    Zero when the order has not been invoiced in a foreign
      *    currency.
       READ-BOOKED-RATE.
           MOVE 0 TO WS-BOOKED-RATE
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               MOVE WS-FX-ORDER-KEY TO IFX-ORDER-KEY
               READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
               IF INVOICEFX-FILE-STATUS = "00"
                   MOVE IFX-RATE TO WS-BOOKED-RATE
               END-IF
               CLOSE INVOICEFX-FILE
           END-IF.

      *    Zero when the order has not been invoiced, or was invoiced
      *    before its tax share was kept.
       READ-INVOICED-TAX.
           MOVE 0 TO WS-INVOICED-TAX WS-INVOICED-BASE-TAX
           OPEN INPUT INVOICEFX-FILE
           IF INVOICEFX-FILE-STATUS = "00"
               MOVE WS-TAX-ORDER-KEY TO IFX-ORDER-KEY
               READ INVOICEFX-FILE KEY IS IFX-ORDER-KEY
               IF INVOICEFX-FILE-STATUS = "00"
                   AND IFX-TAX-AMOUNT IS NUMERIC
                   AND IFX-BASE-TAX IS NUMERIC
                   MOVE IFX-TAX-AMOUNT TO WS-INVOICED-TAX
                   MOVE IFX-BASE-TAX TO WS-INVOICED-BASE-TAX
               END-IF
               CLOSE INVOICEFX-FILE
           END-IF.

       CHECK-PRICE-TIER.
           MOVE "23" TO PRICING-FILE-STATUS
           IF NOT TIER-IS-TOO-LONG
               OPEN INPUT PRICING-FILE
               IF PRICING-FILE-STATUS = "00"
                   MOVE "TIER" TO PRC-KIND
                   MOVE PROF-PRICE-TIER TO PRC-CODE
                   READ PRICING-FILE KEY IS PRC-ID
                   CLOSE PRICING-FILE
               END-IF
           END-IF
           IF PRICING-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"unknown price tier"}'
                   TO RESULT-OUTPUT
           END-IF.

      *    A promotion code quoted on an order must be on file, be
      *    inside its dates today and have a use left. Its minimum
      *    order amount is not tested here: the order's lines are
      *    still to come, and ORDERLINES applies the code only once
      *    their list value reaches it.
       CHECK-ORDER-PROMO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-TEXT
           MOVE "23" TO PRICING-FILE-STATUS
           IF NOT PROMO-IS-TOO-LONG
               OPEN INPUT PRICING-FILE
               IF PRICING-FILE-STATUS = "00"
                   MOVE "PROMO" TO PRC-KIND
                   MOVE WS-NEW-PROMO TO PRC-CODE
                   READ PRICING-FILE KEY IS PRC-ID
                   CLOSE PRICING-FILE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PRICING-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"unknown promotion code"}'
                       TO RESULT-OUTPUT
               WHEN WS-TODAY-TEXT < PRC-START-DATE
                   OR WS-TODAY-TEXT > PRC-END-DATE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"promotion code is not'
                       & ' running today"}'
                       TO RESULT-OUTPUT
               WHEN PRC-USAGE-LIMIT > 0
                   AND PRC-USAGE-COUNT NOT < PRC-USAGE-LIMIT
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"promotion code is used up"}'
                       TO RESULT-OUTPUT
               WHEN OTHER
                   SET PROMO-CLAIM-DUE TO TRUE
           END-EVALUATE.

      *    Runs once the order write has landed, so a refused order
      *    never uses up a promotion.
       CLAIM-PROMO-USE.
           OPEN I-O PRICING-FILE
           IF PRICING-FILE-STATUS = "00"
               MOVE "PROMO" TO PRC-KIND
               MOVE WS-NEW-PROMO TO PRC-CODE
               READ PRICING-FILE KEY IS PRC-ID
               IF PRICING-FILE-STATUS = "00"
                   ADD 1 TO PRC-USAGE-COUNT
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO PRC-UPDATED-AT
                   REWRITE PRICING-RECORD
               END-IF
               CLOSE PRICING-FILE
           END-IF.

      *    Keyed peek at the order an UPDATE is about to change:
      *    its current customer and amount feed the credit check. A
      *    report in the usual way.
       FETCH-ORDER-FOR-CREDIT.
           MOVE "N" TO WS-ORDER-FETCH-FLAG
           MOVE SPACES TO WS-RECORD-CUSTOMER WS-RECORD-PROMO
               WS-RECORD-CURRENCY
           MOVE "NEW" TO WS-RECORD-ORDER-STATUS
           MOVE 0 TO WS-OLD-ORDER-AMOUNT
           MOVE 0 TO WS-CUST-CREDIT-LIMIT
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
                   SET ORDER-RECORD-WAS-FETCHED TO TRUE
                   MOVE MODEL-CUSTOMER-KEY TO WS-RECORD-CUSTOMER
                   MOVE MODEL-AMOUNT TO WS-OLD-ORDER-AMOUNT
                   MOVE MODEL-PROMO-CODE TO WS-RECORD-PROMO
                   MOVE MODEL-CURRENCY TO WS-RECORD-CURRENCY
                   IF MODEL-ORDER-STATUS NOT = SPACES
                       MOVE MODEL-ORDER-STATUS
                           TO WS-RECORD-ORDER-STATUS
                   END-IF
               END-IF
               CLOSE DATABASE-FILE
           END-IF
                   MOVE '{"error":"Validation failed",'
                       & '"message":"order does not exist"}'
                       TO RESULT-OUTPUT
               ELSE
                   MOVE MODEL-CUSTOMER-KEY TO WS-PAID-ORDER-CUSTOMER
               END-IF
               CLOSE DATABASE-FILE
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE '{"error":"Validation failed",'
                   & '"message":"order does not exist"}'
                   TO RESULT-OUTPUT
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH.

      *    A credit memo must name an order that has actually been
      *    invoiced - there is nothing to credit before the customer
      *    has been billed - carry a reason from the closed list,
      *    and be for a positive amount. The invoice it reduces is
      *    taken from the order when the caller leaves it out, and
      *    must match the order's when given. The memo is dated
      *    today unless told otherwise, may not be dated into a
      *    closed month, and with every other live credit on the
      *    order may not come to more than the order was invoiced
      *    for.
       VALIDATE-CREDIT-MEMO.
           EVALUATE TRUE
               WHEN NOT ORDER-REF-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-NEW-ORDER-REF) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"order is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT REASON-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-NEW-REASON) = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"reason is required"}'
                       TO RESULT-OUTPUT
               WHEN NOT VALID-CREDIT-REASON
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"invalid reason value"}'
                       TO RESULT-OUTPUT
               WHEN WS-NEW-AMOUNT = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"amount must be greater than'
                       & ' zero"}'
                       TO RESULT-OUTPUT
           END-EVALUATE

           IF INPUT-IS-VALID
               PERFORM CHECK-CREDIT-ORDER
           END-IF

           IF INPUT-IS-VALID
               IF FUNCTION TRIM(WS-NEW-INVOICE) = SPACES
                   MOVE WS-CREDIT-ORDER-INVOICE TO WS-NEW-INVOICE
               ELSE
                   IF FUNCTION TRIM(WS-CREDIT-ORDER-INVOICE)
                           NOT = SPACES
                       AND WS-NEW-INVOICE NOT = WS-CREDIT-ORDER-INVOICE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"invoice does not match'
                           & ' order"}'
                           TO RESULT-OUTPUT
                   END-IF
               END-IF
           END-IF

           IF INPUT-IS-VALID
               AND (NOT DATE-WAS-PROVIDED
                   OR FUNCTION TRIM(WS-NEW-ORDER-DATE) = SPACES)
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DEFAULT-DATE
               PERFORM BUILD-DASHED-DATE
               SET DATE-WAS-PROVIDED TO TRUE
           END-IF

           IF INPUT-IS-VALID
               MOVE "N" TO WS-PERIOD-LOCK-FLAG
               MOVE WS-NEW-ORDER-DATE TO WS-CHECK-DATE
               PERFORM JUDGE-ONE-PERIOD
               IF ORDER-PERIOD-LOCKED
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE SPACES TO RESULT-OUTPUT
                   STRING '{"error":"Validation failed",'
                       DELIMITED BY SIZE
                       '"message":"period ' DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       ' is closed"}' DELIMITED BY SIZE
                       INTO RESULT-OUTPUT
               END-IF
           END-IF

           IF INPUT-IS-VALID
               PERFORM SUM-CREDITS-FOR-ORDER
               IF WS-CREDITS-SO-FAR + WS-NEW-AMOUNT
                       > WS-CREDIT-ORDER-AMOUNT
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"credit exceeds invoiced'
                       & ' amount"}'
                       TO RESULT-OUTPUT
               END-IF
           END-IF.

      *    Keyed probe of the orders file for the order a credit memo
      *    names, the same swap-the-path probe CHECK-PAYMENT-ORDER
      *    makes, keeping the order's amount and invoice number for
      *    the checks that follow.
       CHECK-CREDIT-ORDER.
           MOVE 0 TO WS-CREDIT-ORDER-AMOUNT
           MOVE SPACES TO WS-CREDIT-ORDER-INVOICE
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
           MOVE ORDERS-PATH TO DATABASE-PATH
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-NEW-ORDER-REF TO MODEL-KEY
               READ DATABASE-FILE KEY IS MODEL-KEY
               IF DB-FILE-STATUS = "00"
                   AND MODEL-DELETED-AT NOT = SPACES
                   MOVE "23" TO DB-FILE-STATUS
               END-IF
               IF DB-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE '{"error":"Validation failed",'
                       & '"message":"order does not exist"}'
                       TO RESULT-OUTPUT
               ELSE
                   IF FUNCTION TRIM(MODEL-ORDER-STATUS) NOT =
                           "INVOICED"
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE '{"error":"Validation failed",'
                           & '"message":"order has not been'
                           & ' invoiced"}'
                           TO RESULT-OUTPUT
                   ELSE
      *    What was billed is the amount plus its share of the
      *    invoice tax, and a credit may give back up to all of it.
                       MOVE MODEL-KEY TO WS-TAX-ORDER-KEY
                       PERFORM READ-INVOICED-TAX
                       COMPUTE WS-CREDIT-ORDER-AMOUNT
                           = MODEL-AMOUNT + WS-INVOICED-TAX
                       IF MODEL-INVOICE-NUMBER IS NUMERIC
                           MOVE MODEL-INVOICE-NUMBER
                               TO WS-CREDIT-ORDER-INVOICE
                       END-IF
                   END-IF
               END-IF
               CLOSE DATABASE-FILE
           ELSE
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH.

      *    Live credits already standing against the order, one
      *    keyed START on the credits file's by-order index.
       SUM-CREDITS-FOR-ORDER.
           MOVE 0 TO WS-CREDITS-SO-FAR
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
           MOVE CREDITS-PATH TO DATABASE-PATH
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-NEW-ORDER-REF TO MODEL-CREDITED-ORDER-KEY
               START DATABASE-FILE KEY IS = MODEL-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO DB-FILE-STATUS
               END-START
               PERFORM UNTIL DB-FILE-STATUS NOT = "00"
                   READ DATABASE-FILE NEXT RECORD
                       AT END MOVE "10" TO DB-FILE-STATUS
                   END-READ
                   IF DB-FILE-STATUS = "00"
                       IF MODEL-CREDITED-ORDER-KEY
                               NOT = WS-NEW-ORDER-REF
                           MOVE "10" TO DB-FILE-STATUS
                       ELSE
                           IF MODEL-DELETED-AT = SPACES
                               ADD MODEL-AMOUNT TO WS-CREDITS-SO-FAR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH.

      *    One register line per credit memo issued or voided,
      *    alongside the invoice lines invoice:generate writes:
      *    CRMKEY|TIMESTAMP|CUSTOMERKEY|INVOICENO|-AMOUNT|ORDERKEY|
      *    REASON|-TAX. The key's CRM- prefix tells it from an
      *    invoice line; the amount is signed so the register nets
      *    as it reads, and a void carries the amount back with
      *    reason VOIDED. The memo gives back goods and tax in the
      *    proportion the order was billed them, and -TAX is the tax
      *    part of -AMOUNT, so gl:post can return it to the tax
      *    account. Runs once the credits file is closed again,
      *    since the customer is looked up through the same FD.
       APPEND-CREDIT-REGISTER.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-NOW
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
           MOVE ORDERS-PATH TO DATABASE-PATH
           MOVE SPACES TO WS-CREDIT-CUSTOMER WS-FX-CURRENCY
           MOVE 0 TO WS-CREDIT-ORDER-AMOUNT
           MOVE MODEL-RECORD TO WS-SELECTED-RECORD
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE MODEL-CREDITED-ORDER-KEY TO MODEL-KEY
               READ DATABASE-FILE KEY IS MODEL-KEY
               IF DB-FILE-STATUS = "00"
                   MOVE MODEL-CUSTOMER-KEY TO WS-CREDIT-CUSTOMER
                   MOVE MODEL-CURRENCY TO WS-FX-CURRENCY
                   MOVE MODEL-AMOUNT TO WS-CREDIT-ORDER-AMOUNT
               END-IF
               CLOSE DATABASE-FILE
           END-IF
           MOVE WS-SELECTED-RECORD TO MODEL-RECORD
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH

      *    The register is the books' record, kept in base: a credit
      *    on a foreign-currency invoice reverses it at the rate it
      *    was booked at.
           MOVE MODEL-CREDITED-ORDER-KEY TO WS-TAX-ORDER-KEY
           PERFORM READ-INVOICED-TAX
           MOVE 0 TO WS-MEMO-TAX
           IF WS-INVOICED-TAX > 0
               COMPUTE WS-MEMO-TAX ROUNDED = MODEL-AMOUNT
                   * WS-INVOICED-TAX
                   / (WS-CREDIT-ORDER-AMOUNT + WS-INVOICED-TAX)
           END-IF
           MOVE MODEL-AMOUNT TO WS-BOOKED-BASE
           IF WS-FX-CURRENCY NOT = SPACES
               MOVE MODEL-CREDITED-ORDER-KEY TO WS-FX-ORDER-KEY
               PERFORM READ-BOOKED-RATE
               IF WS-BOOKED-RATE > 0
                   COMPUTE WS-BOOKED-BASE ROUNDED
                       = MODEL-AMOUNT * WS-BOOKED-RATE
                   COMPUTE WS-MEMO-TAX ROUNDED
                       = WS-MEMO-TAX * WS-BOOKED-RATE
               END-IF
           END-IF
           IF WS-MEMO-TAX > WS-BOOKED-BASE
               MOVE WS-BOOKED-BASE TO WS-MEMO-TAX
           END-IF
           IF WS-REGISTER-REASON = "VOIDED"
               MOVE WS-BOOKED-BASE TO WS-REGISTER-AMOUNT
               MOVE WS-MEMO-TAX TO WS-REGISTER-TAX
           ELSE
               COMPUTE WS-REGISTER-AMOUNT = 0 - WS-BOOKED-BASE
               COMPUTE WS-REGISTER-TAX = 0 - WS-MEMO-TAX
           END-IF

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           MOVE SPACES TO REGISTER-LINE
           STRING FUNCTION TRIM(MODEL-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDIT-CUSTOMER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(MODEL-CREDIT-INVOICE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REGISTER-AMOUNT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(MODEL-CREDITED-ORDER-KEY)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REGISTER-REASON) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REGISTER-TAX) DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE.

      *    Totals the customer's open exposure and refuses the write
      *    if this order would push it past the limit. Open means a
      *    live order still moving through the lifecycle (NEW,
                       ADD 1 TO WS-INVOICED-USED
                       MOVE MODEL-KEY
                           TO WS-INVOICED-KEY(WS-INVOICED-USED)
                       MOVE MODEL-KEY TO WS-TAX-ORDER-KEY
                       PERFORM READ-INVOICED-TAX
                       COMPUTE WS-INVOICED-AMT(WS-INVOICED-USED)
                           = MODEL-AMOUNT + WS-INVOICED-TAX
                       MOVE 0 TO WS-INVOICED-SETTLED(WS-INVOICED-USED)
                   END-IF
               WHEN OTHER
                   ADD MODEL-AMOUNT TO WS-EXPOSURE
           END-EVALUATE.

      *    The payments and credits files share the alternate-key
      *    byte positions with orders - the first extension field of
      *    either is the order it settles - so each invoiced order's
      *    payments and credits are one keyed START away. What they
      *    settle between them comes off the invoiced amount; a file
      *    not yet created settles nothing.
       TALLY-INVOICED-REMAINDERS.
           MOVE PAYMENTS-PATH TO DATABASE-PATH
           PERFORM SUM-INVOICED-SETTLEMENTS
           MOVE CREDITS-PATH TO DATABASE-PATH
           PERFORM SUM-INVOICED-SETTLEMENTS
           PERFORM VARYING WS-INVOICED-IX FROM 1 BY 1
                   UNTIL WS-INVOICED-IX > WS-INVOICED-USED
               IF WS-INVOICED-SETTLED(WS-INVOICED-IX)
                       < WS-INVOICED-AMT(WS-INVOICED-IX)
                   COMPUTE WS-EXPOSURE = WS-EXPOSURE
                       + WS-INVOICED-AMT(WS-INVOICED-IX)
                       - WS-INVOICED-SETTLED(WS-INVOICED-IX)
               END-IF
           END-PERFORM.

       SUM-INVOICED-SETTLEMENTS.
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               PERFORM VARYING WS-INVOICED-IX FROM 1 BY 1
                       UNTIL WS-INVOICED-IX > WS-INVOICED-USED
                   PERFORM SUM-ONE-INVOICED-SETTLEMENT
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF.

       SUM-ONE-INVOICED-SETTLEMENT.
           MOVE WS-INVOICED-KEY(WS-INVOICED-IX)
               TO MODEL-CUSTOMER-KEY
           START DATABASE-FILE KEY IS = MODEL-CUSTOMER-KEY
                       MOVE "10" TO DB-FILE-STATUS
                   ELSE
                       IF MODEL-DELETED-AT = SPACES
                           ADD MODEL-AMOUNT
                               TO WS-INVOICED-SETTLED(WS-INVOICED-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO DB-FILE-STATUS.

      *    Carries parsed model-specific fields into the record's
      *    extension area. On UPDATE only fields the caller actually
                       MOVE WS-NEW-CREDIT-LIMIT
                           TO MODEL-CREDIT-LIMIT
                   END-IF
                   IF DUNNING-WAS-PROVIDED
                       MOVE WS-NEW-DUNNING-LEVEL
                           TO MODEL-DUNNING-LEVEL
                   END-IF
                   IF DUNNED-WAS-PROVIDED
                       MOVE WS-NEW-DUNNING-DATE
                           TO MODEL-DUNNING-DATE
                   END-IF
                   IF HOLD-WAS-PROVIDED
                       MOVE WS-NEW-HOLD TO MODEL-CREDIT-HOLD
                   END-IF
               WHEN MODEL-IS-ORDER
                   IF CUSTOMER-WAS-PROVIDED
                       MOVE WS-NEW-CUSTOMER TO MODEL-CUSTOMER-KEY
                   IF STATUS-WAS-PROVIDED
                       MOVE WS-NEW-STATUS TO MODEL-ORDER-STATUS
                   END-IF
                   IF SHIPTO-WAS-PROVIDED
                       MOVE WS-NEW-SHIP-TO TO MODEL-SHIP-TO
                   END-IF
                   IF PROMO-WAS-PROVIDED
                       MOVE WS-NEW-PROMO TO MODEL-PROMO-CODE
                   END-IF
                   IF REP-WAS-PROVIDED
                       MOVE WS-NEW-REP TO MODEL-SALES-REP
                   END-IF
                   IF CURRENCY-WAS-PROVIDED
                       MOVE WS-NEW-CURRENCY TO MODEL-CURRENCY
                   END-IF
                   IF INVOICE-WAS-PROVIDED AND NOT INVOICE-IS-INVALID
      *    A newly stamped invoice number dates the debt; resending
      *    the same number leaves the original date alone.
                       IF WS-NEW-INVOICE NOT = SPACES
                           AND WS-NEW-INVOICE NOT = MODEL-INVOICE-NUMBER
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-DEFAULT-DATE
                           MOVE SPACES TO MODEL-INVOICE-DATE
                           STRING WS-DEFAULT-DATE(1:4) "-"
                               WS-DEFAULT-DATE(5:2) "-"
                               WS-DEFAULT-DATE(7:2)
                               DELIMITED BY SIZE
                               INTO MODEL-INVOICE-DATE
                       END-IF
                       MOVE WS-NEW-INVOICE TO MODEL-INVOICE-NUMBER
                   END-IF
               WHEN MODEL-IS-PAYMENT
                   IF ORDER-REF-WAS-PROVIDED
                       MOVE WS-NEW-ORDER-REF
                   IF METHOD-WAS-PROVIDED
                       MOVE WS-NEW-METHOD TO MODEL-PAYMENT-METHOD
                   END-IF
                   IF PAY-VALUE-PREPARED
                       MOVE WS-PAY-FX TO MODEL-PAYMENT-FX
                   END-IF
               WHEN MODEL-IS-CREDIT
                   MOVE WS-NEW-ORDER-REF TO MODEL-CREDITED-ORDER-KEY
                   MOVE WS-NEW-ORDER-DATE TO MODEL-CREDIT-DATE
                   MOVE WS-NEW-REASON TO MODEL-CREDIT-REASON
                   MOVE WS-NEW-INVOICE TO MODEL-CREDIT-INVOICE
               WHEN MODEL-IS-PRODUCT
                   IF UOM-WAS-PROVIDED
                       MOVE WS-NEW-UOM TO MODEL-PRODUCT-UOM
                   END-IF
                   IF ACTIVE-WAS-PROVIDED
                       MOVE WS-NEW-ACTIVE TO MODEL-PRODUCT-ACTIVE
                   END-IF
           END-EVALUATE.

      *    Hands the write just committed to AUDITLOG with its before
               END-IF

      *    Same month-end lock as DO-UPDATE: retiring an order out
      *    of a closed month changes the closed numbers too, and so
      *    does voiding a credit memo dated in one.
               MOVE "N" TO WS-PERIOD-LOCK-FLAG
               IF DB-FILE-STATUS = "00"
                   AND (MODEL-IS-ORDER OR MODEL-IS-CREDIT)
                   PERFORM CHECK-PERIOD-LOCK
               END-IF

      *    An order with goods already out cannot be retired - the
      *    same rule that refuses cancelling it.
               MOVE "N" TO WS-SHIP-BLOCK-FLAG
               IF DB-FILE-STATUS = "00" AND NOT ORDER-PERIOD-LOCKED
                   AND MODEL-IS-ORDER
                   AND MODEL-ORDER-STATUS = "APPROVED"
                   MOVE "CHECK-NONE" TO WS-SHIP-ACTION
                   PERFORM CALL-SHIP-STATUS
                   IF WS-SHIP-RESULT(1:9) = '{"error":'
                       SET SHIPMENTS-BLOCK-CHANGE TO TRUE
                       MOVE WS-SHIP-RESULT TO RESULT-OUTPUT
                   END-IF
               END-IF

               IF DB-FILE-STATUS = "00"
                   AND NOT ORDER-PERIOD-LOCKED
                   AND NOT SHIPMENTS-BLOCK-CHANGE
                   MOVE MODEL-NAME TO WS-BEFORE-NAME
                   MOVE MODEL-AMOUNT TO WS-BEFORE-AMOUNT
                   MOVE FUNCTION CURRENT-DATE(1:19)
                   IF DB-FILE-STATUS = "00"
                       MOVE "DELETE" TO WS-AUDIT-ACTION
                       PERFORM JOURNAL-DATA-WRITE
                       IF MODEL-IS-ORDER
                           AND MODEL-ORDER-STATUS = "APPROVED"
                           MOVE "RELEASE" TO WS-STOCK-ACTION
                           PERFORM CALL-ORDER-STOCK
                       END-IF
      *    A retired order leaves the approval queue with it.
                       IF MODEL-IS-ORDER
                           AND MODEL-ORDER-STATUS = "AWAITING"
                           MOVE "CANCELLED" TO WS-APPROVAL-STATE
                           PERFORM SAVE-ORDER-APPROVAL
                       END-IF
                       IF MODEL-IS-CREDIT
                           MOVE "VOIDED" TO WS-REGISTER-REASON
                       END-IF
                       MOVE SPACES TO RESULT-OUTPUT
                       STRING '{"status":"deleted","key":"'
                           FUNCTION TRIM(MODEL-KEY)
                   END-IF
               ELSE
                   IF NOT ORDER-PERIOD-LOCKED
                       AND NOT SHIPMENTS-BLOCK-CHANGE
                       MOVE '{"error":"Record not found"}'
                           TO RESULT-OUTPUT
                   END-IF
               END-IF
               CLOSE DATABASE-FILE
               IF WS-REGISTER-REASON NOT = SPACES
                   PERFORM APPEND-CREDIT-REGISTER
               END-IF
           END-IF.

      *    Filters against DATABASE-PATH using KEY: for a direct
      *    is still open" without the caller sweeping /api/payments.
      *    The order record rides out the sweep in WS-SELECTED-RECORD
      *    because the payments reads land in the same FD area.
      *    Credit memos against the order come off the balance too,
      *    totalled on their own so paid stays a cash figure. Once
      *    invoiced the order owes its share of the invoice tax as
      *    well, and the balance starts from both.
       SUM-ORDER-PAYMENTS.
           MOVE "N" TO WS-PAID-SUMMED-FLAG
           MOVE MODEL-RECORD TO WS-SELECTED-RECORD
           MOVE MODEL-AMOUNT TO WS-ORDER-AMOUNT
           MOVE 0 TO WS-INVOICED-TAX
           IF FUNCTION TRIM(MODEL-ORDER-STATUS) = "INVOICED"
               MOVE WS-NEW-KEY TO WS-TAX-ORDER-KEY
               PERFORM READ-INVOICED-TAX
           END-IF
           MOVE 0 TO WS-PAID-TOTAL
           MOVE 0 TO WS-CREDITED-TOTAL
           MOVE DATABASE-PATH TO WS-SAVED-DB-PATH
           MOVE PAYMENTS-PATH TO DATABASE-PATH
           OPEN INPUT DATABASE-FILE
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF
           MOVE CREDITS-PATH TO DATABASE-PATH
           OPEN INPUT DATABASE-FILE
           IF DB-FILE-STATUS = "00"
               MOVE WS-NEW-KEY TO MODEL-CREDITED-ORDER-KEY
               START DATABASE-FILE KEY IS = MODEL-CUSTOMER-KEY
                   INVALID KEY MOVE "10" TO DB-FILE-STATUS
               END-START
               PERFORM UNTIL DB-FILE-STATUS NOT = "00"
                   READ DATABASE-FILE NEXT RECORD
                       AT END MOVE "10" TO DB-FILE-STATUS
                   END-READ
                   IF DB-FILE-STATUS = "00"
                       IF MODEL-CREDITED-ORDER-KEY NOT = WS-NEW-KEY
                           MOVE "10" TO DB-FILE-STATUS
                       ELSE
                           IF MODEL-DELETED-AT = SPACES
                               ADD MODEL-AMOUNT TO WS-CREDITED-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DATABASE-FILE
           END-IF
           MOVE WS-SAVED-DB-PATH TO DATABASE-PATH
           MOVE WS-SELECTED-RECORD TO MODEL-RECORD
           COMPUTE WS-OPEN-BALANCE = WS-ORDER-AMOUNT + WS-INVOICED-TAX
               - WS-PAID-TOTAL - WS-CREDITED-TOTAL
           MOVE "Y" TO WS-PAID-SUMMED-FLAG.

       SCAN-ALL-ROWS.
           IF MIN-AMOUNT-WAS-PROVIDED
               AND MODEL-AMOUNT < WS-FILTER-MIN-AMT
               MOVE "N" TO WS-ROW-MATCH
           END-IF
           IF MODEL-IS-CREDIT AND ORDER-REF-WAS-PROVIDED
               AND MODEL-CREDITED-ORDER-KEY NOT = WS-NEW-ORDER-REF
               MOVE "N" TO WS-ROW-MATCH
           END-IF
           IF MODEL-IS-PRODUCT AND ACTIVE-WAS-PROVIDED
               AND MODEL-PRODUCT-ACTIVE NOT = WS-NEW-ACTIVE
               MOVE "N" TO WS-ROW-MATCH
           END-IF.

      *    Unsorted listings render a row the moment it qualifies,
                   INTO WS-ROW-EXTRA WITH POINTER WS-ROW-EXTRA-PTR
               PERFORM BUILD-MODEL-FIELD-FRAGMENT
               IF ORDER-PAID-WAS-SUMMED
                   IF WS-INVOICED-TAX > 0
                       MOVE WS-INVOICED-TAX TO WS-PAID-DISP
                       STRING ',"tax":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PAID-DISP)
                               DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
                   MOVE WS-PAID-TOTAL TO WS-PAID-DISP
                   MOVE WS-CREDITED-TOTAL TO WS-CREDITED-DISP
                   MOVE WS-OPEN-BALANCE TO WS-BALANCE-DISP
                   STRING ',"paid":' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAID-DISP) DELIMITED BY SIZE
                       ',"credited":' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CREDITED-DISP)
                           DELIMITED BY SIZE
                       ',"balance":' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BALANCE-DISP)
                           DELIMITED BY SIZE

      *    The model-specific slice of a record's JSON, appended to
      *    whatever WS-ROW-EXTRA already holds: a customer's email,
      *    an order's customer/order_date/status (and invoice once
      *    billed), a credit memo's order/date/reason/invoice.
       BUILD-MODEL-FIELD-FRAGMENT.
           EVALUATE TRUE
               WHEN MODEL-IS-CUSTOMER
                       '"' DELIMITED BY SIZE
                       INTO WS-ROW-EXTRA
                       WITH POINTER WS-ROW-EXTRA-PTR
                   IF MODEL-INVOICE-NUMBER IS NUMERIC
                       STRING ',"invoice":"INV-' DELIMITED BY SIZE
                           MODEL-INVOICE-NUMBER DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
                   IF MODEL-SHIP-TO IS NUMERIC AND MODEL-SHIP-TO > 0
                       MOVE MODEL-SHIP-TO TO WS-SHIP-TO-DISP
                       STRING ',"ship_to":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SHIP-TO-DISP)
                               DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
                   IF MODEL-PROMO-CODE NOT = SPACES
                       STRING ',"promo":"' DELIMITED BY SIZE
                           FUNCTION TRIM(MODEL-PROMO-CODE)
                               DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
                   IF MODEL-SALES-REP NOT = SPACES
                       STRING ',"sales_rep":"' DELIMITED BY SIZE
                           FUNCTION TRIM(MODEL-SALES-REP)
                               DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
                   IF MODEL-CURRENCY NOT = SPACES
                       STRING ',"currency":"' DELIMITED BY SIZE
                           MODEL-CURRENCY DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
               WHEN MODEL-IS-PAYMENT
                   STRING ',"order":"' DELIMITED BY SIZE
                       FUNCTION TRIM(MODEL-PAID-ORDER-KEY)
                       '"' DELIMITED BY SIZE
                       INTO WS-ROW-EXTRA
                       WITH POINTER WS-ROW-EXTRA-PTR
                   IF MODEL-PAYMENT-CURRENCY NOT = SPACES
                       AND MODEL-PAYMENT-BASE-AMOUNT IS NUMERIC
                       AND MODEL-PAYMENT-FX-GAIN IS NUMERIC
                       MOVE MODEL-PAYMENT-BASE-AMOUNT
                           TO WS-LIMIT-DISPLAY
                       MOVE MODEL-PAYMENT-FX-GAIN TO WS-FX-GAIN-DISP
                       STRING ',"currency":"' DELIMITED BY SIZE
                           MODEL-PAYMENT-CURRENCY DELIMITED BY SIZE
                           '","base_amount":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LIMIT-DISPLAY)
                               DELIMITED BY SIZE
                           ',"fx_gain":' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FX-GAIN-DISP)
                               DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
               WHEN MODEL-IS-CREDIT
                   STRING ',"order":"' DELIMITED BY SIZE
                       FUNCTION TRIM(MODEL-CREDITED-ORDER-KEY)
                           DELIMITED BY SIZE
                       '","credit_date":"' DELIMITED BY SIZE
                       FUNCTION TRIM(MODEL-CREDIT-DATE)
                           DELIMITED BY SIZE
                       '","reason":"' DELIMITED BY SIZE
                       FUNCTION TRIM(MODEL-CREDIT-REASON)
                           DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO WS-ROW-EXTRA
                       WITH POINTER WS-ROW-EXTRA-PTR
                   IF MODEL-CREDIT-INVOICE IS NUMERIC
                       STRING ',"invoice":"INV-' DELIMITED BY SIZE
                           MODEL-CREDIT-INVOICE DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           INTO WS-ROW-EXTRA
                           WITH POINTER WS-ROW-EXTRA-PTR
                   END-IF
               WHEN MODEL-IS-PRODUCT
                   STRING ',"sku":"' DELIMITED BY SIZE
                       FUNCTION TRIM(MODEL-KEY(5:)) DELIMITED BY SIZE
                       '","uom":"' DELIMITED BY SIZE
                       FUNCTION TRIM(MODEL-PRODUCT-UOM)
                           DELIMITED BY SIZE
                       '","active":"' DELIMITED BY SIZE
                       MODEL-PRODUCT-ACTIVE DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO WS-ROW-EXTRA
                       WITH POINTER WS-ROW-EXTRA-PTR
           END-EVALUATE.

      *    The opted-out message types, in the form OPTOUT takes.
       ADD-MAIL-OPT-OUT-FRAGMENT.
           MOVE SPACES TO WS-OPT-OUT-LIST
           MOVE 1 TO WS-OPT-OUT-PTR
           IF PROF-ORDER-MAIL-OFF
               STRING ",order" DELIMITED BY SIZE
                   INTO WS-OPT-OUT-LIST WITH POINTER WS-OPT-OUT-PTR
           END-IF
           IF PROF-SHIPMENT-MAIL-OFF
               STRING ",shipment" DELIMITED BY SIZE
                   INTO WS-OPT-OUT-LIST WITH POINTER WS-OPT-OUT-PTR
           END-IF
           IF PROF-INVOICE-MAIL-OFF
               STRING ",invoice" DELIMITED BY SIZE
                   INTO WS-OPT-OUT-LIST WITH POINTER WS-OPT-OUT-PTR
           END-IF
           IF PROF-DUNNING-MAIL-OFF
               STRING ",dunning" DELIMITED BY SIZE
                   INTO WS-OPT-OUT-LIST WITH POINTER WS-OPT-OUT-PTR
           END-IF
           STRING ',"mail_opt_out":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPT-OUT-LIST(2:)) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-ROW-EXTRA
               WITH POINTER WS-ROW-EXTRA-PTR.

       BUILD-RECORD-RESULT.
           MOVE MODEL-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE MODEL-VERSION TO WS-VERSION-DISP
           MOVE SPACES TO WS-ROW-EXTRA
           MOVE 1 TO WS-ROW-EXTRA-PTR
           PERFORM BUILD-MODEL-FIELD-FRAGMENT
      *    The single-record view of a customer also shows the tax
      *    profile; listings leave it out to keep a page inside the
      *    result buffer.
           IF MODEL-IS-CUSTOMER
               MOVE MODEL-KEY TO WS-PROFILE-KEY
               PERFORM READ-CUSTOMER-PROFILE
               IF PROFILE-ON-FILE
                   STRING ',"tax_region":"' DELIMITED BY SIZE
                       FUNCTION TRIM(PROF-TAX-REGION)
                           DELIMITED BY SIZE
                       '","tax_exempt":"' DELIMITED BY SIZE
                       PROF-TAX-EXEMPT DELIMITED BY SIZE
                       '","exemption_certificate":"'
                           DELIMITED BY SIZE
                       FUNCTION TRIM(PROF-EXEMPT-CERT)
                           DELIMITED BY SIZE
                       '","price_tier":"' DELIMITED BY SIZE
                       FUNCTION TRIM(PROF-PRICE-TIER)
                           DELIMITED BY SIZE
                       '","sales_rep":"' DELIMITED BY SIZE
                       FUNCTION TRIM(PROF-SALES-REP)
                           DELIMITED BY SIZE
                       '","currency":"' DELIMITED BY SIZE
                       FUNCTION TRIM(PROF-CURRENCY)
                           DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO WS-ROW-EXTRA
                       WITH POINTER WS-ROW-EXTRA-PTR
                   IF PROF-ORDER-MAIL-OFF OR PROF-SHIPMENT-MAIL-OFF
                       OR PROF-INVOICE-MAIL-OFF
                       OR PROF-DUNNING-MAIL-OFF
                       PERFORM ADD-MAIL-OPT-OUT-FRAGMENT
                   END-IF
               END-IF
           END-IF
      *    The single-record view of an order names the customer's
      *    PO it was placed under, if there was one.
           IF MODEL-IS-ORDER
               PERFORM READ-ORDER-PO
               IF WS-NEW-PO NOT = SPACES
                   STRING ',"po_number":"' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NEW-PO) DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO WS-ROW-EXTRA
                       WITH POINTER WS-ROW-EXTRA-PTR
               END-IF
           END-IF
      *    Collections state shows only once there is some, so a
      *    customer who always pays reads exactly as before.
           IF MODEL-IS-CUSTOMER
               AND (MODEL-CREDIT-HOLD = "Y"
                   OR (MODEL-DUNNING-LEVEL NOT = SPACES
                       AND MODEL-DUNNING-LEVEL NOT = "0"))
               STRING ',"dunning_level":"' DELIMITED BY SIZE
                   MODEL-DUNNING-LEVEL DELIMITED BY SIZE
                   '","dunning_date":"' DELIMITED BY SIZE
                   FUNCTION TRIM(MODEL-DUNNING-DATE)
                       DELIMITED BY SIZE
                   '","credit_hold":"' DELIMITED BY SIZE
                   MODEL-CREDIT-HOLD DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-ROW-EXTRA
                   WITH POINTER WS-ROW-EXTRA-PTR
           END-IF
           MOVE SPACES TO RESULT-OUTPUT
           STRING '{"key":"' FUNCTION TRIM(MODEL-KEY)
               '","name":"' FUNCTION TRIM(MODEL-NAME)

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

      *    Approved drop-ship lines with the customer's ship-to
      *    address: PURCHASING raises a supplier PO for each one. The
      *    line still goes to FULFILLMENT (flagged), which bills it
      *    when the supplier confirms the shipment.
           SELECT DROP-SHIP-LINE-FILE
               ASSIGN TO 'dropship-lines.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSL-STATUS.

      *    Persistent backorder queue: an insufficient-stock order is
      *    no longer just rejected to the report - it waits here, with
      *    its original order date, until BACKORDER-RELEASE frees it
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      *    Warehouses we ship from (the first record is the default
      *    location) and the stock each holds per product: a line is
      *    allocated to the warehouse nearest the customer that can
      *    cover it, falling back to the others.
           SELECT WAREHOUSE-FILE
               ASSIGN TO 'warehouses.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHS-STATUS.

           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'stock-locations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS WS-SLC-STATUS.

      *    Sales quotations as left by the last QUOTE-CONVERT run: a
      *    line converted from a quote keeps its quoted price instead
      *    of being checked against the price list.
           SELECT QUOTATION-FILE
               ASSIGN TO 'quotations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUO-STATUS.

      *    Kits: a product with bill-of-materials rows is sold as one
      *    line but stocked as its components.
           SELECT BILL-OF-MATERIALS-FILE
               ASSIGN TO 'bill-of-materials.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

      *    Monthly customer risk rating kept by the bank's CUSTRISK
      *    run (RISKRATE): overdrafts, bounced payments, returned
      *    items, dunning and KYC/AML history in one grade, A to E.
      *    Absent = screening on credit limit and dunning as before.
           SELECT CUSTOMER-RISK-FILE
               ASSIGN TO RISKRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-CUST-ID
               FILE STATUS IS WS-RSK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Order intake is now a header record ('H': order id,
               10  ORD-H-CUSTOMER-ID PIC X(8).
               10  ORD-H-ORDER-DATE PIC X(10).
               10  ORD-H-PRIORITY   PIC X(1).
      *        Quotation the order was converted from (QUOTE-CONVERT);
      *        blank for an order keyed or bridged in the usual way.
               10  ORD-H-QUOTE-NUMBER PIC X(8).
      *        Sales rep credited with the order; blank = the
      *        customer's own rep (CUST-SALES-REP).
               10  ORD-H-SALES-REP  PIC X(6).
               10  FILLER           PIC X(1).
           05  ORD-LINE-BODY REDEFINES ORD-INPUT-BODY.
               10  ORD-L-ORDER-ID   PIC X(10).
               10  ORD-L-LINE-NUMBER PIC 9(3).
           05  PROD-DESCRIPTION     PIC X(30).
           05  PROD-QTY-ON-HAND     PIC 9(7).
           05  PROD-REORDER-POINT   PIC 9(7).
      *    Sales-tax taxability, read by AR-PROCESSOR at invoicing:
      *    'N' not taxable; 'T' (or blank on older records) taxable.
           05  PROD-TAX-CODE        PIC X(1).
      *    Shipping weight (lb) and carton size (in) of one unit,
      *    rated by FULFILLMENT for freight.
           05  PROD-UNIT-WEIGHT     PIC 9(3)V99.
           05  PROD-LENGTH          PIC 9(3)V9.
           05  PROD-WIDTH           PIC 9(3)V9.
           05  PROD-HEIGHT          PIC 9(3)V9.
      *    Replenishment plan recalculated monthly by REORDER-PLAN
      *    from sales history and supplier lead time; PROD-PLAN-LOCK
      *    'Y' marks an item the planners manage by hand.
           05  PROD-SAFETY-STOCK    PIC 9(7).
           05  PROD-ORDER-QTY       PIC 9(7).
           05  PROD-PLAN-LOCK       PIC X(1).
      *    Product group for margin and rebate reporting; blank =
      *    ungrouped.
           05  PROD-GROUP-CODE      PIC X(4).
      *    'Y' = shipped to the customer straight from the
      *    supplier (drop-ship): never stocked, never picked.
           05  PROD-DROP-SHIP       PIC X(1).
               88  PROD-IS-DROP-SHIP VALUE 'Y'.

       FD  REJECTED-ORDERS-FILE
           RECORDING MODE IS F
      *    Dunning escalation level (0-3), advanced by DUNNING as the
      *    item ages past the configured thresholds.
           05  ARO-DUNNING-LEVEL    PIC 9(1).
           05  ARO-TAX-AMOUNT       PIC S9(7)V99.
           05  ARO-FREIGHT-AMOUNT   PIC S9(5)V99.
      *    Sales rep and product group the item's commission is
      *    credited to; blank on items that earn none.
           05  ARO-SALES-REP        PIC X(6).
           05  ARO-GROUP-CODE       PIC X(4).


      *    Same layout as written by DUNNING.
           05  CHF-CUSTOMER-ID      PIC X(8).
           05  FILLER               PIC X(8).

      *    Same layout as maintained by CUSTRISK; only the current
      *    grade is used here.
       FD  CUSTOMER-RISK-FILE.
       01  CUSTOMER-RISK-RECORD.
           05  RR-CUST-ID           PIC 9(10).
           05  RR-CURRENT-GRADE     PIC X(1).
           05  RR-CURRENT-SCORE     PIC 9(3).
           05  RR-RATING-DATE       PIC 9(8).
           05  FILLER               PIC X(178).

       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-RECORD.
           05  PRL-PRODUCT-CODE     PIC X(6).
           05  APL-QUANTITY         PIC 9(5).
           05  APL-NET-AMOUNT       PIC 9(9)V99.
           05  APL-PRIORITY         PIC X(1).
      *    Warehouse the line was allocated to ship from.
           05  APL-WAREHOUSE        PIC X(3).
      *    'Y' = shipped by the supplier (no warehouse, no pick).
           05  APL-DROP-SHIP        PIC X(1).
           05  FILLER               PIC X(2).
      *    Sales rep the line's commission is credited to.
           05  APL-SALES-REP        PIC X(6).

      *    Same layout as read by PURCHASING.
       FD  DROP-SHIP-LINE-FILE.
       01  DROP-SHIP-LINE-RECORD.
           05  DSL-ORDER-ID         PIC X(10).
           05  DSL-LINE-NUMBER      PIC 9(3).
           05  DSL-CUSTOMER-ID      PIC X(8).
           05  DSL-ORDER-DATE       PIC X(10).
           05  DSL-PRODUCT-CODE     PIC X(6).
           05  DSL-QUANTITY         PIC 9(5).
           05  DSL-NET-AMOUNT       PIC 9(9)V99.
           05  DSL-PRIORITY         PIC X(1).
           05  DSL-SHIP-TO-NAME     PIC X(50).
           05  DSL-SHIP-TO-STREET   PIC X(40).
           05  DSL-SHIP-TO-CITY     PIC X(30).
           05  DSL-SHIP-TO-STATE    PIC X(2).
           05  DSL-SHIP-TO-ZIP      PIC X(5).
           05  FILLER               PIC X(9).

      *    Same layout as in BACKORDER-RELEASE, which consumes and
      *    rewrites this queue.
           05  POR-EXPECTED-DATE    PIC 9(8).
           05  POR-STATUS           PIC X(1).
               88  POR-OPEN         VALUE 'O'.
           05  POR-UNIT-PRICE       PIC 9(5)V99.
           05  POR-QTY-INVOICED     PIC 9(7).

       FD  PROMISE-REPORT-FILE.
       01  PROMISE-REPORT-LINE      PIC X(100).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WHS-ID               PIC X(3).
           05  WHS-NAME             PIC X(30).
           05  WHS-ZIP              PIC 9(5).
           05  FILLER               PIC X(12).

      *    On-hand per product and warehouse; the product master's
      *    PROD-QTY-ON-HAND stays the company-wide total. In-transit
      *    is stock shipped by STOCK-TRANSFER towards this warehouse
      *    and not yet received.
       FD  STOCK-LOCATION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STOCK-LOCATION-RECORD.
           05  SLC-KEY.
               10  SLC-PRODUCT-CODE PIC X(6).
               10  SLC-WAREHOUSE    PIC X(3).
           05  SLC-QTY-ON-HAND      PIC 9(7).
           05  SLC-QTY-IN-TRANSIT   PIC 9(7).
           05  FILLER               PIC X(9).

      *    Same layout as maintained by QUOTE-CONVERT.
       FD  QUOTATION-FILE.
       01  QUOTATION-RECORD.
           05  QUO-RECORD-TYPE      PIC X(1).
               88  QUO-IS-HEADER    VALUE 'H'.
               88  QUO-IS-LINE      VALUE 'L'.
           05  QUO-INPUT-BODY       PIC X(59).
           05  QUO-HEADER-BODY REDEFINES QUO-INPUT-BODY.
               10  QUO-H-QUOTE-NUMBER PIC X(8).
               10  QUO-H-CUSTOMER-ID PIC X(8).
               10  QUO-H-QUOTE-DATE PIC 9(8).
               10  QUO-H-EXPIRY-DATE PIC 9(8).
               10  QUO-H-STATUS     PIC X(1).
                   88  QUO-CONVERTED VALUE 'C'.
               10  QUO-H-SALES-REP  PIC X(6).
               10  QUO-H-ORDER-ID   PIC X(10).
               10  QUO-H-CLOSED-DATE PIC 9(8).
               10  FILLER           PIC X(2).
           05  QUO-LINE-BODY REDEFINES QUO-INPUT-BODY.
               10  QUO-L-QUOTE-NUMBER PIC X(8).
               10  QUO-L-LINE-NUMBER PIC 9(3).
               10  QUO-L-PRODUCT-CODE PIC X(6).
               10  QUO-L-QUANTITY   PIC 9(5).
               10  QUO-L-QUOTED-PRICE PIC 9(7)V99.
               10  QUO-L-DISCOUNT-RATE PIC 99V99.
               10  FILLER           PIC X(24).

      *    One row per component of a kit: kit code, component code,
      *    component units in one kit. Same layout in FULFILLMENT,
      *    BACKORDER-RELEASE and INVENTORY-COST.
       FD  BILL-OF-MATERIALS-FILE.
       01  BILL-OF-MATERIALS-RECORD.
           05  BOM-KIT-CODE         PIC X(6).
           05  BOM-COMPONENT-CODE   PIC X(6).
           05  BOM-QTY-PER-KIT      PIC 9(3).
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY REPORT-HEADER.
               88  PRIORITY-LOW     VALUE 'L'.
               88  PRIORITY-MEDIUM  VALUE 'M'.
               88  PRIORITY-HIGH    VALUE 'H'.
           05  QUOTE-NUMBER         PIC X(8).
           05  SALES-REP-ID         PIC X(6).
           05  LINE-NUMBER          PIC 9(3).
           05  PRODUCT-CODE         PIC X(6).
           05  QUANTITY             PIC 9(5).
           05  WS-PRM-STATUS        PIC XX.
           05  WS-PVR-STATUS        PIC XX.
           05  WS-CHL-STATUS        PIC XX.
           05  WS-WHS-STATUS        PIC XX.
           05  WS-SLC-STATUS        PIC XX.
           05  WS-QUO-STATUS        PIC XX.
           05  WS-BOM-STATUS        PIC XX.
           05  WS-DSL-STATUS        PIC XX.
           05  WS-RSK-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG          PIC X(1) VALUE 'N'.
           05  WS-STOCK-FOUND-FLAG  PIC X(1) VALUE 'N'.
               88  WS-STOCK-FOUND   VALUE 'Y'.
               88  WS-STOCK-NOT-FOUND VALUE 'N'.
      *    The line in hand is for a drop-ship product: no stock is
      *    checked, allocated or committed for it.
           05  WS-DROP-SHIP-FLAG    PIC X(1) VALUE 'N'.
               88  LINE-IS-DROP-SHIP VALUE 'Y'.

       01  WS-REJECT-CODE           PIC X(04) VALUE SPACES.
       01  WS-REJECT-REASON         PIC X(25) VALUE SPACES.
           05  WS-CUST-ID-NUM       PIC 9(10) VALUE 0.
           05  WS-PROJECTED-EXPOSURE PIC S9(11)V99 VALUE 0.
           05  WS-CREDIT-HOLDS      PIC 9(7) VALUE 0.
      *    Risk grade of the buyer: E holds every order like a level
      *    three dunning, D halves the credit limit the exposure is
      *    tested against.
           05  WS-RISK-GRADE        PIC X(1) VALUE SPACE.
               88  RISK-GRADE-CRITICAL VALUE 'E'.
               88  RISK-GRADE-WATCH VALUE 'D'.
           05  WS-EFFECTIVE-LIMIT   PIC S9(9)V99 VALUE 0.
           05  WS-RISK-HOLDS        PIC 9(7) VALUE 0.

      *    Open-order exposure accumulated per customer during this
      *    run, added on top of CUST-BALANCE before comparing to the
               10  WS-CMT-PRODUCT   PIC X(6).
               10  WS-CMT-QTY       PIC S9(9) COMP-3.

      *    Warehouses in master-file order, the first being the
      *    default ship-from.
       01  WS-WAREHOUSE-TABLE.
           05  WS-WHT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-WHT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-WHT-COUNT
                   INDEXED BY WS-WHT-IDX.
               10  WS-WHT-ID        PIC X(3).
               10  WS-WHT-ZIP3      PIC 9(3).

      *    Quantity committed tonight per product AND warehouse, so
      *    the location check sees what earlier lines already took
      *    from each warehouse.
       01  WS-LOC-COMMITTED-TABLE.
           05  WS-LCM-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-LCM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LCM-COUNT
                   INDEXED BY WS-LCM-IDX.
               10  WS-LCM-PRODUCT   PIC X(6).
               10  WS-LCM-WAREHOUSE PIC X(3).
               10  WS-LCM-QTY       PIC S9(9) COMP-3.

      *    Warehouse allocation of the line in hand. Distance is the
      *    gap between 3-digit ZIP prefixes; with no customer ZIP the
      *    warehouses rank in master-file order.
       01  WS-ALLOCATION-FIELDS.
           05  WS-ORD-CUST-ZIP      PIC 9(5) VALUE 0.
           05  WS-ORD-CUST-ZIP-PARTS REDEFINES WS-ORD-CUST-ZIP.
               10  WS-ORD-CUST-ZIP3 PIC 9(3).
               10  FILLER           PIC 9(2).
      *    The order's ship-to, handed to the supplier on drop-ship
      *    lines.
           05  WS-ORD-SHIP-TO.
               10  WS-ORD-SHIP-NAME   PIC X(50) VALUE SPACES.
               10  WS-ORD-SHIP-STREET PIC X(40) VALUE SPACES.
               10  WS-ORD-SHIP-CITY   PIC X(30) VALUE SPACES.
               10  WS-ORD-SHIP-STATE  PIC X(2) VALUE SPACES.
               10  WS-ORD-SHIP-ZIP    PIC X(5) VALUE SPACES.
           05  WS-DEFAULT-WAREHOUSE PIC X(3) VALUE '001'.
           05  WS-ALLOC-WAREHOUSE   PIC X(3) VALUE SPACES.
           05  WS-ALLOC-BEST-DIST   PIC 9(4) COMP-3 VALUE 0.
           05  WS-ALLOC-NEAREST-WHS PIC X(3) VALUE SPACES.
           05  WS-ALLOC-NEAREST-DIST PIC 9(4) COMP-3 VALUE 0.
           05  WS-ALLOC-MOST-WHS    PIC X(3) VALUE SPACES.
           05  WS-ALLOC-MOST-QTY    PIC S9(9) COMP-3 VALUE 0.
           05  WS-ALLOC-DIST        PIC 9(4) COMP-3 VALUE 0.
           05  WS-ALLOC-SCAN        PIC 9(3) COMP-3 VALUE 0.
           05  WS-LOC-AVAIL-QTY     PIC S9(9) COMP-3 VALUE 0.
           05  WS-LCM-QTY-FOUND     PIC S9(9) COMP-3 VALUE 0.
           05  WS-LCM-FOUND-FLAG    PIC X(1) VALUE 'N'.
           05  WS-ALLOC-COVER-FLAG  PIC X(1) VALUE 'N'.
               88  ALLOC-COVERED    VALUE 'Y'.
           05  WS-WHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WHS-EOF          VALUE 'Y'.
           05  WS-ALLOC-NEAREST     PIC 9(7) VALUE 0.
           05  WS-ALLOC-FALLBACK    PIC 9(7) VALUE 0.
           05  WS-ALLOC-NO-COVER    PIC 9(7) VALUE 0.

      *    Backorder queue already waiting ahead of tonight's orders,
      *    tallied per product; this run's own backorders join the
      *    tally so later lines queue behind earlier ones.
           05  WS-ATP-QUEUE-SLOT    PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-ATP-WORK-PRODUCT  PIC X(6) VALUE SPACES.
           05  WS-ATP-WORK-QTY      PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-ATP-WORK-WAREHOUSE PIC X(3) VALUE SPACES.
           05  WS-AVAIL-QTY         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CMT-QTY-FOUND     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CMT-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  BKQ-EOF          VALUE 'Y'.
           05  WS-PROMISES-STAMPED  PIC 9(7) VALUE 0.
           05  WS-PROMISE-REJECTS   PIC 9(7) VALUE 0.
           05  WS-DROP-SHIP-LINES   PIC 9(7) VALUE 0.

       01  WS-PROMISE-REPORT-LINE.
           05  WPR-ORDER-ID         PIC X(10).
           05  WS-VARIANCE-UNDER    PIC 9(11)V99 VALUE 0.
           05  WS-PRICE-VARIANCES   PIC 9(7) VALUE 0.
           05  WS-LINES-REPRICED    PIC 9(7) VALUE 0.
           05  WS-QUOTED-PRICE-FLAG PIC X(1) VALUE 'N'.
               88  QUOTED-PRICE     VALUE 'Y'.
           05  WS-QUOTED-LINES      PIC 9(7) VALUE 0.

      *    Lines of converted quotations, loaded once. An order line
      *    carrying the quote number keeps its price when customer,
      *    product and price agree with the quote and the quantity
      *    does not exceed the quoted quantity.
       01  WS-QUOTED-PRICE-TABLE.
           05  WS-QPT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-QPT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-QPT-COUNT
                   INDEXED BY WS-QPT-IDX.
               10  WS-QPT-QUOTE     PIC X(8).
               10  WS-QPT-CUSTOMER  PIC X(8).
               10  WS-QPT-PRODUCT   PIC X(6).
               10  WS-QPT-QUANTITY  PIC 9(5) COMP-3.
               10  WS-QPT-PRICE     PIC 9(7)V99 COMP-3.
           05  WS-QPT-HDR-QUOTE     PIC X(8) VALUE SPACES.
           05  WS-QPT-HDR-CUSTOMER  PIC X(8) VALUE SPACES.
           05  WS-QUO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  QUO-EOF          VALUE 'Y'.

      *    Bill of materials, loaded once.
       01  WS-BOM-TABLE.
           05  WS-BOM-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-BOM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BOM-COUNT
                   INDEXED BY WS-BOM-IDX.
               10  WS-BOM-KIT       PIC X(6).
               10  WS-BOM-COMPONENT PIC X(6).
               10  WS-BOM-QTY-PER   PIC 9(3) COMP-3.
           05  WS-BOM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  BOM-EOF          VALUE 'Y'.

      *    The components of the kit in hand. A kit is available as
      *    many times as its scarcest component allows; its promise
      *    date is the latest of its components'.
       01  WS-KIT-WORK.
           05  WS-KIT-CODE          PIC X(6) VALUE SPACES.
           05  WS-KIT-FLAG          PIC X(1) VALUE 'N'.
               88  LINE-IS-KIT      VALUE 'Y'.
           05  WS-KIT-CMP-COUNT     PIC 9(2) COMP-3 VALUE ZERO.
           05  WS-KIT-CMP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-KIT-IDX.
               10  WS-KIT-COMPONENT PIC X(6).
               10  WS-KIT-QTY-PER   PIC 9(3) COMP-3.
           05  WS-KIT-AVAIL         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-KIT-CMP-AVAIL     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-KIT-CMP-KITS      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-KIT-PROMISE       PIC 9(8) VALUE ZERO.
           05  WS-KIT-OK-FLAG       PIC X(1) VALUE 'Y'.
               88  KIT-COMPONENTS-OK VALUE 'Y'.
           05  WS-KIT-LINES         PIC 9(7) VALUE 0.

       01  WS-PRICE-VARIANCE-LINE.
           05  WPV-ORDER-ID         PIC X(10).
           END-IF.

           OPEN EXTEND CONTROL-TOTALS-FILE.
           PERFORM 1089-LOAD-BILL-OF-MATERIALS.
      *    The queue already waiting is read first so tonight's short
      *    lines compute their promise dates behind it.
           PERFORM 1094-LOAD-BACKORDER-QUEUE.
                   ') - CREDIT SCREENING DISABLED'
           END-IF.

           OPEN INPUT CUSTOMER-RISK-FILE.
           IF WS-RSK-STATUS NOT = '00'
               DISPLAY 'CUSTOMER RISK RATINGS NOT FOUND - RISK GRADE '
                   'NOT APPLIED'
           END-IF.

           OPEN OUTPUT CREDIT-REVIEW-FILE.
           OPEN OUTPUT APPROVED-ORDER-FILE.
           OPEN OUTPUT APPROVED-LINE-FILE.
           OPEN OUTPUT DROP-SHIP-LINE-FILE.

           PERFORM 1080-LOAD-OPEN-RECEIVABLES.
           PERFORM 1085-LOAD-DUNNING-HOLDS.
           PERFORM 1090-LOAD-PRICE-LIST.
           PERFORM 1092-LOAD-OPEN-POS.
           PERFORM 1096-LOAD-WAREHOUSES.
           PERFORM 1050-OPEN-PRODUCT-MASTER.
           PERFORM 1075-GET-RUN-DATE-TIME.
           PERFORM 1098-LOAD-QUOTED-PRICES.
           MOVE WS-RUN-DATE-RAW TO WS-ATP-RUN-DATE-NUM.
           COMPUTE WS-ATP-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-ATP-RUN-DATE-NUM).
               END-READ
           END-IF.

       1089-LOAD-BILL-OF-MATERIALS.
           OPEN INPUT BILL-OF-MATERIALS-FILE.
           IF WS-BOM-STATUS NOT = '00'
               MOVE 'Y' TO WS-BOM-EOF-FLAG
           END-IF.

           PERFORM 1089A-LOAD-ONE-BOM-ROW
               UNTIL BOM-EOF.

           IF WS-BOM-STATUS = '00' OR WS-BOM-STATUS = '10'
               CLOSE BILL-OF-MATERIALS-FILE
           END-IF.

       1089A-LOAD-ONE-BOM-ROW.
           READ BILL-OF-MATERIALS-FILE
               AT END MOVE 'Y' TO WS-BOM-EOF-FLAG
               NOT AT END
                   IF BOM-QTY-PER-KIT NUMERIC
                           AND BOM-QTY-PER-KIT > ZERO
                           AND WS-BOM-COUNT < 2000
                       ADD 1 TO WS-BOM-COUNT
                       MOVE BOM-KIT-CODE TO WS-BOM-KIT(WS-BOM-COUNT)
                       MOVE BOM-COMPONENT-CODE
                           TO WS-BOM-COMPONENT(WS-BOM-COUNT)
                       MOVE BOM-QTY-PER-KIT
                           TO WS-BOM-QTY-PER(WS-BOM-COUNT)
                   END-IF
           END-READ.

       1090-LOAD-PRICE-LIST.
           OPEN OUTPUT PRICE-VARIANCE-FILE.
           OPEN INPUT PRICE-LIST-FILE.
           READ BACKORDER-FILE
               AT END MOVE 'Y' TO WS-BKQ-EOF-FLAG
               NOT AT END
                   MOVE BKO-PRODUCT-CODE TO WS-KIT-CODE
                   PERFORM 2190-EXPLODE-KIT
                   IF LINE-IS-KIT
                       MOVE BKO-QTY-OPEN TO QUANTITY
                       PERFORM 2196-QUEUE-KIT-COMPONENTS
                   ELSE
                       MOVE BKO-PRODUCT-CODE TO WS-ATP-WORK-PRODUCT
                       MOVE BKO-QTY-OPEN TO WS-ATP-WORK-QTY
                       PERFORM 2158-ADD-TO-QUEUE-AHEAD
                   END-IF
           END-READ.

       1096-LOAD-WAREHOUSES.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHS-STATUS NOT = '00'
               DISPLAY 'WAREHOUSE FILE NOT FOUND - LINES SHIP FROM '
                   'THE DEFAULT LOCATION'
               MOVE 'Y' TO WS-WHS-EOF-FLAG
           END-IF.

           PERFORM 1097-LOAD-ONE-WAREHOUSE
               UNTIL WHS-EOF.

           IF WS-WHS-STATUS = '00' OR WS-WHS-STATUS = '10'
               CLOSE WAREHOUSE-FILE
           END-IF.

           IF WS-WHT-COUNT > 0
               MOVE WS-WHT-ID(1) TO WS-DEFAULT-WAREHOUSE
           END-IF.

           OPEN INPUT STOCK-LOCATION-FILE.
           IF WS-SLC-STATUS NOT = '00'
               DISPLAY 'STOCK LOCATIONS UNAVAILABLE - LINES GO TO THE '
                   'NEAREST WAREHOUSE UNCHECKED'
           END-IF.

       1097-LOAD-ONE-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END MOVE 'Y' TO WS-WHS-EOF-FLAG
               NOT AT END
                   IF WS-WHT-COUNT < 50
                       ADD 1 TO WS-WHT-COUNT
                       MOVE WHS-ID TO WS-WHT-ID(WS-WHT-COUNT)
                       IF WHS-ZIP NUMERIC
                           MOVE WHS-ZIP(1:3)
                               TO WS-WHT-ZIP3(WS-WHT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-WHT-ZIP3(WS-WHT-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1098-LOAD-QUOTED-PRICES.
           OPEN INPUT QUOTATION-FILE.
           IF WS-QUO-STATUS NOT = '00'
               MOVE 'Y' TO WS-QUO-EOF-FLAG
           END-IF.

           PERFORM 1099-LOAD-ONE-QUOTE-RECORD
               UNTIL QUO-EOF.

           IF WS-QUO-STATUS = '00' OR WS-QUO-STATUS = '10'
               CLOSE QUOTATION-FILE
           END-IF.

      *    Only the lines of converted quotations are kept: an open
      *    quote has no order yet, and an expired or declined one
      *    no longer binds the price.
       1099-LOAD-ONE-QUOTE-RECORD.
           READ QUOTATION-FILE
               AT END MOVE 'Y' TO WS-QUO-EOF-FLAG
               NOT AT END
                   IF QUO-IS-HEADER
                       IF QUO-CONVERTED
                           MOVE QUO-H-QUOTE-NUMBER TO WS-QPT-HDR-QUOTE
                           MOVE QUO-H-CUSTOMER-ID
                               TO WS-QPT-HDR-CUSTOMER
                       ELSE
                           MOVE SPACES TO WS-QPT-HDR-QUOTE
                       END-IF
                   ELSE
                   IF QUO-IS-LINE
                           AND WS-QPT-HDR-QUOTE NOT = SPACES
                           AND QUO-L-QUOTE-NUMBER = WS-QPT-HDR-QUOTE
                           AND WS-QPT-COUNT < 2000
                       ADD 1 TO WS-QPT-COUNT
                       MOVE WS-QPT-HDR-QUOTE
                           TO WS-QPT-QUOTE(WS-QPT-COUNT)
                       MOVE WS-QPT-HDR-CUSTOMER
                           TO WS-QPT-CUSTOMER(WS-QPT-COUNT)
                       MOVE QUO-L-PRODUCT-CODE
                           TO WS-QPT-PRODUCT(WS-QPT-COUNT)
                       MOVE QUO-L-QUANTITY
                           TO WS-QPT-QUANTITY(WS-QPT-COUNT)
                       MOVE QUO-L-QUOTED-PRICE
                           TO WS-QPT-PRICE(WS-QPT-COUNT)
                   END-IF
                   END-IF
           END-READ.

       1050-OPEN-PRODUCT-MASTER.
           MOVE ORD-H-CUSTOMER-ID TO CUSTOMER-ID
           MOVE ORD-H-ORDER-DATE TO ORDER-DATE
           MOVE ORD-H-PRIORITY TO PRIORITY-CODE
           MOVE ORD-H-QUOTE-NUMBER TO QUOTE-NUMBER
           MOVE ORD-H-SALES-REP TO SALES-REP-ID
           MOVE ZERO TO WS-ORD-CUST-ZIP
           MOVE SPACES TO WS-ORD-SHIP-TO
           PERFORM 2025-SCREEN-ORDER-HEADER.

      *    Unknown or suspended buyer fails the order at the header:
                       MOVE ERR-ORD-O006-CODE TO WS-ORD-HDR-CODE
                       MOVE ERR-ORD-O006-DESC TO WS-ORD-HDR-REASON
                   NOT INVALID KEY
                       IF CUST-ZIP NUMERIC
                           MOVE CUST-ZIP TO WS-ORD-CUST-ZIP
                           MOVE CUST-ZIP TO WS-ORD-SHIP-ZIP
                       END-IF
                       MOVE CUST-NAME TO WS-ORD-SHIP-NAME
                       MOVE CUST-STREET TO WS-ORD-SHIP-STREET
                       MOVE CUST-CITY TO WS-ORD-SHIP-CITY
                       MOVE CUST-STATE TO WS-ORD-SHIP-STATE
                       IF SALES-REP-ID = SPACES
                           MOVE CUST-SALES-REP TO SALES-REP-ID
                       END-IF
                       IF CUST-STATUS = 'S'
                           MOVE 'N' TO WS-ORD-HEADER-OK
                           MOVE ERR-ORD-O007-CODE TO WS-ORD-HDR-CODE

       2040-RUN-LINE-CHECKS.
           PERFORM 2100-VALIDATE-ORDER
           MOVE 'N' TO WS-QUOTED-PRICE-FLAG
           IF WS-VALID-ORDER AND QUOTE-NUMBER NOT = SPACES
                   AND WS-QPT-COUNT > 0
               PERFORM 2163-MATCH-QUOTED-PRICE
           END-IF
           IF WS-VALID-ORDER AND WS-PLT-COUNT > 0
               PERFORM 2160-CHECK-CONTRACT-PRICE
           END-IF
      *    read.
       2140-SCREEN-CUSTOMER-CREDIT.
           MOVE 'N' TO WS-CREDIT-HOLD-FLAG
           PERFORM 2144-LOOK-UP-RISK-GRADE

      *    Collections comes first: a level-three dunned customer is
      *    held regardless of the exposure arithmetic. A grade E
      *    buyer is overdrawn and bouncing payments at the bank:
      *    held for a human whatever the exposure. Otherwise a known
      *    customer is held when the order pushes the exposure past
      *    the effective limit.
           PERFORM 2145-CHECK-DUNNING-HOLD
           EVALUATE TRUE
               WHEN CUSTOMER-DUNNED
                   MOVE 'Y' TO WS-CREDIT-HOLD-FLAG
                   MOVE 'P' TO ORDER-STATUS
                   MOVE ZERO TO WS-PROJECTED-EXPOSURE
                   MOVE 'DUNNING L3  ' TO WCR-REASON
                   PERFORM 2147A-WRITE-REVIEW-LINE
               WHEN RISK-GRADE-CRITICAL
                   MOVE 'Y' TO WS-CREDIT-HOLD-FLAG
                   MOVE 'P' TO ORDER-STATUS
                   MOVE ZERO TO WS-PROJECTED-EXPOSURE
                   MOVE 'RISK GRADE E' TO WCR-REASON
                   PERFORM 2147A-WRITE-REVIEW-LINE
                   ADD 1 TO WS-RISK-HOLDS
               WHEN WS-CUST-STATUS NOT = '00'
                   CONTINUE
               WHEN OTHER
                   PERFORM 2146-COMPUTE-EXPOSURE
                   IF WS-PROJECTED-EXPOSURE > WS-EFFECTIVE-LIMIT
                       MOVE 'Y' TO WS-CREDIT-HOLD-FLAG
                       MOVE 'P' TO ORDER-STATUS
                       PERFORM 2147-WRITE-CREDIT-REVIEW
                   ELSE
                       PERFORM 2148-ACCUMULATE-EXPOSURE
                   END-IF
           END-EVALUATE.

       2144-LOOK-UP-RISK-GRADE.
           MOVE SPACE TO WS-RISK-GRADE
           IF WS-RSK-STATUS = '00' OR WS-RSK-STATUS = '23'
               IF CUSTOMER-ID NUMERIC
                   MOVE CUSTOMER-ID TO WS-CUST-ID-NUM
                   MOVE WS-CUST-ID-NUM TO RR-CUST-ID
                   READ CUSTOMER-RISK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RR-CURRENT-GRADE TO WS-RISK-GRADE
                   END-READ
               END-IF
           END-IF

           MOVE CUST-CREDIT-LIMIT TO WS-EFFECTIVE-LIMIT
           IF RISK-GRADE-WATCH
               COMPUTE WS-EFFECTIVE-LIMIT ROUNDED
                   = CUST-CREDIT-LIMIT / 2
           END-IF.

       2145-CHECK-DUNNING-HOLD.
           MOVE CUSTOMER-ID TO WCR-CUSTOMER-ID
           MOVE WS-NET-AMOUNT TO WCR-NET-AMOUNT
           MOVE WS-PROJECTED-EXPOSURE TO WCR-EXPOSURE
           MOVE WS-EFFECTIVE-LIMIT TO WCR-CREDIT-LIMIT
           WRITE CREDIT-REVIEW-RECORD FROM WS-CREDIT-REVIEW-LINE
           ADD 1 TO WS-CREDIT-HOLDS.

           END-IF.

       2150-CHECK-STOCK-LEVEL.
           MOVE 'N' TO WS-DROP-SHIP-FLAG.
           MOVE PRODUCT-CODE TO PROD-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
               END-IF
           ELSE
               MOVE ZERO TO WS-ATP-PROMISE-DATE
               MOVE SPACES TO WS-ALLOC-WAREHOUSE
      *        A drop-ship line is the supplier's to fill: it is
      *        approved whatever our stock, and ships from no
      *        warehouse of ours.
               IF PROD-IS-DROP-SHIP
                   MOVE 'Y' TO WS-DROP-SHIP-FLAG
               END-IF
               MOVE PRODUCT-CODE TO WS-KIT-CODE
               PERFORM 2190-EXPLODE-KIT
      *        Availability nets out what earlier approved lines
      *        tonight have already committed against the product.
               IF LINE-IS-KIT
                   PERFORM 2191-KIT-AVAILABILITY
               ELSE
                   MOVE PRODUCT-CODE TO WS-ATP-WORK-PRODUCT
                   PERFORM 2355-LOOK-UP-COMMITTED
                   COMPUTE WS-AVAIL-QTY
                       = PROD-QTY-ON-HAND - WS-CMT-QTY-FOUND
               END-IF
               IF QUANTITY > WS-AVAIL-QTY AND NOT LINE-IS-DROP-SHIP
                   IF LINE-IS-KIT
                       PERFORM 2193-KIT-PROMISE-DATE
                   ELSE
                       PERFORM 2155-COMPUTE-PROMISE-DATE
                   END-IF
                   IF ATP-PROMISE-OK
                       MOVE 'B' TO ORDER-STATUS
                       DISPLAY 'INSUFFICIENT STOCK, BACKORDERED: '
                           ORDER-ID ' PROMISE ' WS-ATP-PROMISE-DATE
                       MOVE 'BACKORDERED' TO WPR-DISPOSITION
                       PERFORM 2159-WRITE-PROMISE-LINE
                       IF LINE-IS-KIT
                           PERFORM 2196-QUEUE-KIT-COMPONENTS
                       ELSE
                           MOVE PRODUCT-CODE TO WS-ATP-WORK-PRODUCT
                           MOVE QUANTITY TO WS-ATP-WORK-QTY
                           PERFORM 2158-ADD-TO-QUEUE-AHEAD
                       END-IF
                       ADD 1 TO WS-PROMISES-STAMPED
                   ELSE
                       MOVE 'N' TO WS-VALID-FLAG
                       PERFORM 2159-WRITE-PROMISE-LINE
                       ADD 1 TO WS-PROMISE-REJECTS
                   END-IF
               ELSE
                   IF NOT LINE-IS-DROP-SHIP
                       PERFORM 2170-ALLOCATE-WAREHOUSE
                   END-IF
               END-IF
           END-IF.

               MOVE WS-ATP-RUN-DATE-NUM TO WS-ATP-PROMISE-DATE
               MOVE 'Y' TO WS-ATP-OK-FLAG
           ELSE
               MOVE 1 TO WS-ATP-BEST-SLOT
               PERFORM 2157-CONSUME-EARLIEST-PO
                   UNTIL WS-ATP-NEED-QTY <= ZERO
                       OR WS-ATP-BEST-SLOT = ZERO
           MOVE WS-ATP-PROMISE-DATE TO WPR-PROMISE-DATE
           WRITE PROMISE-REPORT-LINE FROM WS-PROMISE-REPORT-LINE.

      *    The company-wide check above says the stock exists; this
      *    picks where it ships from: the nearest warehouse whose own
      *    available quantity covers the line, else the next nearest
      *    that does. When no single warehouse covers it, the line
      *    goes to the one holding the most (the remainder follows by
      *    transfer) - the pick still happens.
       2170-ALLOCATE-WAREHOUSE.
           MOVE WS-DEFAULT-WAREHOUSE TO WS-ALLOC-WAREHOUSE
           MOVE 'N' TO WS-ALLOC-COVER-FLAG
           MOVE SPACES TO WS-ALLOC-NEAREST-WHS
                          WS-ALLOC-MOST-WHS
           MOVE 9999 TO WS-ALLOC-BEST-DIST
                        WS-ALLOC-NEAREST-DIST
           MOVE ZERO TO WS-ALLOC-MOST-QTY

           IF WS-WHT-COUNT > 0
               PERFORM 2175-RANK-ONE-WAREHOUSE
                   VARYING WS-ALLOC-SCAN FROM 1 BY 1
                   UNTIL WS-ALLOC-SCAN > WS-WHT-COUNT
               EVALUATE TRUE
                   WHEN NOT ALLOC-COVERED
                       IF WS-ALLOC-MOST-WHS NOT = SPACES
                           MOVE WS-ALLOC-MOST-WHS TO WS-ALLOC-WAREHOUSE
                       END-IF
                       ADD 1 TO WS-ALLOC-NO-COVER
                   WHEN WS-ALLOC-WAREHOUSE = WS-ALLOC-NEAREST-WHS
                       ADD 1 TO WS-ALLOC-NEAREST
                   WHEN OTHER
                       ADD 1 TO WS-ALLOC-FALLBACK
               END-EVALUATE
           END-IF.

       2175-RANK-ONE-WAREHOUSE.
           IF WS-ORD-CUST-ZIP3 = ZERO
               MOVE WS-ALLOC-SCAN TO WS-ALLOC-DIST
           ELSE
               IF WS-ORD-CUST-ZIP3 > WS-WHT-ZIP3(WS-ALLOC-SCAN)
                   COMPUTE WS-ALLOC-DIST = WS-ORD-CUST-ZIP3
                       - WS-WHT-ZIP3(WS-ALLOC-SCAN)
               ELSE
                   COMPUTE WS-ALLOC-DIST = WS-WHT-ZIP3(WS-ALLOC-SCAN)
                       - WS-ORD-CUST-ZIP3
               END-IF
           END-IF

           IF WS-ALLOC-DIST < WS-ALLOC-NEAREST-DIST
               MOVE WS-ALLOC-DIST TO WS-ALLOC-NEAREST-DIST
               MOVE WS-WHT-ID(WS-ALLOC-SCAN) TO WS-ALLOC-NEAREST-WHS
           END-IF

           PERFORM 2177-LOCATION-AVAILABLE

           IF WS-LOC-AVAIL-QTY >= QUANTITY
                   AND WS-ALLOC-DIST < WS-ALLOC-BEST-DIST
               MOVE WS-ALLOC-DIST TO WS-ALLOC-BEST-DIST
               MOVE WS-WHT-ID(WS-ALLOC-SCAN) TO WS-ALLOC-WAREHOUSE
               MOVE 'Y' TO WS-ALLOC-COVER-FLAG
           END-IF
           IF WS-LOC-AVAIL-QTY > WS-ALLOC-MOST-QTY
               MOVE WS-LOC-AVAIL-QTY TO WS-ALLOC-MOST-QTY
               MOVE WS-WHT-ID(WS-ALLOC-SCAN) TO WS-ALLOC-MOST-WHS
           END-IF.

      *    Without the location file every warehouse is taken to
      *    cover the line, so the nearest one wins.
       2177-LOCATION-AVAILABLE.
           IF WS-SLC-STATUS NOT = '00' AND WS-SLC-STATUS NOT = '23'
               MOVE QUANTITY TO WS-LOC-AVAIL-QTY
           ELSE
               IF LINE-IS-KIT
                   PERFORM 2197-KIT-LOCATION-AVAILABLE
               ELSE
                   MOVE PRODUCT-CODE TO WS-ATP-WORK-PRODUCT
                   PERFORM 2179-ITEM-LOCATION-AVAILABLE
               END-IF
           END-IF.

       2178-LOOK-UP-LOC-COMMITTED.
           MOVE ZERO TO WS-LCM-QTY-FOUND
           IF WS-LCM-COUNT > 0
               SET WS-LCM-IDX TO 1
               SEARCH WS-LCM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LCM-PRODUCT(WS-LCM-IDX)
                           = WS-ATP-WORK-PRODUCT
                           AND WS-LCM-WAREHOUSE(WS-LCM-IDX)
                               = WS-ATP-WORK-WAREHOUSE
                       MOVE WS-LCM-QTY(WS-LCM-IDX) TO WS-LCM-QTY-FOUND
               END-SEARCH
           END-IF.

      *    On hand at the warehouse being ranked, less what tonight's
      *    approved lines have committed there.
       2179-ITEM-LOCATION-AVAILABLE.
           MOVE WS-ATP-WORK-PRODUCT TO SLC-PRODUCT-CODE
           MOVE WS-WHT-ID(WS-ALLOC-SCAN) TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LOC-AVAIL-QTY
               NOT INVALID KEY
                   MOVE SLC-QTY-ON-HAND TO WS-LOC-AVAIL-QTY
           END-READ
           MOVE WS-WHT-ID(WS-ALLOC-SCAN) TO WS-ATP-WORK-WAREHOUSE
           PERFORM 2178-LOOK-UP-LOC-COMMITTED
           SUBTRACT WS-LCM-QTY-FOUND FROM WS-LOC-AVAIL-QTY.

      *    A kit has no stock of its own: its components are looked up
      *    and the kit is as available as the scarcest of them.
       2190-EXPLODE-KIT.
           MOVE 'N' TO WS-KIT-FLAG
           MOVE ZERO TO WS-KIT-CMP-COUNT
           IF WS-BOM-COUNT > 0
               PERFORM 2190A-TAKE-ONE-BOM-ROW
                   VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
           END-IF
           IF WS-KIT-CMP-COUNT > ZERO
               MOVE 'Y' TO WS-KIT-FLAG
           END-IF.

       2190A-TAKE-ONE-BOM-ROW.
           IF WS-BOM-KIT(WS-BOM-IDX) = WS-KIT-CODE
                   AND WS-KIT-CMP-COUNT < 20
               ADD 1 TO WS-KIT-CMP-COUNT
               MOVE WS-BOM-COMPONENT(WS-BOM-IDX)
                   TO WS-KIT-COMPONENT(WS-KIT-CMP-COUNT)
               MOVE WS-BOM-QTY-PER(WS-BOM-IDX)
                   TO WS-KIT-QTY-PER(WS-KIT-CMP-COUNT)
           END-IF.

       2191-KIT-AVAILABILITY.
           MOVE 999999999 TO WS-KIT-AVAIL
           PERFORM 2191A-KITS-FROM-COMPONENT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-CMP-COUNT
           MOVE WS-KIT-AVAIL TO WS-AVAIL-QTY
           ADD 1 TO WS-KIT-LINES.

       2191A-KITS-FROM-COMPONENT.
           PERFORM 2192-COMPONENT-AVAILABLE
           COMPUTE WS-KIT-CMP-KITS =
               WS-KIT-CMP-AVAIL / WS-KIT-QTY-PER(WS-KIT-IDX)
           IF WS-KIT-CMP-KITS < WS-KIT-AVAIL
               MOVE WS-KIT-CMP-KITS TO WS-KIT-AVAIL
           END-IF.

      *    Component on hand less tonight's commitments against it; a
      *    component missing from the master has none.
       2192-COMPONENT-AVAILABLE.
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO WS-ATP-WORK-PRODUCT
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO PROD-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-KIT-CMP-AVAIL
               NOT INVALID KEY
                   PERFORM 2355-LOOK-UP-COMMITTED
                   COMPUTE WS-KIT-CMP-AVAIL
                       = PROD-QTY-ON-HAND - WS-CMT-QTY-FOUND
           END-READ.

      *    Each component is projected exactly as a stocked line
      *    would be (2155) for the units the kit line needs of it;
      *    the kit can be promised when the last of them arrives.
       2193-KIT-PROMISE-DATE.
           MOVE 'Y' TO WS-KIT-OK-FLAG
           MOVE WS-ATP-RUN-DATE-NUM TO WS-KIT-PROMISE
           PERFORM 2194-COMPONENT-PROMISE-DATE
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-CMP-COUNT
           MOVE 'N' TO WS-ATP-OK-FLAG
           MOVE WS-KIT-PROMISE TO WS-ATP-PROMISE-DATE
           IF KIT-COMPONENTS-OK
               COMPUTE WS-ATP-PROMISE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-ATP-PROMISE-DATE)
               IF WS-ATP-PROMISE-INT - WS-ATP-RUN-DATE-INT
                       <= WS-ATP-CUTOFF-DAYS
                   MOVE 'Y' TO WS-ATP-OK-FLAG
               END-IF
           END-IF.

       2194-COMPONENT-PROMISE-DATE.
           PERFORM 2192-COMPONENT-AVAILABLE
           PERFORM 2156-LOOK-UP-QUEUE-AHEAD
           COMPUTE WS-ATP-NEED-QTY = WS-ATP-QUEUED-QTY
               + QUANTITY * WS-KIT-QTY-PER(WS-KIT-IDX)
               - WS-KIT-CMP-AVAIL
           IF WS-ATP-NEED-QTY > ZERO
               MOVE 1 TO WS-ATP-BEST-SLOT
               PERFORM 2157-CONSUME-EARLIEST-PO
                   UNTIL WS-ATP-NEED-QTY <= ZERO
                       OR WS-ATP-BEST-SLOT = ZERO
               IF WS-ATP-NEED-QTY > ZERO
                   MOVE 'N' TO WS-KIT-OK-FLAG
               ELSE
                   IF WS-ATP-PROMISE-DATE > WS-KIT-PROMISE
                       MOVE WS-ATP-PROMISE-DATE TO WS-KIT-PROMISE
                   END-IF
               END-IF
           END-IF.

      *    A backordered kit waits in the queue as its components.
       2196-QUEUE-KIT-COMPONENTS.
           PERFORM 2196A-QUEUE-ONE-COMPONENT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-CMP-COUNT.

       2196A-QUEUE-ONE-COMPONENT.
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO WS-ATP-WORK-PRODUCT
           COMPUTE WS-ATP-WORK-QTY =
               QUANTITY * WS-KIT-QTY-PER(WS-KIT-IDX)
           PERFORM 2158-ADD-TO-QUEUE-AHEAD.

      *    Kits that fit at the warehouse being ranked.
       2197-KIT-LOCATION-AVAILABLE.
           MOVE 999999999 TO WS-KIT-AVAIL
           PERFORM 2197A-KITS-AT-LOCATION
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-CMP-COUNT
           MOVE WS-KIT-AVAIL TO WS-LOC-AVAIL-QTY.

       2197A-KITS-AT-LOCATION.
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO WS-ATP-WORK-PRODUCT
           PERFORM 2179-ITEM-LOCATION-AVAILABLE
           COMPUTE WS-KIT-CMP-KITS =
               WS-LOC-AVAIL-QTY / WS-KIT-QTY-PER(WS-KIT-IDX)
           IF WS-KIT-CMP-KITS < WS-KIT-AVAIL
               MOVE WS-KIT-CMP-KITS TO WS-KIT-AVAIL
           END-IF.

      *    Negotiated contract prices stop being honored on trust: a
      *    keyed price off the applicable tier is either repriced to
      *    the contract ('R' run option) or rejected with O009, and
           MOVE WS-PRICE-DELTA TO WPV-VARIANCE
           ADD 1 TO WS-PRICE-VARIANCES

      *    A quoted price still shows on the variance report - it is
      *    margin sales chose to give - but it stands.
           IF QUOTED-PRICE
               MOVE 'QUOTED' TO WPV-ACTION
           ELSE
           IF REPRICE-MODE
               MOVE WS-PLT-PRICE(WS-PLT-BEST-SLOT) TO UNIT-PRICE
               MOVE 'REPRICED' TO WPV-ACTION
               MOVE ERR-ORD-O009-CODE TO WS-REJECT-CODE
               MOVE ERR-ORD-O009-DESC TO WS-REJECT-REASON
           END-IF
           END-IF

           WRITE PRICE-VARIANCE-RECORD FROM WS-PRICE-VARIANCE-LINE.

       2163-MATCH-QUOTED-PRICE.
           SET WS-QPT-IDX TO 1
           SEARCH WS-QPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-QPT-QUOTE(WS-QPT-IDX) = QUOTE-NUMBER
                       AND WS-QPT-CUSTOMER(WS-QPT-IDX) = CUSTOMER-ID
                       AND WS-QPT-PRODUCT(WS-QPT-IDX) = PRODUCT-CODE
                       AND WS-QPT-PRICE(WS-QPT-IDX) = UNIT-PRICE
                       AND WS-QPT-QUANTITY(WS-QPT-IDX) >= QUANTITY
                   MOVE 'Y' TO WS-QUOTED-PRICE-FLAG
                   ADD 1 TO WS-QUOTED-LINES
           END-SEARCH.

       2200-CALCULATE-AMOUNTS.
      *    Calculate order amount = quantity * unit price
           COMPUTE WS-ORDER-AMOUNT = QUANTITY * UNIT-PRICE.
           MOVE QUANTITY TO APL-QUANTITY
           MOVE WS-NET-AMOUNT TO APL-NET-AMOUNT
           MOVE PRIORITY-CODE TO APL-PRIORITY
           MOVE WS-ALLOC-WAREHOUSE TO APL-WAREHOUSE
           MOVE SALES-REP-ID TO APL-SALES-REP
           IF LINE-IS-DROP-SHIP
               MOVE 'Y' TO APL-DROP-SHIP
               PERFORM 2307-WRITE-DROP-SHIP-LINE
           END-IF
           WRITE APPROVED-LINE-RECORD.

      *    The supplier ships it straight to the customer's address.
       2307-WRITE-DROP-SHIP-LINE.
           MOVE SPACES TO DROP-SHIP-LINE-RECORD
           MOVE ORDER-ID TO DSL-ORDER-ID
           MOVE LINE-NUMBER TO DSL-LINE-NUMBER
           MOVE CUSTOMER-ID TO DSL-CUSTOMER-ID
           MOVE ORDER-DATE TO DSL-ORDER-DATE
           MOVE PRODUCT-CODE TO DSL-PRODUCT-CODE
           MOVE QUANTITY TO DSL-QUANTITY
           MOVE WS-NET-AMOUNT TO DSL-NET-AMOUNT
           MOVE PRIORITY-CODE TO DSL-PRIORITY
           MOVE WS-ORD-SHIP-NAME TO DSL-SHIP-TO-NAME
           MOVE WS-ORD-SHIP-STREET TO DSL-SHIP-TO-STREET
           MOVE WS-ORD-SHIP-CITY TO DSL-SHIP-TO-CITY
           MOVE WS-ORD-SHIP-STATE TO DSL-SHIP-TO-STATE
           MOVE WS-ORD-SHIP-ZIP TO DSL-SHIP-TO-ZIP
           WRITE DROP-SHIP-LINE-RECORD
           ADD 1 TO WS-DROP-SHIP-LINES.

       2310-CAPTURE-BACKORDER.
      *    The customer no longer has to reorder: the order waits in
      *    the persistent queue with its original date until stock
      *    line ships once the hold clears) commits its quantity
      *    in-run, so the availability check and the promise
      *    projection both see stock already spoken for tonight.
      *    A kit commits its components, never the kit code; a
      *    drop-ship line commits nothing.
           IF STATUS-APPROVED AND NOT LINE-IS-DROP-SHIP
               IF LINE-IS-KIT
                   PERFORM 2351-COMMIT-ONE-COMPONENT
                       VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-CMP-COUNT
               ELSE
                   MOVE PRODUCT-CODE TO WS-ATP-WORK-PRODUCT
                   MOVE QUANTITY TO WS-ATP-WORK-QTY
                   PERFORM 2352-COMMIT-WORK-ITEM
               END-IF
           END-IF.

       2351-COMMIT-ONE-COMPONENT.
           MOVE WS-KIT-COMPONENT(WS-KIT-IDX) TO WS-ATP-WORK-PRODUCT
           COMPUTE WS-ATP-WORK-QTY =
               QUANTITY * WS-KIT-QTY-PER(WS-KIT-IDX)
           PERFORM 2352-COMMIT-WORK-ITEM.

       2352-COMMIT-WORK-ITEM.
           PERFORM 2360-ADD-TO-COMMITTED
           IF WS-ALLOC-WAREHOUSE NOT = SPACES
               MOVE WS-ALLOC-WAREHOUSE TO WS-ATP-WORK-WAREHOUSE
               PERFORM 2365-ADD-TO-LOC-COMMITTED
           END-IF.

       2355-LOOK-UP-COMMITTED.
               SEARCH WS-CMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CMT-PRODUCT(WS-CMT-IDX)
                           = WS-ATP-WORK-PRODUCT
                       MOVE WS-CMT-QTY(WS-CMT-IDX)
                           TO WS-CMT-QTY-FOUND
               END-SEARCH
               MOVE WS-ATP-WORK-QTY TO WS-CMT-QTY(WS-CMT-COUNT)
           END-IF.

       2365-ADD-TO-LOC-COMMITTED.
           MOVE 'N' TO WS-LCM-FOUND-FLAG
           IF WS-LCM-COUNT > 0
               SET WS-LCM-IDX TO 1
               SEARCH WS-LCM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LCM-PRODUCT(WS-LCM-IDX)
                           = WS-ATP-WORK-PRODUCT
                           AND WS-LCM-WAREHOUSE(WS-LCM-IDX)
                               = WS-ATP-WORK-WAREHOUSE
                       ADD WS-ATP-WORK-QTY TO WS-LCM-QTY(WS-LCM-IDX)
                       MOVE 'Y' TO WS-LCM-FOUND-FLAG
               END-SEARCH
           END-IF
           IF WS-LCM-FOUND-FLAG = 'N' AND WS-LCM-COUNT < 2000
               ADD 1 TO WS-LCM-COUNT
               MOVE WS-ATP-WORK-PRODUCT
                   TO WS-LCM-PRODUCT(WS-LCM-COUNT)
               MOVE WS-ATP-WORK-WAREHOUSE
                   TO WS-LCM-WAREHOUSE(WS-LCM-COUNT)
               MOVE WS-ATP-WORK-QTY TO WS-LCM-QTY(WS-LCM-COUNT)
           END-IF.

       2450-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM 2460-START-NEW-PAGE
                 BACKORDER-FILE
                 CUSTOMER-FILE CREDIT-REVIEW-FILE
                 APPROVED-ORDER-FILE APPROVED-LINE-FILE
                 DROP-SHIP-LINE-FILE
                 PRICE-VARIANCE-FILE PROMISE-REPORT-FILE.
           IF WS-SLC-STATUS = '00' OR WS-SLC-STATUS = '23'
               CLOSE STOCK-LOCATION-FILE
           END-IF.
           IF WS-RSK-STATUS = '00' OR WS-RSK-STATUS = '23'
               CLOSE CUSTOMER-RISK-FILE
           END-IF.

           DISPLAY 'PROCESSING COMPLETE'.
           DISPLAY 'TOTAL ORDERS PROCESSED: ' WS-TOTAL-ORDERS.
           DISPLAY 'TOTAL REVENUE: ' WS-TOTAL-REVENUE.
           DISPLAY 'CREDIT HOLDS: ' WS-CREDIT-HOLDS.
           DISPLAY 'RISK GRADE HOLDS: ' WS-RISK-HOLDS.
           DISPLAY 'PRICE VARIANCES: ' WS-PRICE-VARIANCES.
           DISPLAY 'LINES REPRICED: ' WS-LINES-REPRICED.
           DISPLAY 'QUOTED PRICES HONORED: ' WS-QUOTED-LINES.
           DISPLAY 'KIT LINES EXPLODED: ' WS-KIT-LINES.
           DISPLAY 'MARGIN GIVEN AWAY: ' WS-VARIANCE-UNDER.
           DISPLAY 'MARGIN OVERCHARGED: ' WS-VARIANCE-OVER.
           DISPLAY 'PROMISE DATES STAMPED: ' WS-PROMISES-STAMPED.
           DISPLAY 'PROMISES PAST CUTOFF: ' WS-PROMISE-REJECTS.
           DISPLAY 'SHIPPED FROM NEAREST: ' WS-ALLOC-NEAREST.
           DISPLAY 'FALLBACK WAREHOUSE: ' WS-ALLOC-FALLBACK.
           DISPLAY 'NO SINGLE WAREHOUSE: ' WS-ALLOC-NO-COVER.
           DISPLAY 'DROP-SHIP LINES: ' WS-DROP-SHIP-LINES.

       3100-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.

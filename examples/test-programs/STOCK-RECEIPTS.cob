      *   PURCHASING): received quantity accumulates, full receipt    *
      *   closes the line, over-deliveries and receipts matching no   *
      *   PO land on the PO match report                              *
      * - Each suggestion also carries the product's planned order    *
      *   quantity (PROD-ORDER-QTY, kept by REORDER-PLAN)             *
      * - Receipts go into a named warehouse location (blank = the    *
      *   default warehouse): the location's on-hand and the product  *
      *   total both rise, and the movement and cost layer carry the  *
      *   warehouse                                                   *
      * - Lot-tracked deliveries name the supplier lot and its expiry *
      *   date, serialized units their serial number (one unit per    *
      *   receipt line): each opens a stock lot (stock-lots.dat) for  *
      *   first-expiry-first-out picking and recall tracing           *
      * - Drop-ship products are never suggested: they are bought     *
      *   line by line for the customer, not stocked                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIF-STATUS.

      *    Stock lots (EXTEND): one per lot-tracked receipt line;
      *    FULFILLMENT draws them down and rewrites the file.
           SELECT STOCK-LOT-FILE
               ASSIGN TO 'stock-lots.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
      *    One receipt line per delivery and product.
      *    Unit cost of the delivery, the FIFO layer's cost basis;
      *    blanks on feeds from before costing existed.
           05  GRN-UNIT-COST        PIC 9(5)V99.
      *    Receiving warehouse; blank = the default warehouse.
           05  GRN-WAREHOUSE        PIC X(3).
      *    Supplier lot and its expiry (zero = does not expire), and
      *    the unit's serial number for serialized products; blank
      *    for stock that is not tracked.
           05  GRN-LOT-NUMBER       PIC X(12).
           05  GRN-EXPIRY-DATE      PIC 9(8).
           05  GRN-SERIAL-NUMBER    PIC X(15).

       FD  PRODUCT-MASTER-FILE
           RECORDING MODE IS F
           05  PROD-DESCRIPTION     PIC X(30).
           05  PROD-QTY-ON-HAND     PIC 9(7).
           05  PROD-REORDER-POINT   PIC 9(7).
           05  PROD-TAX-CODE        PIC X(1).
           05  PROD-UNIT-WEIGHT     PIC 9(3)V99.
           05  PROD-LENGTH          PIC 9(3)V9.
           05  PROD-WIDTH           PIC 9(3)V9.
           05  PROD-HEIGHT          PIC 9(3)V9.
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

      *    Same layout as in ORDER-PROCESSOR.
       FD  STOCK-MOVEMENT-FILE.
           05  SMV-QUANTITY         PIC 9(7).
           05  SMV-QTY-BEFORE       PIC 9(7).
           05  SMV-QTY-AFTER        PIC 9(7).
      *    Location the stock moved at and, on a transfer, the other
      *    end of the move. Before/after stay the product totals.
           05  SMV-WAREHOUSE        PIC X(3).
           05  SMV-XFER-WAREHOUSE   PIC X(3).
           05  FILLER               PIC X(2).
      *    Supplier lot the stock moved out of or into; blank for
      *    stock that is not lot-tracked.
           05  SMV-LOT-NUMBER       PIC X(12).
      *    Kit the component was shipped as part of; blank for
      *    stock moved in its own right.
           05  SMV-KIT-CODE         PIC X(6).

      *    Same layout as in ORDER-PROCESSOR / BACKORDER-RELEASE,
      *    read only for the open-demand figures of the report.
           05  POR-STATUS           PIC X(1).
               88  POR-OPEN         VALUE 'O'.
               88  POR-CLOSED       VALUE 'C'.
           05  POR-UNIT-PRICE       PIC 9(5)V99.
           05  POR-QTY-INVOICED     PIC 9(7).

       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD            PIC X(57).

       FD  PO-MATCH-REPORT-FILE.
       01  PO-MATCH-REPORT-RECORD   PIC X(80).
           05  FIF-LAYER-DATE       PIC 9(8).
           05  FIF-QTY-REMAINING    PIC 9(7).
           05  FIF-UNIT-COST        PIC 9(5)V99.
           05  FIF-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(5).

      *    Same layout as in FULFILLMENT / RECALL-TRACE. Source 'P'
      *    is a supplier receipt (reference = delivery note), 'R' a
      *    customer return put back to stock (reference = RMA).
       FD  STOCK-LOT-FILE.
       01  STOCK-LOT-RECORD.
           05  LOT-PRODUCT-CODE     PIC X(6).
           05  LOT-NUMBER           PIC X(12).
           05  LOT-SERIAL-NUMBER    PIC X(15).
           05  LOT-WAREHOUSE        PIC X(3).
           05  LOT-EXPIRY-DATE      PIC 9(8).
           05  LOT-RECEIVED-DATE    PIC 9(8).
           05  LOT-SOURCE           PIC X(1).
               88  LOT-FROM-SUPPLIER VALUE 'P'.
               88  LOT-FROM-RETURN  VALUE 'R'.
           05  LOT-SUPPLIER-ID      PIC X(6).
           05  LOT-REFERENCE        PIC X(12).
           05  LOT-QTY-RECEIVED     PIC 9(7).
           05  LOT-QTY-ON-HAND      PIC 9(7).
           05  FILLER               PIC X(5).

      *    Same layout as in ORDER-PROCESSOR.
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WHS-ID               PIC X(3).
           05  WHS-NAME             PIC X(30).
           05  WHS-ZIP              PIC 9(5).
           05  FILLER               PIC X(12).

      *    Same layout as in ORDER-PROCESSOR.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PON-STATUS        PIC XX.
           05  WS-POM-STATUS        PIC XX.
           05  WS-FIF-STATUS        PIC XX.
           05  WS-LOT-STATUS        PIC XX.
           05  WS-WHS-STATUS        PIC XX.
           05  WS-SLC-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-GRN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  POR-EOF          VALUE 'Y'.
           05  WS-PO-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  PO-LINE-FOUND    VALUE 'Y'.
           05  WS-WHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WHS-EOF          VALUE 'Y'.
           05  WS-WHS-KNOWN-FLAG    PIC X(1) VALUE 'N'.
               88  WAREHOUSE-KNOWN  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECEIPTS-READ     PIC 9(7) VALUE 0.
           05  WS-POS-CLOSED        PIC 9(5) VALUE 0.
           05  WS-OVER-DELIVERIES   PIC 9(5) VALUE 0.
           05  WS-UNEXPECTED-RCPTS  PIC 9(5) VALUE 0.
           05  WS-LOTS-OPENED       PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

      *    Warehouse ids in master-file order, the first being the
      *    default receiving location.
       01  WS-WAREHOUSE-TABLE.
           05  WS-DEFAULT-WAREHOUSE PIC X(3) VALUE '001'.
           05  WS-RCV-WAREHOUSE     PIC X(3) VALUE SPACES.
           05  WS-WHT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-WHT-ID OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-WHT-COUNT
                   INDEXED BY WS-WHT-IDX
                   PIC X(3).

      *    Open purchase orders loaded once; received quantities ride
      *    in the table and the whole set rewrites at finalize.
       01  WS-PO-TABLE.
               10  WS-POT-RECEIVED  PIC 9(7) COMP-3.
               10  WS-POT-EXPECTED  PIC 9(8).
               10  WS-POT-STATUS    PIC X(1).
      *        Carried through for AP matching; blank on lines
      *        raised before AP matching, carried as zero.
               10  WS-POT-PRICE     PIC 9(5)V99 COMP-3.
               10  WS-POT-INVOICED  PIC 9(7) COMP-3.

       01  WS-PO-MATCH-FIELDS.
           05  WS-GRN-PO-NUMBER     PIC 9(8) VALUE 0.
           05  WSG-REORDER-POINT    PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WSG-OPEN-DEMAND      PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WSG-ORDER-QTY        PIC ZZZZZZ9.
           05  FILLER               PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.

           OPEN OUTPUT PO-MATCH-REPORT-FILE
                OUTPUT NEW-PO-FILE
                EXTEND FIFO-LAYER-FILE
                EXTEND STOCK-LOT-FILE.
           PERFORM 1200-LOAD-OPEN-POS.
           PERFORM 1300-LOAD-WAREHOUSES.
           PERFORM 1100-READ-RECEIPT.

       1200-LOAD-OPEN-POS.
                               TO WS-POT-EXPECTED(WS-POT-COUNT)
                           MOVE POR-STATUS
                               TO WS-POT-STATUS(WS-POT-COUNT)
                           IF POR-UNIT-PRICE NUMERIC
                               MOVE POR-UNIT-PRICE
                                   TO WS-POT-PRICE(WS-POT-COUNT)
                           ELSE
                               MOVE ZERO TO WS-POT-PRICE(WS-POT-COUNT)
                           END-IF
                           IF POR-QTY-INVOICED NUMERIC
                               MOVE POR-QTY-INVOICED
                                   TO WS-POT-INVOICED(WS-POT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-POT-INVOICED(WS-POT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-IF.

       1300-LOAD-WAREHOUSES.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHS-STATUS NOT = '00'
               DISPLAY 'WAREHOUSE FILE NOT FOUND - ALL RECEIPTS TO '
                   'THE DEFAULT LOCATION'
               MOVE 'Y' TO WS-WHS-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-WAREHOUSE
               UNTIL WHS-EOF.

           IF WS-WHS-STATUS = '00' OR WS-WHS-STATUS = '10'
               CLOSE WAREHOUSE-FILE
           END-IF.

           IF WS-WHT-COUNT > 0
               MOVE WS-WHT-ID(1) TO WS-DEFAULT-WAREHOUSE
           END-IF.

           OPEN I-O STOCK-LOCATION-FILE.
           IF WS-SLC-STATUS = '35'
               OPEN OUTPUT STOCK-LOCATION-FILE
               CLOSE STOCK-LOCATION-FILE
               OPEN I-O STOCK-LOCATION-FILE
           END-IF.
           IF WS-SLC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STOCK LOCATION FILE: '
                   WS-SLC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-LOAD-ONE-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END MOVE 'Y' TO WS-WHS-EOF-FLAG
               NOT AT END
                   IF WS-WHT-COUNT < 50
                       ADD 1 TO WS-WHT-COUNT
                       MOVE WHS-ID TO WS-WHT-ID(WS-WHT-COUNT)
                   END-IF
           END-READ.

       1100-READ-RECEIPT.
           READ GOODS-RECEIVED-FILE
               AT END MOVE 'Y' TO WS-GRN-EOF-FLAG
           END-IF.

       2100-APPLY-ONE-RECEIPT.
           PERFORM 2150-RESOLVE-WAREHOUSE
           EVALUATE TRUE
               WHEN GRN-QUANTITY NOT NUMERIC
                   MOVE 'QUANTITY NOT NUMERIC' TO WEX-REASON
               WHEN GRN-QUANTITY = ZERO
                   MOVE 'ZERO QUANTITY' TO WEX-REASON
                   PERFORM 2200-WRITE-RECEIPT-EXCEPTION
               WHEN NOT WAREHOUSE-KNOWN
                   MOVE 'UNKNOWN WAREHOUSE' TO WEX-REASON
                   PERFORM 2200-WRITE-RECEIPT-EXCEPTION
               WHEN GRN-SERIAL-NUMBER NOT = SPACES
                       AND GRN-QUANTITY NOT = 1
                   MOVE 'SERIAL NUMBER ON QTY OVER 1' TO WEX-REASON
                   PERFORM 2200-WRITE-RECEIPT-EXCEPTION
               WHEN OTHER
                   MOVE GRN-PRODUCT-CODE TO PROD-CODE
                   READ PRODUCT-MASTER-FILE
                   END-READ
           END-EVALUATE.

      *    A named warehouse must be on the warehouse file (when
      *    there is one); blank receives into the default.
       2150-RESOLVE-WAREHOUSE.
           MOVE 'Y' TO WS-WHS-KNOWN-FLAG
           IF GRN-WAREHOUSE = SPACES
               MOVE WS-DEFAULT-WAREHOUSE TO WS-RCV-WAREHOUSE
           ELSE
               MOVE GRN-WAREHOUSE TO WS-RCV-WAREHOUSE
               IF WS-WHT-COUNT > 0
                   SET WS-WHT-IDX TO 1
                   SEARCH WS-WHT-ID
                       AT END
                           MOVE 'N' TO WS-WHS-KNOWN-FLAG
                       WHEN WS-WHT-ID(WS-WHT-IDX) = GRN-WAREHOUSE
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

       2200-WRITE-RECEIPT-EXCEPTION.
           MOVE GRN-PRODUCT-CODE TO WEX-PRODUCT-CODE
           MOVE GRN-REFERENCE TO WEX-REFERENCE
           MOVE '+' TO SMV-DIRECTION
           MOVE GRN-QUANTITY TO SMV-QUANTITY
           MOVE PROD-QTY-ON-HAND TO SMV-QTY-AFTER
           MOVE WS-RCV-WAREHOUSE TO SMV-WAREHOUSE
           MOVE SPACES TO SMV-XFER-WAREHOUSE
           MOVE GRN-LOT-NUMBER TO SMV-LOT-NUMBER
           MOVE SPACES TO SMV-KIT-CODE
           WRITE STOCK-MOVEMENT-RECORD
           ADD 1 TO WS-RECEIPTS-APPLIED

           PERFORM 2350-RECEIVE-INTO-LOCATION

           PERFORM 2400-MATCH-RECEIPT-TO-PO
           PERFORM 2500-OPEN-COST-LAYER
           IF GRN-LOT-NUMBER NOT = SPACES
                   OR GRN-SERIAL-NUMBER NOT = SPACES
               PERFORM 2600-OPEN-STOCK-LOT
           END-IF.

      *    First receipt of the product at a warehouse opens its
      *    location record.
       2350-RECEIVE-INTO-LOCATION.
           MOVE GRN-PRODUCT-CODE TO SLC-PRODUCT-CODE
           MOVE WS-RCV-WAREHOUSE TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE GRN-QUANTITY TO SLC-QTY-ON-HAND
                   MOVE ZERO TO SLC-QTY-IN-TRANSIT
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADDING STOCK LOCATION: '
                               SLC-KEY
                   END-WRITE
               NOT INVALID KEY
                   ADD GRN-QUANTITY TO SLC-QTY-ON-HAND
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING STOCK LOCATION: '
                               SLC-KEY
                   END-REWRITE
           END-READ.

      *    A costed receipt opens its FIFO layer; an uncosted one
      *    (old feed format) opens a zero-cost layer so quantities
           MOVE GRN-PRODUCT-CODE TO FIF-PRODUCT-CODE
           MOVE WS-RUN-DATE TO FIF-LAYER-DATE
           MOVE GRN-QUANTITY TO FIF-QTY-REMAINING
           MOVE WS-RCV-WAREHOUSE TO FIF-WAREHOUSE
           IF GRN-UNIT-COST NUMERIC
               MOVE GRN-UNIT-COST TO FIF-UNIT-COST
           ELSE
           END-IF
           WRITE FIFO-LAYER-RECORD.

      *    The supplier comes from the matched PO line (blank for an
      *    unexpected delivery).
       2600-OPEN-STOCK-LOT.
           MOVE SPACES TO STOCK-LOT-RECORD
           MOVE GRN-PRODUCT-CODE TO LOT-PRODUCT-CODE
           MOVE GRN-LOT-NUMBER TO LOT-NUMBER
           MOVE GRN-SERIAL-NUMBER TO LOT-SERIAL-NUMBER
           MOVE WS-RCV-WAREHOUSE TO LOT-WAREHOUSE
           IF GRN-EXPIRY-DATE NUMERIC
               MOVE GRN-EXPIRY-DATE TO LOT-EXPIRY-DATE
           ELSE
               MOVE ZERO TO LOT-EXPIRY-DATE
           END-IF
           MOVE WS-RUN-DATE TO LOT-RECEIVED-DATE
           MOVE 'P' TO LOT-SOURCE
           IF PO-LINE-FOUND
               MOVE WS-POT-SUPPLIER(WS-POT-IDX) TO LOT-SUPPLIER-ID
           END-IF
           MOVE GRN-REFERENCE TO LOT-REFERENCE
           MOVE GRN-QUANTITY TO LOT-QTY-RECEIVED
                                LOT-QTY-ON-HAND
           WRITE STOCK-LOT-RECORD
           ADD 1 TO WS-LOTS-OPENED.

      *    The delivery note reference carries the PO number (eight
      *    leading digits). A receipt matching no open PO line of
      *    that product is an unexpected delivery - still stocked,
                   MOVE 'Y' TO WS-PRD-EOF-FLAG
               NOT AT END
                   IF PROD-QTY-ON-HAND <= PROD-REORDER-POINT
                           AND NOT PROD-IS-DROP-SHIP
                       PERFORM 3600-WRITE-ONE-SUGGESTION
                   END-IF
           END-READ.
           MOVE PROD-DESCRIPTION TO WSG-DESCRIPTION
           MOVE PROD-QTY-ON-HAND TO WSG-ON-HAND
           MOVE PROD-REORDER-POINT TO WSG-REORDER-POINT
           IF PROD-ORDER-QTY NUMERIC
               MOVE PROD-ORDER-QTY TO WSG-ORDER-QTY
           ELSE
               MOVE ZERO TO WSG-ORDER-QTY
           END-IF

           MOVE ZERO TO WSG-OPEN-DEMAND
           IF WS-DMD-COUNT > 0
                 PURCHASE-SUGGESTION-FILE
                 NEW-PO-FILE
                 PO-MATCH-REPORT-FILE
                 FIFO-LAYER-FILE
                 STOCK-LOT-FILE
                 STOCK-LOCATION-FILE.

           DISPLAY '======================================'.
           DISPLAY 'STOCK RECEIPTS STATISTICS'.
           DISPLAY 'PO Lines Closed:    ' WS-POS-CLOSED.
           DISPLAY 'Over-Deliveries:    ' WS-OVER-DELIVERIES.
           DISPLAY 'Unexpected Receipts:' WS-UNEXPECTED-RCPTS.
           DISPLAY 'Stock Lots Opened:  ' WS-LOTS-OPENED.
           DISPLAY '======================================'.

       4100-REWRITE-PO-FILE.
           MOVE WS-POT-RECEIVED(WS-POT-IDX) TO POR-QTY-RECEIVED
           MOVE WS-POT-EXPECTED(WS-POT-IDX) TO POR-EXPECTED-DATE
           MOVE WS-POT-STATUS(WS-POT-IDX) TO POR-STATUS
           MOVE WS-POT-PRICE(WS-POT-IDX) TO POR-UNIT-PRICE
           MOVE WS-POT-INVOICED(WS-POT-IDX) TO POR-QTY-INVOICED
           WRITE NEW-PO-RECORD FROM PURCHASE-ORDER-RECORD.

      *   FULFILLMENT accumulates: you cannot return more than what   *
      *   actually shipped on that order line                         *
      * - Accepted returns restock through the product master and     *
      *   the stock-movement journal (direction 'I'), so              *
      *   PROD-QTY-ON-HAND recovers                                   *
      * - A restocking fee by reason code (restock-fees.dat) comes    *
      *   off the credit; the credit memo goes to credit-memos.dat,   *
      *   which AR-PROCESSOR raises as a negative open item and       *
      *   offsets against the customer's invoices                     *
      * - The credit carries back the sales tax of the returned goods *
      *   in proportion to what the line was taxed when invoiced      *
      *   (sales-tax-detail.dat from AR-PROCESSOR)                    *
      * - Returned goods go back into stock at the warehouse that     *
      *   received them (default warehouse when the intake names      *
      *   none)                                                       *
      * - Returned lot-tracked goods go back into their lot: the lot  *
      *   or serial named at intake, else the one the line shipped    *
      *   from; a return lot (source 'R') is added to stock-lots.dat  *
      *   with the original lot's expiry and supplier                 *
      * - Every accepted return is logged to return-history.dat       *
      *   (order line, quantity, gross credit, restocking fee),       *
      *   cumulative across runs, for MARGIN-ANALYSIS                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSF-STATUS.

      *    Tax charged per invoice line, written by AR-PROCESSOR.
           SELECT SALES-TAX-DETAIL-FILE
               ASSIGN TO 'sales-tax-detail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

      *    Read for the original lots' expiry and supplier, then
      *    extended with the lots returned goods go back into.
           SELECT STOCK-LOT-FILE
               ASSIGN TO 'stock-lots.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

      *    Cumulative log of accepted returns (EXTEND across runs).
           SELECT RETURN-HISTORY-FILE
               ASSIGN TO 'return-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-INTAKE-FILE.
           05  RTI-PRODUCT-CODE     PIC X(6).
           05  RTI-QTY-RETURNED     PIC 9(5).
           05  RTI-REASON-CODE      PIC X(2).
      *    Warehouse the goods came back to; blank = default.
           05  RTI-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(3).
      *    Lot and serial on the returned goods; blank = the lot the
      *    line shipped from.
           05  RTI-LOT-NUMBER       PIC X(12).
           05  RTI-SERIAL-NUMBER    PIC X(15).

      *    Same layout as written by FULFILLMENT.
       FD  SHIPPED-LINE-FILE.
           05  SHL-QTY-SHIPPED      PIC 9(5).
           05  SHL-BILL-AMOUNT     PIC 9(9)V99.
           05  SHL-SHIP-DATE        PIC 9(8).
           05  SHL-FREIGHT-COST     PIC 9(5)V99.
           05  SHL-FREIGHT-FLAG     PIC X(1).
           05  FILLER               PIC X(1).
           05  SHL-LOT-NUMBER       PIC X(12).
           05  SHL-SERIAL-NUMBER    PIC X(15).

       FD  NEW-SHIPPED-LINE-FILE.
       01  NEW-SHIPPED-LINE-RECORD  PIC X(87).

       FD  RESTOCK-FEE-FILE.
       01  RESTOCK-FEE-RECORD.
           05  RSF-FEE-PCT          PIC 99V99.
           05  FILLER               PIC X(10).

      *    Same layout as in AR-PROCESSOR.
       FD  SALES-TAX-DETAIL-FILE.
       01  SALES-TAX-DETAIL-RECORD.
           05  TXD-RECORD-TYPE      PIC X(1).
               88  TXD-INVOICE-LINE VALUE 'I'.
               88  TXD-CREDIT-LINE  VALUE 'C'.
           05  TXD-POST-DATE        PIC 9(8).
           05  TXD-INVOICE-NUMBER   PIC 9(8).
           05  TXD-CUSTOMER-ID      PIC X(8).
           05  TXD-ORDER-ID         PIC X(10).
           05  TXD-LINE-NUMBER      PIC 9(3).
           05  TXD-JURISDICTION     PIC X(10).
           05  TXD-STATE            PIC X(2).
           05  TXD-TAXABLE-AMOUNT   PIC S9(9)V99.
           05  TXD-EXEMPT-AMOUNT    PIC S9(9)V99.
           05  TXD-STATE-TAX        PIC S9(7)V99.
           05  TXD-COUNTY-TAX       PIC S9(7)V99.
           05  TXD-CITY-TAX         PIC S9(7)V99.
           05  TXD-EXEMPT-REASON    PIC X(1).
           05  FILLER               PIC X(8).

      *    Same layout as in ORDER-PROCESSOR / STOCK-RECEIPTS.
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

      *    Same layout as in ORDER-PROCESSOR / STOCK-RECEIPTS.
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

      *    Same layout as read by AR-PROCESSOR.
       FD  CREDIT-MEMO-FILE.
           05  CRM-ORDER-ID         PIC X(10).
           05  CRM-CREDIT-AMOUNT    PIC 9(9)V99.
           05  CRM-REASON-CODE      PIC X(2).
      *    Sales tax given back with the credit, and where it was
      *    charged.
           05  CRM-TAX-AMOUNT       PIC 9(7)V99.
           05  CRM-TAX-JURISDICTION PIC X(10).
           05  FILLER               PIC X(5).

       FD  RMA-REPORT-FILE.
       01  RMA-REPORT-RECORD        PIC X(100).

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

      *    Same layout as in STOCK-RECEIPTS.
       FD  STOCK-LOT-FILE.
       01  STOCK-LOT-RECORD.
           05  LOT-PRODUCT-CODE     PIC X(6).
           05  LOT-NUMBER           PIC X(12).
           05  LOT-SERIAL-NUMBER    PIC X(15).
           05  LOT-WAREHOUSE        PIC X(3).
           05  LOT-EXPIRY-DATE      PIC 9(8).
           05  LOT-RECEIVED-DATE    PIC 9(8).
           05  LOT-SOURCE           PIC X(1).
           05  LOT-SUPPLIER-ID      PIC X(6).
           05  LOT-REFERENCE        PIC X(12).
           05  LOT-QTY-RECEIVED     PIC 9(7).
           05  LOT-QTY-ON-HAND      PIC 9(7).
           05  FILLER               PIC X(5).

      *    Read by MARGIN-ANALYSIS.
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-RECORD.
           05  RTH-RETURN-DATE      PIC 9(8).
           05  RTH-ORDER-ID         PIC X(10).
           05  RTH-LINE-NUMBER      PIC 9(3).
           05  RTH-CUSTOMER-ID      PIC X(8).
           05  RTH-PRODUCT-CODE     PIC X(6).
           05  RTH-QTY-RETURNED     PIC 9(5).
           05  RTH-REASON-CODE      PIC X(2).
           05  RTH-GROSS-CREDIT     PIC 9(9)V99.
           05  RTH-FEE-AMOUNT       PIC 9(9)V99.
           05  RTH-NET-CREDIT       PIC 9(9)V99.
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-RTI-STATUS        PIC XX.
           05  WS-SHL-STATUS        PIC XX.
           05  WS-NSL-STATUS        PIC XX.
           05  WS-RTH-STATUS        PIC XX.
           05  WS-RSF-STATUS        PIC XX.
           05  WS-PRD-STATUS        PIC XX.
           05  WS-SMV-STATUS        PIC XX.
           05  WS-CRM-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
           05  WS-TXD-STATUS        PIC XX.
           05  WS-WHS-STATUS        PIC XX.
           05  WS-LOT-STATUS        PIC XX.
           05  WS-SLC-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-RTI-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SHIPPED-LINE-FOUND VALUE 'Y'.
           05  WS-FEE-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  FEE-RULE-FOUND   VALUE 'Y'.
           05  WS-TXD-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  TXD-EOF          VALUE 'Y'.
           05  WS-TAX-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  LINE-TAX-FOUND   VALUE 'Y'.
           05  WS-LOT-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  LOT-EOF          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RETURNS-READ      PIC 9(7) VALUE 0.
           05  WS-LINES-CARRIED     PIC 9(5) VALUE 0.
           05  WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-FEE-TOTAL         PIC 9(11)V99 VALUE 0.
           05  WS-TAX-CREDIT-TOTAL  PIC 9(11)V99 VALUE 0.
           05  WS-LOTS-RESTOCKED    PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DEFAULT-WAREHOUSE     PIC X(3) VALUE '001'.
       01  WS-RESTOCK-WAREHOUSE     PIC X(3) VALUE SPACES.
       01  WS-RETURN-LOT            PIC X(12) VALUE SPACES.
       01  WS-RETURN-SERIAL         PIC X(15) VALUE SPACES.

      *    Shipped quantities per order line, net of returns already
      *    accepted this run, so two RMAs cannot return the same
               10  WS-SHT-QTY       PIC 9(7) COMP-3.
               10  WS-SHT-UNIT-NET  PIC 9(7)V99 COMP-3.
               10  WS-SHT-SHIP-DATE PIC 9(8).
               10  WS-SHT-FREIGHT   PIC 9(7)V99 COMP-3.
               10  WS-SHT-FREIGHT-FLAG PIC X(1).
               10  WS-SHT-LOT       PIC X(12).
               10  WS-SHT-SERIAL    PIC X(15).

      *    Expiry and supplier of every lot on file, for the return
      *    lots.
       01  WS-LOT-TABLE.
           05  WS-LTT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-LTT-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-LTT-COUNT
                   INDEXED BY WS-LTT-IDX.
               10  WS-LTT-PRODUCT   PIC X(6).
               10  WS-LTT-LOT       PIC X(12).
               10  WS-LTT-SERIAL    PIC X(15).
               10  WS-LTT-EXPIRY    PIC 9(8).
               10  WS-LTT-SUPPLIER  PIC X(6).

       01  WS-FEE-TABLE.
           05  WS-FET-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
               10  WS-FET-REASON    PIC X(2).
               10  WS-FET-PCT       PIC 99V99 COMP-3.

      *    What each order line was billed and taxed when invoiced:
      *    the ratio of the two is the rate a return gives back.
       01  WS-LINE-TAX-TABLE.
           05  WS-LTX-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-LTX-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-LTX-COUNT
                   INDEXED BY WS-LTX-IDX.
               10  WS-LTX-ORDER-ID  PIC X(10).
               10  WS-LTX-LINE-NO   PIC 9(3).
               10  WS-LTX-BILLED    PIC S9(11)V99 COMP-3.
               10  WS-LTX-TAX       PIC S9(9)V99 COMP-3.
               10  WS-LTX-JURISDICTION PIC X(10).

       01  WS-CREDIT-WORK.
           05  WS-GROSS-CREDIT      PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-FEE-AMOUNT        PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-NET-CREDIT        PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-TAX-CREDIT        PIC 9(7)V99 COMP-3 VALUE 0.
           05  WS-TAX-JURISDICTION  PIC X(10) VALUE SPACES.
           05  WS-REJECT-REASON     PIC X(30) VALUE SPACES.

       01  WS-RMA-REPORT-LINE.
           PERFORM 1100-LOAD-SHIPPED-LINES.
           PERFORM 1200-LOAD-RESTOCK-FEES.

           OPEN EXTEND RETURN-HISTORY-FILE.
           IF WS-RTH-STATUS NOT = '00'
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF.
           PERFORM 1300-LOAD-LINE-TAX.
           PERFORM 1400-OPEN-STOCK-LOCATIONS.
           PERFORM 1500-LOAD-STOCK-LOTS.

           OPEN INPUT RETURN-INTAKE-FILE.
           IF WS-RTI-STATUS NOT = '00'
               DISPLAY 'NO RETURNS INTAKE THIS RUN'
                       PERFORM 1130-SET-UNIT-NET
                       MOVE SHL-SHIP-DATE
                           TO WS-SHT-SHIP-DATE(WS-SHT-IDX)
                       PERFORM 1140-ADD-FREIGHT
                       IF WS-SHT-LOT(WS-SHT-IDX) = SPACES
                           MOVE SHL-LOT-NUMBER
                               TO WS-SHT-LOT(WS-SHT-IDX)
                           MOVE SHL-SERIAL-NUMBER
                               TO WS-SHT-SERIAL(WS-SHT-IDX)
                       END-IF
                       MOVE 'Y' TO WS-LINE-FOUND-FLAG
               END-SEARCH
           END-IF
               MOVE SHL-QTY-SHIPPED TO WS-SHT-QTY(WS-SHT-COUNT)
               PERFORM 1130-SET-UNIT-NET
               MOVE SHL-SHIP-DATE TO WS-SHT-SHIP-DATE(WS-SHT-COUNT)
               MOVE ZERO TO WS-SHT-FREIGHT(WS-SHT-COUNT)
               MOVE SPACE TO WS-SHT-FREIGHT-FLAG(WS-SHT-COUNT)
               MOVE SHL-LOT-NUMBER TO WS-SHT-LOT(WS-SHT-COUNT)
               MOVE SHL-SERIAL-NUMBER TO WS-SHT-SERIAL(WS-SHT-COUNT)
               PERFORM 1140-ADD-FREIGHT
           END-IF.

       1130-SET-UNIT-NET.
                   SHL-BILL-AMOUNT / SHL-QTY-SHIPPED
           END-IF.

      *    Freight is not refunded on a return; it is only carried so
      *    the shipped-line file keeps the carrier cost of the line.
       1140-ADD-FREIGHT.
           IF SHL-FREIGHT-COST NUMERIC
               ADD SHL-FREIGHT-COST TO WS-SHT-FREIGHT(WS-SHT-IDX)
               MOVE SHL-FREIGHT-FLAG TO WS-SHT-FREIGHT-FLAG(WS-SHT-IDX)
           END-IF.

       1200-LOAD-RESTOCK-FEES.
           OPEN INPUT RESTOCK-FEE-FILE.

               END-READ
           END-IF.

      *    Only invoice rows count: earlier credits returned tax at
      *    the same ratio and do not change it.
       1300-LOAD-LINE-TAX.
           OPEN INPUT SALES-TAX-DETAIL-FILE.

           IF WS-TXD-STATUS NOT = '00'
               DISPLAY 'SALES TAX DETAIL NOT FOUND - CREDITS CARRY '
                   'NO TAX'
               MOVE 'Y' TO WS-TXD-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-TAX-LINE
               UNTIL TXD-EOF.

           IF WS-TXD-STATUS = '00' OR WS-TXD-STATUS = '10'
               CLOSE SALES-TAX-DETAIL-FILE
           END-IF.

       1310-LOAD-ONE-TAX-LINE.
           IF NOT TXD-EOF
               READ SALES-TAX-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-TXD-EOF-FLAG
                   NOT AT END
                       IF TXD-INVOICE-LINE
                           PERFORM 1320-TALLY-TAX-LINE
                       END-IF
               END-READ
           END-IF.

       1320-TALLY-TAX-LINE.
           MOVE 'N' TO WS-TAX-FOUND-FLAG
           IF WS-LTX-COUNT > 0
               SET WS-LTX-IDX TO 1
               SEARCH WS-LTX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LTX-ORDER-ID(WS-LTX-IDX) = TXD-ORDER-ID
                           AND WS-LTX-LINE-NO(WS-LTX-IDX)
                               = TXD-LINE-NUMBER
                       MOVE 'Y' TO WS-TAX-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT LINE-TAX-FOUND
               IF WS-LTX-COUNT < 10000
                   ADD 1 TO WS-LTX-COUNT
                   SET WS-LTX-IDX TO WS-LTX-COUNT
                   MOVE TXD-ORDER-ID TO WS-LTX-ORDER-ID(WS-LTX-IDX)
                   MOVE TXD-LINE-NUMBER TO WS-LTX-LINE-NO(WS-LTX-IDX)
                   MOVE ZERO TO WS-LTX-BILLED(WS-LTX-IDX)
                                WS-LTX-TAX(WS-LTX-IDX)
                   MOVE 'Y' TO WS-TAX-FOUND-FLAG
               ELSE
                   DISPLAY 'LINE TAX TABLE FULL - LINE IGNORED: '
                       TXD-ORDER-ID
               END-IF
           END-IF

           IF LINE-TAX-FOUND
               ADD TXD-TAXABLE-AMOUNT TO WS-LTX-BILLED(WS-LTX-IDX)
               ADD TXD-EXEMPT-AMOUNT TO WS-LTX-BILLED(WS-LTX-IDX)
               ADD TXD-STATE-TAX TO WS-LTX-TAX(WS-LTX-IDX)
               ADD TXD-COUNTY-TAX TO WS-LTX-TAX(WS-LTX-IDX)
               ADD TXD-CITY-TAX TO WS-LTX-TAX(WS-LTX-IDX)
               MOVE TXD-JURISDICTION
                   TO WS-LTX-JURISDICTION(WS-LTX-IDX)
           END-IF.

       1400-OPEN-STOCK-LOCATIONS.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHS-STATUS = '00'
               READ WAREHOUSE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WHS-ID TO WS-DEFAULT-WAREHOUSE
               END-READ
               CLOSE WAREHOUSE-FILE
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

       1500-LOAD-STOCK-LOTS.
           OPEN INPUT STOCK-LOT-FILE.
           IF WS-LOT-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOT-EOF-FLAG
           END-IF.

           PERFORM 1510-LOAD-ONE-LOT
               UNTIL LOT-EOF.

           IF WS-LOT-STATUS = '00' OR WS-LOT-STATUS = '10'
               CLOSE STOCK-LOT-FILE
           END-IF.

           OPEN EXTEND STOCK-LOT-FILE.
           IF WS-LOT-STATUS NOT = '00'
               OPEN OUTPUT STOCK-LOT-FILE
           END-IF.

       1510-LOAD-ONE-LOT.
           READ STOCK-LOT-FILE
               AT END MOVE 'Y' TO WS-LOT-EOF-FLAG
               NOT AT END
                   IF LOT-SOURCE = 'P' AND WS-LTT-COUNT < 10000
                       ADD 1 TO WS-LTT-COUNT
                       MOVE LOT-PRODUCT-CODE
                           TO WS-LTT-PRODUCT(WS-LTT-COUNT)
                       MOVE LOT-NUMBER TO WS-LTT-LOT(WS-LTT-COUNT)
                       MOVE LOT-SERIAL-NUMBER
                           TO WS-LTT-SERIAL(WS-LTT-COUNT)
                       MOVE LOT-EXPIRY-DATE
                           TO WS-LTT-EXPIRY(WS-LTT-COUNT)
                       MOVE LOT-SUPPLIER-ID
                           TO WS-LTT-SUPPLIER(WS-LTT-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-RETURNS.
           READ RETURN-INTAKE-FILE
               AT END MOVE 'Y' TO WS-RTI-EOF-FLAG
           PERFORM 2210-RESTOCK-GOODS
           PERFORM 2220-COMPUTE-CREDIT
           PERFORM 2230-WRITE-CREDIT-MEMO
           PERFORM 2240-LOG-RETURN

           ADD 1 TO WS-RETURNS-ACCEPTED
           ADD RTI-QTY-RETURNED TO WS-QTY-RESTOCKED
                   MOVE 'I' TO SMV-DIRECTION
                   MOVE RTI-QTY-RETURNED TO SMV-QUANTITY
                   MOVE PROD-QTY-ON-HAND TO SMV-QTY-AFTER
                   IF RTI-WAREHOUSE = SPACES
                       MOVE WS-DEFAULT-WAREHOUSE
                           TO WS-RESTOCK-WAREHOUSE
                   ELSE
                       MOVE RTI-WAREHOUSE TO WS-RESTOCK-WAREHOUSE
                   END-IF
                   MOVE WS-RESTOCK-WAREHOUSE TO SMV-WAREHOUSE
                   MOVE SPACES TO SMV-XFER-WAREHOUSE
                   IF RTI-LOT-NUMBER = SPACES
                           AND RTI-SERIAL-NUMBER = SPACES
                       MOVE WS-SHT-LOT(WS-SHT-IDX) TO WS-RETURN-LOT
                       MOVE WS-SHT-SERIAL(WS-SHT-IDX)
                           TO WS-RETURN-SERIAL
                   ELSE
                       MOVE RTI-LOT-NUMBER TO WS-RETURN-LOT
                       MOVE RTI-SERIAL-NUMBER TO WS-RETURN-SERIAL
                   END-IF
                   MOVE WS-RETURN-LOT TO SMV-LOT-NUMBER
                   MOVE SPACES TO SMV-KIT-CODE
                   WRITE STOCK-MOVEMENT-RECORD
                   PERFORM 2215-RESTOCK-LOCATION
                   IF WS-RETURN-LOT NOT = SPACES
                           OR WS-RETURN-SERIAL NOT = SPACES
                       PERFORM 2217-RESTOCK-LOT
                   END-IF
           END-READ.

      *    First stock of the product at that warehouse opens its
      *    location record.
       2215-RESTOCK-LOCATION.
           MOVE RTI-PRODUCT-CODE TO SLC-PRODUCT-CODE
           MOVE WS-RESTOCK-WAREHOUSE TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE RTI-QTY-RETURNED TO SLC-QTY-ON-HAND
                   MOVE ZERO TO SLC-QTY-IN-TRANSIT
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADDING STOCK LOCATION: '
                               SLC-KEY
                   END-WRITE
               NOT INVALID KEY
                   ADD RTI-QTY-RETURNED TO SLC-QTY-ON-HAND
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING STOCK LOCATION: '
                               SLC-KEY
                   END-REWRITE
           END-READ.

      *    The return lot takes the expiry and supplier of the lot
      *    as it was received; a lot no longer on file (or never
      *    received here) gets neither.
       2217-RESTOCK-LOT.
           MOVE SPACES TO STOCK-LOT-RECORD
           MOVE RTI-PRODUCT-CODE TO LOT-PRODUCT-CODE
           MOVE WS-RETURN-LOT TO LOT-NUMBER
           MOVE WS-RETURN-SERIAL TO LOT-SERIAL-NUMBER
           MOVE WS-RESTOCK-WAREHOUSE TO LOT-WAREHOUSE
           MOVE ZERO TO LOT-EXPIRY-DATE
           IF WS-LTT-COUNT > 0
               SET WS-LTT-IDX TO 1
               SEARCH WS-LTT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LTT-PRODUCT(WS-LTT-IDX) = RTI-PRODUCT-CODE
                           AND WS-LTT-LOT(WS-LTT-IDX) = WS-RETURN-LOT
                           AND WS-LTT-SERIAL(WS-LTT-IDX)
                               = WS-RETURN-SERIAL
                       MOVE WS-LTT-EXPIRY(WS-LTT-IDX)
                           TO LOT-EXPIRY-DATE
                       MOVE WS-LTT-SUPPLIER(WS-LTT-IDX)
                           TO LOT-SUPPLIER-ID
               END-SEARCH
           END-IF
           MOVE WS-RUN-DATE TO LOT-RECEIVED-DATE
           MOVE 'R' TO LOT-SOURCE
           MOVE SMV-REFERENCE TO LOT-REFERENCE
           MOVE RTI-QTY-RETURNED TO LOT-QTY-RECEIVED
                                    LOT-QTY-ON-HAND
           WRITE STOCK-LOT-RECORD
           ADD 1 TO WS-LOTS-RESTOCKED.

       2220-COMPUTE-CREDIT.
           COMPUTE WS-GROSS-CREDIT =
               RTI-QTY-RETURNED * WS-SHT-UNIT-NET(WS-SHT-IDX)

           COMPUTE WS-NET-CREDIT = WS-GROSS-CREDIT - WS-FEE-AMOUNT
           ADD WS-NET-CREDIT TO WS-CREDIT-TOTAL
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL

           PERFORM 2225-COMPUTE-TAX-CREDIT.

      *    The restocking fee is kept, so is the tax on it: tax comes
      *    back on the net credit only, at the line's invoiced ratio.
       2225-COMPUTE-TAX-CREDIT.
           MOVE ZERO TO WS-TAX-CREDIT
           MOVE SPACES TO WS-TAX-JURISDICTION
           MOVE 'N' TO WS-TAX-FOUND-FLAG
           IF WS-LTX-COUNT > 0
               SET WS-LTX-IDX TO 1
               SEARCH WS-LTX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LTX-ORDER-ID(WS-LTX-IDX) = RTI-ORDER-ID
                           AND WS-LTX-LINE-NO(WS-LTX-IDX)
                               = RTI-LINE-NUMBER
                       MOVE 'Y' TO WS-TAX-FOUND-FLAG
               END-SEARCH
           END-IF

           IF LINE-TAX-FOUND
               IF WS-LTX-BILLED(WS-LTX-IDX) > ZERO
                       AND WS-LTX-TAX(WS-LTX-IDX) > ZERO
                   COMPUTE WS-TAX-CREDIT ROUNDED =
                       WS-NET-CREDIT * WS-LTX-TAX(WS-LTX-IDX)
                       / WS-LTX-BILLED(WS-LTX-IDX)
               END-IF
               MOVE WS-LTX-JURISDICTION(WS-LTX-IDX)
                   TO WS-TAX-JURISDICTION
           END-IF

           ADD WS-TAX-CREDIT TO WS-TAX-CREDIT-TOTAL.

       2230-WRITE-CREDIT-MEMO.
           MOVE SPACES TO CREDIT-MEMO-RECORD
           MOVE RTI-ORDER-ID TO CRM-ORDER-ID
           MOVE WS-NET-CREDIT TO CRM-CREDIT-AMOUNT
           MOVE RTI-REASON-CODE TO CRM-REASON-CODE
           MOVE WS-TAX-CREDIT TO CRM-TAX-AMOUNT
           MOVE WS-TAX-JURISDICTION TO CRM-TAX-JURISDICTION
           WRITE CREDIT-MEMO-RECORD.

       2240-LOG-RETURN.
           MOVE SPACES TO RETURN-HISTORY-RECORD
           MOVE WS-RUN-DATE TO RTH-RETURN-DATE
           MOVE RTI-ORDER-ID TO RTH-ORDER-ID
           MOVE RTI-LINE-NUMBER TO RTH-LINE-NUMBER
           MOVE RTI-CUSTOMER-ID TO RTH-CUSTOMER-ID
           MOVE RTI-PRODUCT-CODE TO RTH-PRODUCT-CODE
           MOVE RTI-QTY-RETURNED TO RTH-QTY-RETURNED
           MOVE RTI-REASON-CODE TO RTH-REASON-CODE
           MOVE WS-GROSS-CREDIT TO RTH-GROSS-CREDIT
           MOVE WS-FEE-AMOUNT TO RTH-FEE-AMOUNT
           MOVE WS-NET-CREDIT TO RTH-NET-CREDIT
           WRITE RETURN-HISTORY-RECORD.

       2500-WRITE-RMA-LINE.
           MOVE RTI-ORDER-ID TO WRM-ORDER-ID
           MOVE RTI-PRODUCT-CODE TO WRM-PRODUCT
                   = WS-SHT-QTY(WS-SHT-IDX)
                   * WS-SHT-UNIT-NET(WS-SHT-IDX)
               MOVE WS-SHT-SHIP-DATE(WS-SHT-IDX) TO SHL-SHIP-DATE
               MOVE WS-SHT-FREIGHT(WS-SHT-IDX) TO SHL-FREIGHT-COST
               MOVE WS-SHT-FREIGHT-FLAG(WS-SHT-IDX) TO SHL-FREIGHT-FLAG
               MOVE WS-SHT-LOT(WS-SHT-IDX) TO SHL-LOT-NUMBER
               MOVE WS-SHT-SERIAL(WS-SHT-IDX) TO SHL-SERIAL-NUMBER
               WRITE NEW-SHIPPED-LINE-RECORD FROM SHIPPED-LINE-RECORD
               ADD 1 TO WS-LINES-CARRIED
           END-IF.
               CLOSE RETURN-INTAKE-FILE
           END-IF.
           CLOSE CREDIT-MEMO-FILE
                 RETURN-HISTORY-FILE
                 RMA-REPORT-FILE
                 STOCK-MOVEMENT-FILE
                 PRODUCT-MASTER-FILE
                 STOCK-LOCATION-FILE.
           IF WS-LOT-STATUS = '00'
               CLOSE STOCK-LOT-FILE
           END-IF.

           DISPLAY '======================================'.
           DISPLAY 'RMA PROCESSING STATISTICS'.
           DISPLAY 'Lines Carried:      ' WS-LINES-CARRIED.
           DISPLAY 'Credits Issued:     ' WS-CREDIT-TOTAL.
           DISPLAY 'Restock Fees:       ' WS-FEE-TOTAL.
           DISPLAY 'Tax Credited:       ' WS-TAX-CREDIT-TOTAL.
           DISPLAY 'Lots Restocked:     ' WS-LOTS-RESTOCKED.
           DISPLAY '======================================'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TRANSFER.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Inter-warehouse stock transfers: stock moves between          *
      * locations without ever leaving the company's books.           *
      * - Transfer orders (transfer-orders.dat) are shipped ('S') or  *
      *   received ('R') against a transfer number                    *
      * - Shipping takes the quantity off the origin location's       *
      *   on-hand and puts it in transit to the destination; the      *
      *   movement journal gets a 'T' entry at the origin             *
      * - Receiving (capped at what is still outstanding) clears the  *
      *   in-transit and adds to the destination's on-hand, with an   *
      *   'R' journal entry at the destination                        *
      * - Transfers shipped and not fully received are carried in     *
      *   open-transfers.dat (rewritten to open-transfers-new.dat,    *
      *   the same old/new cycle as the open-shipment register)       *
      * - The product total (PROD-QTY-ON-HAND) is never changed here  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-ORDER-FILE
               ASSIGN TO 'transfer-orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRF-STATUS.

           SELECT OPEN-TRANSFER-FILE
               ASSIGN TO 'open-transfers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTR-STATUS.

           SELECT NEW-OPEN-TRANSFER-FILE
               ASSIGN TO 'open-transfers-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

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

           SELECT STOCK-MOVEMENT-FILE
               ASSIGN TO 'stock-movements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

           SELECT TRANSFER-REPORT-FILE
               ASSIGN TO 'transfer-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-ORDER-FILE.
       01  TRANSFER-ORDER-RECORD.
           05  TRF-NUMBER           PIC X(8).
           05  TRF-ACTION           PIC X(1).
               88  TRF-SHIP         VALUE 'S'.
               88  TRF-RECEIVE      VALUE 'R'.
           05  TRF-PRODUCT-CODE     PIC X(6).
           05  TRF-FROM-WAREHOUSE   PIC X(3).
           05  TRF-TO-WAREHOUSE     PIC X(3).
           05  TRF-QUANTITY         PIC 9(7).
           05  FILLER               PIC X(12).

      *    One record per transfer shipped and not fully received.
       FD  OPEN-TRANSFER-FILE.
       01  OPEN-TRANSFER-RECORD.
           05  OTR-NUMBER           PIC X(8).
           05  OTR-PRODUCT-CODE     PIC X(6).
           05  OTR-FROM-WAREHOUSE   PIC X(3).
           05  OTR-TO-WAREHOUSE     PIC X(3).
           05  OTR-SHIP-DATE        PIC 9(8).
           05  OTR-QTY-SHIPPED      PIC 9(7).
           05  OTR-QTY-RECEIVED     PIC 9(7).
           05  FILLER               PIC X(8).

       FD  NEW-OPEN-TRANSFER-FILE.
       01  NEW-OPEN-TRANSFER-RECORD PIC X(50).

      *    Same layout as in ORDER-PROCESSOR / STOCK-RECEIPTS.
       FD  PRODUCT-MASTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRODUCT-MASTER-RECORD.
           05  PROD-CODE            PIC X(6).
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

      *    Same layout as in ORDER-PROCESSOR / STOCK-RECEIPTS.
       FD  STOCK-MOVEMENT-FILE.
       01  STOCK-MOVEMENT-RECORD.
           05  SMV-DATE             PIC 9(8).
           05  SMV-PRODUCT-CODE     PIC X(6).
           05  SMV-REFERENCE        PIC X(12).
           05  SMV-DIRECTION        PIC X(1).
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

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-TRF-STATUS        PIC XX.
           05  WS-OTR-STATUS        PIC XX.
           05  WS-NOT-STATUS        PIC XX.
           05  WS-PRD-STATUS        PIC XX.
           05  WS-WHS-STATUS        PIC XX.
           05  WS-SLC-STATUS        PIC XX.
           05  WS-SMV-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-TRF-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  TRF-EOF          VALUE 'Y'.
           05  WS-OTR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  OTR-EOF          VALUE 'Y'.
           05  WS-WHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WHS-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ORDERS-READ       PIC 9(7) VALUE 0.
           05  WS-TRANSFERS-SHIPPED PIC 9(7) VALUE 0.
           05  WS-TRANSFERS-RECVD   PIC 9(7) VALUE 0.
           05  WS-TRANSFERS-CLOSED  PIC 9(7) VALUE 0.
           05  WS-ORDERS-REJECTED   PIC 9(7) VALUE 0.
           05  WS-OVER-RECEIPTS     PIC 9(7) VALUE 0.
           05  WS-TRANSFERS-OPEN    PIC 9(7) VALUE 0.
           05  WS-QTY-SHIPPED       PIC 9(9) VALUE 0.
           05  WS-QTY-RECEIVED      PIC 9(9) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-WAREHOUSE-TABLE.
           05  WS-WHT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-WHT-ID OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-WHT-COUNT
                   INDEXED BY WS-WHT-IDX
                   PIC X(3).

      *    The open-transfer register in memory: carried transfers
      *    first, then the ones shipped this run.
       01  WS-OPEN-TRANSFER-TABLE.
           05  WS-OTT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-OTT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OTT-COUNT
                   INDEXED BY WS-OTT-IDX.
               10  WS-OTT-NUMBER    PIC X(8).
               10  WS-OTT-PRODUCT   PIC X(6).
               10  WS-OTT-FROM      PIC X(3).
               10  WS-OTT-TO        PIC X(3).
               10  WS-OTT-SHIP-DATE PIC 9(8).
               10  WS-OTT-SHIPPED   PIC 9(7) COMP-3.
               10  WS-OTT-RECEIVED  PIC 9(7) COMP-3.

       01  WS-TRANSFER-WORK.
           05  WS-MOVE-QTY          PIC 9(7) VALUE 0.
           05  WS-OUTSTANDING-QTY   PIC 9(7) VALUE 0.
           05  WS-REJECT-REASON     PIC X(30) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(30)
               VALUE 'STOCK TRANSFER REPORT'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  WRH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-TRANSFER-LINE.
           05  WTL-NUMBER           PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WTL-ACTION           PIC X(1).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WTL-PRODUCT          PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WTL-FROM             PIC X(3).
           05  FILLER               PIC X(4) VALUE ' -> '.
           05  WTL-TO               PIC X(3).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WTL-QUANTITY         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WTL-DISPOSITION      PIC X(30).
           05  FILLER               PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANSFERS
               UNTIL TRF-EOF.
           PERFORM 3000-WRITE-OPEN-TRANSFERS
               VARYING WS-OTT-IDX FROM 1 BY 1
               UNTIL WS-OTT-IDX > WS-OTT-COUNT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT NEW-OPEN-TRANSFER-FILE
                OUTPUT TRANSFER-REPORT-FILE
                EXTEND STOCK-MOVEMENT-FILE.

           MOVE WS-RUN-DATE TO WRH-RUN-DATE
           WRITE TRANSFER-REPORT-RECORD FROM WS-REPORT-HEADING.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRODUCT MASTER FILE: '
                   WS-PRD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

           PERFORM 1100-LOAD-WAREHOUSES.
           PERFORM 1200-LOAD-OPEN-TRANSFERS.

           OPEN INPUT TRANSFER-ORDER-FILE.
           IF WS-TRF-STATUS NOT = '00'
               DISPLAY 'NO TRANSFER ORDERS THIS RUN'
               MOVE 'Y' TO WS-TRF-EOF-FLAG
           END-IF.

       1100-LOAD-WAREHOUSES.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHS-STATUS NOT = '00'
               DISPLAY 'WAREHOUSE FILE NOT FOUND - TRANSFERS REJECTED'
               MOVE 'Y' TO WS-WHS-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-WAREHOUSE
               UNTIL WHS-EOF.

           IF WS-WHS-STATUS = '00' OR WS-WHS-STATUS = '10'
               CLOSE WAREHOUSE-FILE
           END-IF.

       1110-LOAD-ONE-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END MOVE 'Y' TO WS-WHS-EOF-FLAG
               NOT AT END
                   IF WS-WHT-COUNT < 50
                       ADD 1 TO WS-WHT-COUNT
                       MOVE WHS-ID TO WS-WHT-ID(WS-WHT-COUNT)
                   END-IF
           END-READ.

       1200-LOAD-OPEN-TRANSFERS.
           OPEN INPUT OPEN-TRANSFER-FILE.
           IF WS-OTR-STATUS NOT = '00'
               MOVE 'Y' TO WS-OTR-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-TRANSFER
               UNTIL OTR-EOF.

           IF WS-OTR-STATUS = '00' OR WS-OTR-STATUS = '10'
               CLOSE OPEN-TRANSFER-FILE
           END-IF.

       1210-LOAD-ONE-TRANSFER.
           READ OPEN-TRANSFER-FILE
               AT END MOVE 'Y' TO WS-OTR-EOF-FLAG
               NOT AT END
                   IF WS-OTT-COUNT < 5000
                       ADD 1 TO WS-OTT-COUNT
                       MOVE OTR-NUMBER
                           TO WS-OTT-NUMBER(WS-OTT-COUNT)
                       MOVE OTR-PRODUCT-CODE
                           TO WS-OTT-PRODUCT(WS-OTT-COUNT)
                       MOVE OTR-FROM-WAREHOUSE
                           TO WS-OTT-FROM(WS-OTT-COUNT)
                       MOVE OTR-TO-WAREHOUSE
                           TO WS-OTT-TO(WS-OTT-COUNT)
                       MOVE OTR-SHIP-DATE
                           TO WS-OTT-SHIP-DATE(WS-OTT-COUNT)
                       MOVE OTR-QTY-SHIPPED
                           TO WS-OTT-SHIPPED(WS-OTT-COUNT)
                       MOVE OTR-QTY-RECEIVED
                           TO WS-OTT-RECEIVED(WS-OTT-COUNT)
                   ELSE
                       DISPLAY 'OPEN TRANSFER TABLE FULL - DROPPED: '
                           OTR-NUMBER
                   END-IF
           END-READ.

       2000-PROCESS-TRANSFERS.
           READ TRANSFER-ORDER-FILE
               AT END MOVE 'Y' TO WS-TRF-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE TRF-NUMBER TO WTL-NUMBER
                   MOVE TRF-ACTION TO WTL-ACTION
                   MOVE TRF-PRODUCT-CODE TO WTL-PRODUCT
                   MOVE TRF-FROM-WAREHOUSE TO WTL-FROM
                   MOVE TRF-TO-WAREHOUSE TO WTL-TO
                   MOVE ZERO TO WTL-QUANTITY
                   EVALUATE TRUE
                       WHEN TRF-SHIP
                           PERFORM 2100-SHIP-TRANSFER
                       WHEN TRF-RECEIVE
                           PERFORM 2500-RECEIVE-TRANSFER
                       WHEN OTHER
                           MOVE 'INVALID ACTION' TO WS-REJECT-REASON
                   END-EVALUATE
                   IF WS-REJECT-REASON NOT = SPACES
                       MOVE WS-REJECT-REASON TO WTL-DISPOSITION
                       ADD 1 TO WS-ORDERS-REJECTED
                   END-IF
                   WRITE TRANSFER-REPORT-RECORD FROM WS-TRANSFER-LINE
           END-READ.

      *    Shipping: both ends must be known warehouses, the product
      *    on the master, the number not already open, and the
      *    origin location able to cover the quantity.
       2100-SHIP-TRANSFER.
           PERFORM 2110-VALIDATE-SHIPMENT
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-TAKE-FROM-ORIGIN
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-PUT-IN-TRANSIT
               PERFORM 2400-OPEN-TRANSFER-ENTRY
               MOVE 'T' TO SMV-DIRECTION
               MOVE TRF-FROM-WAREHOUSE TO SMV-WAREHOUSE
               MOVE TRF-TO-WAREHOUSE TO SMV-XFER-WAREHOUSE
               MOVE TRF-QUANTITY TO WS-MOVE-QTY
               PERFORM 2800-WRITE-MOVEMENT
               MOVE TRF-QUANTITY TO WTL-QUANTITY
               ADD TRF-QUANTITY TO WS-QTY-SHIPPED
               ADD 1 TO WS-TRANSFERS-SHIPPED
               MOVE 'SHIPPED - IN TRANSIT' TO WTL-DISPOSITION
           END-IF.

       2110-VALIDATE-SHIPMENT.
           IF TRF-QUANTITY NOT NUMERIC OR TRF-QUANTITY = ZERO
               MOVE 'INVALID QUANTITY' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND TRF-FROM-WAREHOUSE = TRF-TO-WAREHOUSE
               MOVE 'SAME WAREHOUSE BOTH ENDS' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2120-CHECK-WAREHOUSES
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TRF-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN PRODUCT' TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2600-FIND-OPEN-TRANSFER
               IF LOOKUP-FOUND
                   MOVE 'TRANSFER ALREADY OPEN' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2120-CHECK-WAREHOUSES.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-WHT-COUNT > 0
               SET WS-WHT-IDX TO 1
               SEARCH WS-WHT-ID
                   AT END
                       CONTINUE
                   WHEN WS-WHT-ID(WS-WHT-IDX) = TRF-FROM-WAREHOUSE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT LOOKUP-FOUND
               MOVE 'UNKNOWN FROM WAREHOUSE' TO WS-REJECT-REASON
           ELSE
               MOVE 'N' TO WS-FOUND-FLAG
               SET WS-WHT-IDX TO 1
               SEARCH WS-WHT-ID
                   AT END
                       CONTINUE
                   WHEN WS-WHT-ID(WS-WHT-IDX) = TRF-TO-WAREHOUSE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
               IF NOT LOOKUP-FOUND
                   MOVE 'UNKNOWN TO WAREHOUSE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2200-TAKE-FROM-ORIGIN.
           MOVE TRF-PRODUCT-CODE TO SLC-PRODUCT-CODE
           MOVE TRF-FROM-WAREHOUSE TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'NO STOCK AT ORIGIN' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF SLC-QTY-ON-HAND < TRF-QUANTITY
                       MOVE 'INSUFFICIENT STOCK AT ORIGIN'
                           TO WS-REJECT-REASON
                   ELSE
                       SUBTRACT TRF-QUANTITY FROM SLC-QTY-ON-HAND
                       REWRITE STOCK-LOCATION-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR UPDATING LOCATION: '
                                   SLC-KEY
                       END-REWRITE
                   END-IF
           END-READ.

       2300-PUT-IN-TRANSIT.
           MOVE TRF-PRODUCT-CODE TO SLC-PRODUCT-CODE
           MOVE TRF-TO-WAREHOUSE TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO SLC-QTY-ON-HAND
                   MOVE TRF-QUANTITY TO SLC-QTY-IN-TRANSIT
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADDING LOCATION: '
                               SLC-KEY
                   END-WRITE
               NOT INVALID KEY
                   ADD TRF-QUANTITY TO SLC-QTY-IN-TRANSIT
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING LOCATION: '
                               SLC-KEY
                   END-REWRITE
           END-READ.

       2400-OPEN-TRANSFER-ENTRY.
           IF WS-OTT-COUNT < 5000
               ADD 1 TO WS-OTT-COUNT
               MOVE TRF-NUMBER TO WS-OTT-NUMBER(WS-OTT-COUNT)
               MOVE TRF-PRODUCT-CODE TO WS-OTT-PRODUCT(WS-OTT-COUNT)
               MOVE TRF-FROM-WAREHOUSE TO WS-OTT-FROM(WS-OTT-COUNT)
               MOVE TRF-TO-WAREHOUSE TO WS-OTT-TO(WS-OTT-COUNT)
               MOVE WS-RUN-DATE TO WS-OTT-SHIP-DATE(WS-OTT-COUNT)
               MOVE TRF-QUANTITY TO WS-OTT-SHIPPED(WS-OTT-COUNT)
               MOVE ZERO TO WS-OTT-RECEIVED(WS-OTT-COUNT)
           ELSE
               DISPLAY 'OPEN TRANSFER TABLE FULL - NOT CARRIED: '
                   TRF-NUMBER
           END-IF.

      *    Receiving works from the open register, not the order:
      *    product and both ends come from the shipment, and more
      *    than is still outstanding is never taken in.
       2500-RECEIVE-TRANSFER.
           PERFORM 2600-FIND-OPEN-TRANSFER
           IF NOT LOOKUP-FOUND
               MOVE 'NO OPEN TRANSFER' TO WS-REJECT-REASON
           ELSE
               IF TRF-QUANTITY NOT NUMERIC OR TRF-QUANTITY = ZERO
                   MOVE 'INVALID QUANTITY' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-OTT-PRODUCT(WS-OTT-IDX) TO WTL-PRODUCT
               MOVE WS-OTT-FROM(WS-OTT-IDX) TO WTL-FROM
               MOVE WS-OTT-TO(WS-OTT-IDX) TO WTL-TO
               COMPUTE WS-OUTSTANDING-QTY =
                   WS-OTT-SHIPPED(WS-OTT-IDX)
                   - WS-OTT-RECEIVED(WS-OTT-IDX)
               MOVE TRF-QUANTITY TO WS-MOVE-QTY
               IF WS-MOVE-QTY > WS-OUTSTANDING-QTY
                   MOVE WS-OUTSTANDING-QTY TO WS-MOVE-QTY
                   ADD 1 TO WS-OVER-RECEIPTS
               END-IF

               PERFORM 2700-RECEIVE-AT-DESTINATION
               ADD WS-MOVE-QTY TO WS-OTT-RECEIVED(WS-OTT-IDX)

               MOVE WS-OTT-PRODUCT(WS-OTT-IDX) TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO PROD-QTY-ON-HAND
               END-READ
               MOVE 'R' TO SMV-DIRECTION
               MOVE WS-OTT-TO(WS-OTT-IDX) TO SMV-WAREHOUSE
               MOVE WS-OTT-FROM(WS-OTT-IDX) TO SMV-XFER-WAREHOUSE
               PERFORM 2800-WRITE-MOVEMENT

               MOVE WS-MOVE-QTY TO WTL-QUANTITY
               ADD WS-MOVE-QTY TO WS-QTY-RECEIVED
               ADD 1 TO WS-TRANSFERS-RECVD
               IF WS-OTT-RECEIVED(WS-OTT-IDX)
                       >= WS-OTT-SHIPPED(WS-OTT-IDX)
                   ADD 1 TO WS-TRANSFERS-CLOSED
                   MOVE 'RECEIVED - CLOSED' TO WTL-DISPOSITION
               ELSE
                   MOVE 'RECEIVED - PART OPEN' TO WTL-DISPOSITION
               END-IF
           END-IF.

       2600-FIND-OPEN-TRANSFER.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-OTT-COUNT > 0
               SET WS-OTT-IDX TO 1
               SEARCH WS-OTT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OTT-NUMBER(WS-OTT-IDX) = TRF-NUMBER
                       AND WS-OTT-RECEIVED(WS-OTT-IDX)
                           < WS-OTT-SHIPPED(WS-OTT-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    In-transit is floored at zero: a register carried from
      *    before the location file was loaded may find none.
       2700-RECEIVE-AT-DESTINATION.
           MOVE WS-OTT-PRODUCT(WS-OTT-IDX) TO SLC-PRODUCT-CODE
           MOVE WS-OTT-TO(WS-OTT-IDX) TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE WS-MOVE-QTY TO SLC-QTY-ON-HAND
                   MOVE ZERO TO SLC-QTY-IN-TRANSIT
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADDING LOCATION: '
                               SLC-KEY
                   END-WRITE
               NOT INVALID KEY
                   IF SLC-QTY-IN-TRANSIT > WS-MOVE-QTY
                       SUBTRACT WS-MOVE-QTY FROM SLC-QTY-IN-TRANSIT
                   ELSE
                       MOVE ZERO TO SLC-QTY-IN-TRANSIT
                   END-IF
                   ADD WS-MOVE-QTY TO SLC-QTY-ON-HAND
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING LOCATION: '
                               SLC-KEY
                   END-REWRITE
           END-READ.

      *    The product total does not move on a transfer, so before
      *    and after are the same figure.
       2800-WRITE-MOVEMENT.
           MOVE WS-RUN-DATE TO SMV-DATE
           MOVE PROD-CODE TO SMV-PRODUCT-CODE
           MOVE SPACES TO SMV-REFERENCE
           STRING 'TRF-' DELIMITED BY SIZE
                  TRF-NUMBER DELIMITED BY SIZE
               INTO SMV-REFERENCE
           END-STRING
           MOVE WS-MOVE-QTY TO SMV-QUANTITY
           MOVE SPACES TO SMV-LOT-NUMBER
           MOVE SPACES TO SMV-KIT-CODE
           MOVE PROD-QTY-ON-HAND TO SMV-QTY-BEFORE
                                    SMV-QTY-AFTER
           WRITE STOCK-MOVEMENT-RECORD.

       3000-WRITE-OPEN-TRANSFERS.
           IF WS-OTT-RECEIVED(WS-OTT-IDX) < WS-OTT-SHIPPED(WS-OTT-IDX)
               MOVE SPACES TO OPEN-TRANSFER-RECORD
               MOVE WS-OTT-NUMBER(WS-OTT-IDX) TO OTR-NUMBER
               MOVE WS-OTT-PRODUCT(WS-OTT-IDX) TO OTR-PRODUCT-CODE
               MOVE WS-OTT-FROM(WS-OTT-IDX) TO OTR-FROM-WAREHOUSE
               MOVE WS-OTT-TO(WS-OTT-IDX) TO OTR-TO-WAREHOUSE
               MOVE WS-OTT-SHIP-DATE(WS-OTT-IDX) TO OTR-SHIP-DATE
               MOVE WS-OTT-SHIPPED(WS-OTT-IDX) TO OTR-QTY-SHIPPED
               MOVE WS-OTT-RECEIVED(WS-OTT-IDX) TO OTR-QTY-RECEIVED
               WRITE NEW-OPEN-TRANSFER-RECORD FROM OPEN-TRANSFER-RECORD
               ADD 1 TO WS-TRANSFERS-OPEN
           END-IF.

       4000-FINALIZE.
           IF WS-TRF-STATUS = '00' OR WS-TRF-STATUS = '10'
               CLOSE TRANSFER-ORDER-FILE
           END-IF.
           CLOSE NEW-OPEN-TRANSFER-FILE
                 TRANSFER-REPORT-FILE
                 STOCK-MOVEMENT-FILE
                 PRODUCT-MASTER-FILE
                 STOCK-LOCATION-FILE.

           DISPLAY '======================================'.
           DISPLAY 'STOCK TRANSFER STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Transfer Orders:    ' WS-ORDERS-READ.
           DISPLAY 'Shipped:            ' WS-TRANSFERS-SHIPPED.
           DISPLAY 'Received:           ' WS-TRANSFERS-RECVD.
           DISPLAY 'Closed:             ' WS-TRANSFERS-CLOSED.
           DISPLAY 'Over-Receipts Cut:  ' WS-OVER-RECEIPTS.
           DISPLAY 'Rejected:           ' WS-ORDERS-REJECTED.
           DISPLAY 'Still In Transit:   ' WS-TRANSFERS-OPEN.
           DISPLAY 'Units Shipped:      ' WS-QTY-SHIPPED.
           DISPLAY 'Units Received:     ' WS-QTY-RECEIVED.
           DISPLAY '======================================'.

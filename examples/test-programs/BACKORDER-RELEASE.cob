      *   the remainder stays queued with its original order date     *
      * - Rewrites the remaining queue and produces the backorder     *
      *   aging report so sales can see what has waited longest       *
      * - Releases ship from the default warehouse (first record of   *
      *   the warehouse file) and draw its stock location down        *
      * - A backordered kit releases as far as its scarcest component *
      *   allows; each component is drawn down and journaled under    *
      *   the kit code                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APO-STATUS.

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

      *    Same bill of materials as ORDER-PROCESSOR reads.
           SELECT BILL-OF-MATERIALS-FILE
               ASSIGN TO 'bill-of-materials.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as written by 2310-CAPTURE-BACKORDER in
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

       FD  RELEASED-ORDER-FILE.
       01  RELEASED-ORDER-RECORD    PIC X(80).
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

      *    Same layout as 2305-WRITE-APPROVED-EXTRACT in
      *    ORDER-PROCESSOR, appended (EXTEND) behind the day's
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD      PIC X(100).

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

      *    Same layout as in ORDER-PROCESSOR.
       FD  BILL-OF-MATERIALS-FILE.
       01  BILL-OF-MATERIALS-RECORD.
           05  BOM-KIT-CODE         PIC X(6).
           05  BOM-COMPONENT-CODE   PIC X(6).
           05  BOM-QTY-PER-KIT      PIC 9(3).
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-BKO-STATUS        PIC XX.
           05  WS-AGE-STATUS        PIC XX.
           05  WS-SMV-STATUS        PIC XX.
           05  WS-APO-STATUS        PIC XX.
           05  WS-WHS-STATUS        PIC XX.
           05  WS-SLC-STATUS        PIC XX.
           05  WS-BOM-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-BKO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SORT-RETURN-EOF  VALUE 'Y'.
           05  WS-PROD-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  PROD-FOUND       VALUE 'Y'.
           05  WS-BOM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  BOM-EOF          VALUE 'Y'.
           05  WS-KIT-FLAG          PIC X(1) VALUE 'N'.
               88  LINE-IS-KIT      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-BACKORDERS-READ   PIC 9(7) VALUE 0.
           05  WS-RELEASED-FULL     PIC 9(7) VALUE 0.
           05  WS-RELEASED-PARTIAL  PIC 9(7) VALUE 0.
           05  WS-STILL-WAITING     PIC 9(7) VALUE 0.
           05  WS-LOCATIONS-SHORT   PIC 9(7) VALUE 0.
           05  WS-KIT-RELEASES      PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DEFAULT-WAREHOUSE     PIC X(3) VALUE '001'.

       01  WS-WORK-FIELDS.
           05  WS-QTY-TO-SHIP       PIC 9(5) VALUE 0.
           05  WS-RUN-DATE-INT      PIC S9(9) COMP-3 VALUE 0.
           05  WS-ORDER-DATE-INT    PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-WAITING      PIC S9(5) COMP-3 VALUE 0.
      *    Units of the product (or kits) the release can draw on,
      *    and what one draw-down takes: the line's product, or one
      *    component of a kit.
           05  WS-AVAIL-QTY         PIC 9(7) VALUE 0.
           05  WS-CMP-KITS          PIC 9(7) VALUE 0.
           05  WS-DRAW-PRODUCT      PIC X(6) VALUE SPACES.
           05  WS-DRAW-KIT          PIC X(6) VALUE SPACES.
           05  WS-DRAW-QTY          PIC 9(7) VALUE 0.

      *    Bill of materials, loaded once.
       01  WS-BOM-TABLE.
           05  WS-BOM-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-BOM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BOM-COUNT
                   INDEXED BY WS-BOM-IDX.
               10  WS-BOM-KIT       PIC X(6).
               10  WS-BOM-COMPONENT PIC X(6).
               10  WS-BOM-QTY-PER   PIC 9(3) COMP-3.

       01  WS-RELEASED-LINE.
           05  WRL-ORDER-ID         PIC X(10).
               STOP RUN
           END-IF.

           PERFORM 1100-OPEN-DEFAULT-LOCATION.
           PERFORM 1200-LOAD-BILL-OF-MATERIALS.

       1100-OPEN-DEFAULT-LOCATION.
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

       1200-LOAD-BILL-OF-MATERIALS.
           OPEN INPUT BILL-OF-MATERIALS-FILE.
           IF WS-BOM-STATUS NOT = '00'
               MOVE 'Y' TO WS-BOM-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-BOM-ROW
               UNTIL BOM-EOF.

           IF WS-BOM-STATUS = '00' OR WS-BOM-STATUS = '10'
               CLOSE BILL-OF-MATERIALS-FILE
           END-IF.

       1210-LOAD-ONE-BOM-ROW.
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

      *----------------------------------------------------------------
      *    SORT INPUT PROCEDURE
      *----------------------------------------------------------------

       3200-FILL-ONE-BACKORDER.
           MOVE 'N' TO WS-PROD-FOUND-FLAG
           MOVE ZERO TO WS-AVAIL-QTY
           PERFORM 3210-CHECK-FOR-KIT
           IF LINE-IS-KIT
               PERFORM 3220-KIT-AVAILABILITY
           ELSE
               MOVE SBK-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PROD-FOUND-FLAG
                       MOVE PROD-QTY-ON-HAND TO WS-AVAIL-QTY
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT PROD-FOUND
                   PERFORM 3400-KEEP-WAITING
               WHEN WS-AVAIL-QTY = ZERO
                   PERFORM 3400-KEEP-WAITING
               WHEN WS-AVAIL-QTY >= SBK-QTY-OPEN
                   MOVE SBK-QTY-OPEN TO WS-QTY-TO-SHIP
                   MOVE ZERO TO WS-QTY-REMAINING
                   PERFORM 3300-SHIP-AND-DECREMENT
               WHEN OTHER
      *            Partial fill: ship what exists, the remainder keeps
      *            its place (and original date) in the queue.
                   MOVE WS-AVAIL-QTY TO WS-QTY-TO-SHIP
                   COMPUTE WS-QTY-REMAINING =
                       SBK-QTY-OPEN - WS-QTY-TO-SHIP
                   PERFORM 3300-SHIP-AND-DECREMENT

           PERFORM 3100-RETURN-SORTED-RECORD.

       3210-CHECK-FOR-KIT.
           MOVE 'N' TO WS-KIT-FLAG
           IF WS-BOM-COUNT > 0
               SET WS-BOM-IDX TO 1
               SEARCH WS-BOM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BOM-KIT(WS-BOM-IDX) = SBK-PRODUCT-CODE
                       MOVE 'Y' TO WS-KIT-FLAG
               END-SEARCH
           END-IF.

      *    A kit has no stock of its own: it is available as many
      *    times as its scarcest component allows, and a component
      *    missing from the master holds the whole kit back.
       3220-KIT-AVAILABILITY.
           MOVE 'Y' TO WS-PROD-FOUND-FLAG
           MOVE 9999999 TO WS-AVAIL-QTY
           PERFORM 3225-KITS-FROM-COMPONENT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT.

       3225-KITS-FROM-COMPONENT.
           IF WS-BOM-KIT(WS-BOM-IDX) = SBK-PRODUCT-CODE
               MOVE WS-BOM-COMPONENT(WS-BOM-IDX) TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-AVAIL-QTY
                   NOT INVALID KEY
                       COMPUTE WS-CMP-KITS =
                           PROD-QTY-ON-HAND / WS-BOM-QTY-PER(WS-BOM-IDX)
                       IF WS-CMP-KITS < WS-AVAIL-QTY
                           MOVE WS-CMP-KITS TO WS-AVAIL-QTY
                       END-IF
               END-READ
           END-IF.

       3300-SHIP-AND-DECREMENT.
           IF LINE-IS-KIT
               MOVE SBK-PRODUCT-CODE TO WS-DRAW-KIT
               PERFORM 3310-DRAW-ONE-COMPONENT
                   VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
               ADD 1 TO WS-KIT-RELEASES
           ELSE
               MOVE SBK-PRODUCT-CODE TO WS-DRAW-PRODUCT
               MOVE SPACES TO WS-DRAW-KIT
               MOVE WS-QTY-TO-SHIP TO WS-DRAW-QTY
               PERFORM 3320-DECREMENT-PRODUCT
           END-IF
           PERFORM 3360-WRITE-APPROVED-EXTRACT

           MOVE SBK-ORDER-ID TO WRL-ORDER-ID
           END-IF
           WRITE RELEASED-ORDER-RECORD FROM WS-RELEASED-LINE.

       3310-DRAW-ONE-COMPONENT.
           IF WS-BOM-KIT(WS-BOM-IDX) = WS-DRAW-KIT
               MOVE WS-BOM-COMPONENT(WS-BOM-IDX) TO WS-DRAW-PRODUCT
               COMPUTE WS-DRAW-QTY =
                   WS-QTY-TO-SHIP * WS-BOM-QTY-PER(WS-BOM-IDX)
               MOVE WS-DRAW-PRODUCT TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'KIT COMPONENT NOT ON MASTER: '
                           WS-DRAW-PRODUCT
                   NOT INVALID KEY
                       PERFORM 3320-DECREMENT-PRODUCT
               END-READ
           END-IF.

      *    The product record for WS-DRAW-PRODUCT is in the buffer.
       3320-DECREMENT-PRODUCT.
           MOVE PROD-QTY-ON-HAND TO SMV-QTY-BEFORE
           IF WS-DRAW-QTY > PROD-QTY-ON-HAND
               MOVE ZERO TO PROD-QTY-ON-HAND
           ELSE
               SUBTRACT WS-DRAW-QTY FROM PROD-QTY-ON-HAND
           END-IF
           REWRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING STOCK FOR BACKORDER: '
                       SBK-ORDER-ID
           END-REWRITE
           PERFORM 3350-WRITE-STOCK-MOVEMENT.

       3350-WRITE-STOCK-MOVEMENT.
           MOVE WS-RUN-DATE TO SMV-DATE
           MOVE WS-DRAW-PRODUCT TO SMV-PRODUCT-CODE
           MOVE SBK-ORDER-ID TO SMV-REFERENCE
           MOVE '-' TO SMV-DIRECTION
           MOVE WS-DRAW-QTY TO SMV-QUANTITY
           MOVE PROD-QTY-ON-HAND TO SMV-QTY-AFTER
           MOVE WS-DEFAULT-WAREHOUSE TO SMV-WAREHOUSE
           MOVE SPACES TO SMV-XFER-WAREHOUSE
           MOVE SPACES TO SMV-LOT-NUMBER
           MOVE WS-DRAW-KIT TO SMV-KIT-CODE
           WRITE STOCK-MOVEMENT-RECORD
           PERFORM 3355-DRAW-DOWN-LOCATION.

       3355-DRAW-DOWN-LOCATION.
           MOVE WS-DRAW-PRODUCT TO SLC-PRODUCT-CODE
           MOVE WS-DEFAULT-WAREHOUSE TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   DISPLAY 'NO STOCK LOCATION ' SLC-WAREHOUSE
                       ' FOR PRODUCT ' SLC-PRODUCT-CODE
                   ADD 1 TO WS-LOCATIONS-SHORT
               NOT INVALID KEY
                   IF WS-DRAW-QTY > SLC-QTY-ON-HAND
                       ADD 1 TO WS-LOCATIONS-SHORT
                       MOVE ZERO TO SLC-QTY-ON-HAND
                   ELSE
                       SUBTRACT WS-DRAW-QTY FROM SLC-QTY-ON-HAND
                   END-IF
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING STOCK LOCATION: '
                               SLC-KEY
                   END-REWRITE
           END-READ.

      *    Billing leg of the release: same arithmetic as
      *    2200-CALCULATE-AMOUNTS in ORDER-PROCESSOR (line discount,
                 RELEASED-ORDER-FILE
                 AGING-REPORT-FILE
                 STOCK-MOVEMENT-FILE
                 APPROVED-ORDER-FILE
                 STOCK-LOCATION-FILE.

           DISPLAY '======================================'.
           DISPLAY 'BACKORDER RELEASE STATISTICS'.
           DISPLAY 'Released Complete:  ' WS-RELEASED-FULL.
           DISPLAY 'Released Partial:   ' WS-RELEASED-PARTIAL.
           DISPLAY 'Still Waiting:      ' WS-STILL-WAITING.
           DISPLAY 'Locations Short:    ' WS-LOCATIONS-SHORT.
           DISPLAY 'Kit Releases:       ' WS-KIT-RELEASES.
           DISPLAY '======================================'.

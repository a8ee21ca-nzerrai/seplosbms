      * - The relieved value books as COGS through a voucher pair in  *
      *   the GLJRNL layout, mapped by COAMAP type 'CG' (suspense     *
      *   when unmapped)                                              *
      * - Layers are held per warehouse: a draw relieves the layers   *
      *   at its own location first, a stock transfer ('T') moves     *
      *   layers to the receiving warehouse at their original cost    *
      *   and date without booking COGS, and the valuation report is  *
      *   per product and warehouse                                   *
      * - Kits are costed from their components: the valuation        *
      *   report closes with one line per bill-of-materials kit -     *
      *   unit cost from each component's oldest open FIFO layer,     *
      *   and the COGS its components relieved today (FULFILLMENT     *
      *   tags their movements with the kit code)                     *
      * - Every costed draw is logged to cost-of-sales.dat            *
      *   (reference, product, kit, quantity, FIFO cost), cumulative  *
      *   across runs, for MARGIN-ANALYSIS                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Cumulative FIFO cost per draw (EXTEND across runs).
           SELECT COST-OF-SALES-FILE
               ASSIGN TO 'cost-of-sales.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-STATUS.

      *    Same bill of materials as ORDER-PROCESSOR reads.
           SELECT BILL-OF-MATERIALS-FILE
               ASSIGN TO 'bill-of-materials.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as written by STOCK-RECEIPTS.
           05  FIF-LAYER-DATE       PIC 9(8).
           05  FIF-QTY-REMAINING    PIC 9(7).
           05  FIF-UNIT-COST        PIC 9(5)V99.
           05  FIF-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(5).

       FD  NEW-LAYER-FILE.
       01  NEW-LAYER-RECORD         PIC X(36).
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

      *    Same layout as COA-MAPPING-RECORD in GLPOST.
       FD  COA-MAPPING-FILE.
       FD  VALUATION-REPORT-FILE.
       01  VALUATION-REPORT-RECORD  PIC X(100).

      *    One record per outbound movement costed: the reference is
      *    the movement's (the order id for a shipment), the product
      *    the item drawn, with the kit it shipped in when there is
      *    one. Read by MARGIN-ANALYSIS.
       FD  COST-OF-SALES-FILE.
       01  COST-OF-SALES-RECORD.
           05  CSL-DATE             PIC 9(8).
           05  CSL-REFERENCE        PIC X(12).
           05  CSL-PRODUCT-CODE     PIC X(6).
           05  CSL-KIT-CODE         PIC X(6).
           05  CSL-WAREHOUSE        PIC X(3).
           05  CSL-QUANTITY         PIC 9(7).
           05  CSL-COST             PIC 9(9)V99.
      *    'S' = part of the draw found no layer and is costed at
      *    zero.
           05  CSL-SHORT-FLAG       PIC X(1).
           05  FILLER               PIC X(6).

      *    Same layout as in ORDER-PROCESSOR.
       FD  BILL-OF-MATERIALS-FILE.
       01  BILL-OF-MATERIALS-RECORD.
           05  BOM-KIT-CODE         PIC X(6).
           05  BOM-COMPONENT-CODE   PIC X(6).
           05  BOM-QTY-PER-KIT      PIC 9(3).
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-FIF-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-JRN-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
           05  WS-BOM-STATUS        PIC XX.
           05  WS-CSL-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-FIF-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  COA-EOF          VALUE 'Y'.
           05  WS-COA-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  COA-MAPPED       VALUE 'Y'.
           05  WS-RELIEF-PASS       PIC X(1) VALUE 'S'.
               88  RELIEVE-SAME-WAREHOUSE VALUE 'S'.
               88  RELIEVE-LEGACY-LAYERS  VALUE 'L'.
               88  RELIEVE-ANY-WAREHOUSE  VALUE 'A'.
           05  WS-BOM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  BOM-EOF          VALUE 'Y'.
           05  WS-KIT-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  KIT-FOUND        VALUE 'Y'.
           05  WS-KIT-UNCOSTED-FLAG PIC X(1) VALUE 'N'.
               88  KIT-PART-UNCOSTED VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LAYERS-LOADED     PIC 9(5) VALUE 0.
           05  WS-SHORT-RELIEFS     PIC 9(5) VALUE 0.
           05  WS-LAYERS-KEPT       PIC 9(5) VALUE 0.
           05  WS-COGS-TOTAL        PIC 9(11)V99 VALUE 0.
           05  WS-TRANSFERS-DONE    PIC 9(7) VALUE 0.
           05  WS-SHORT-TRANSFERS   PIC 9(5) VALUE 0.
           05  WS-KIT-COGS-TOTAL    PIC 9(11)V99 VALUE 0.
           05  WS-COSTS-LOGGED      PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  WS-MOVEMENTS-SKIPPED     PIC 9(7) VALUE 0.

      *    The whole layer pool in memory, in file order (append
      *    order = receipt order = FIFO order). A layer split by a
      *    transfer re-opens at the end of the table under its
      *    original date.
       01  WS-LAYER-TABLE.
           05  WS-LYR-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-LYR-ENTRY OCCURS 1 TO 10000 TIMES
               10  WS-LYR-DATE      PIC 9(8).
               10  WS-LYR-QTY       PIC 9(7) COMP-3.
               10  WS-LYR-COST      PIC 9(5)V99 COMP-3.
               10  WS-LYR-WAREHOUSE PIC X(3).

      *    Bill of materials, loaded once, and the distinct kits in
      *    it with the COGS their components relieved this run.
       01  WS-BOM-TABLE.
           05  WS-BOM-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-BOM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BOM-COUNT
                   INDEXED BY WS-BOM-IDX.
               10  WS-BOM-KIT       PIC X(6).
               10  WS-BOM-COMPONENT PIC X(6).
               10  WS-BOM-QTY-PER   PIC 9(3) COMP-3.

       01  WS-KIT-TABLE.
           05  WS-KIT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-KIT-COUNT
                   INDEXED BY WS-KIT-IDX.
               10  WS-KIT-CODE      PIC X(6).
               10  WS-KIT-COGS      PIC 9(11)V99 COMP-3.

       01  WS-KIT-COST-WORK.
           05  WS-KIT-UNIT-COST     PIC 9(7)V99 COMP-3 VALUE 0.
           05  WS-KIT-CMP-COUNT     PIC 9(3) COMP-3 VALUE 0.
           05  WS-COGS-BEFORE       PIC 9(11)V99 COMP-3 VALUE 0.

       01  WS-COA-TABLE.
           05  WS-COA-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-TAKE-QTY          PIC 9(7) COMP-3 VALUE 0.
           05  WS-LYR-SCAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-AVG-COST          PIC 9(5)V99 COMP-3 VALUE 0.
           05  WS-LYR-TAKEN         PIC 9(5) COMP-3 VALUE 0.

       01  WS-VALUATION-WORK.
           05  WS-VAL-PRODUCT       PIC X(6) VALUE SPACES.
           05  WS-VAL-WAREHOUSE     PIC X(3) VALUE SPACES.
           05  WS-VAL-QTY           PIC 9(9) COMP-3 VALUE 0.
           05  WS-VAL-VALUE         PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-VAL-SCAN          PIC 9(5) COMP-3 VALUE 0.
       01  WS-VALUATION-LINE.
           05  WVA-PRODUCT          PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVA-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVA-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVA-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVA-AVG-COST         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-KIT-COST-HEADING.
           05  FILLER               PIC X(40) VALUE
               'KIT COST ROLL-UP (FROM COMPONENT LAYERS)'.
           05  FILLER               PIC X(60) VALUE SPACES.

       01  WS-KIT-COST-LINE.
           05  WKC-KIT              PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  FILLER               PIC X(3) VALUE 'KIT'.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WKC-COMPONENTS       PIC ZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WKC-UNIT-COST        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WKC-COGS             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WKC-NOTE             PIC X(20).
           05  FILLER               PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 2000-APPLY-MOVEMENTS
               UNTIL SMV-EOF.
           PERFORM 3000-WRITE-VALUATION.
           PERFORM 3300-WRITE-KIT-COSTS.
           PERFORM 3500-WRITE-COGS-JOURNAL.
           PERFORM 3800-REWRITE-LAYERS
               VARYING WS-LYR-IDX FROM 1 BY 1
                OUTPUT VALUATION-REPORT-FILE
                OUTPUT COGS-JOURNAL-FILE.

           OPEN EXTEND COST-OF-SALES-FILE.
           IF WS-CSL-STATUS NOT = '00'
               OPEN OUTPUT COST-OF-SALES-FILE
           END-IF.

           PERFORM 1100-LOAD-LAYERS.
           PERFORM 1200-LOAD-COA-MAPPINGS.
           PERFORM 1300-LOAD-BILL-OF-MATERIALS.

           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF WS-SMV-STATUS NOT = '00'
                               TO WS-LYR-QTY(WS-LYR-COUNT)
                           MOVE FIF-UNIT-COST
                               TO WS-LYR-COST(WS-LYR-COUNT)
                           MOVE FIF-WAREHOUSE
                               TO WS-LYR-WAREHOUSE(WS-LYR-COUNT)
                           ADD 1 TO WS-LAYERS-LOADED
                       END-IF
               END-READ
               END-READ
           END-IF.

       1300-LOAD-BILL-OF-MATERIALS.
           OPEN INPUT BILL-OF-MATERIALS-FILE.
           IF WS-BOM-STATUS NOT = '00'
               MOVE 'Y' TO WS-BOM-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-BOM-ROW
               UNTIL BOM-EOF.

           IF WS-BOM-STATUS = '00' OR WS-BOM-STATUS = '10'
               CLOSE BILL-OF-MATERIALS-FILE
           END-IF.

       1310-LOAD-ONE-BOM-ROW.
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
                       PERFORM 1320-NOTE-KIT
                   END-IF
           END-READ.

       1320-NOTE-KIT.
           MOVE 'N' TO WS-KIT-FOUND-FLAG
           IF WS-KIT-COUNT > 0
               SET WS-KIT-IDX TO 1
               SEARCH WS-KIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KIT-CODE(WS-KIT-IDX) = BOM-KIT-CODE
                       MOVE 'Y' TO WS-KIT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT KIT-FOUND AND WS-KIT-COUNT < 500
               ADD 1 TO WS-KIT-COUNT
               MOVE BOM-KIT-CODE TO WS-KIT-CODE(WS-KIT-COUNT)
               MOVE ZERO TO WS-KIT-COGS(WS-KIT-COUNT)
           END-IF.

      *    Receipts ('+') already opened their layer with a real cost
      *    in STOCK-RECEIPTS and are skipped here; outbound '-'
      *    relieves FIFO, inbound 'I' (returns, count write-ups)
      *    opens a layer at the product's current average cost, a
      *    transfer out ('T') carries layers to the other warehouse
      *    and its receiving half ('R') needs nothing further.
      *    The movement journal is opened EXTEND by all its writers
      *    and persists across nights: only TODAY's movements are
      *    costed (the carried layer pool already reflects every
                               PERFORM 2100-RELIEVE-FIFO
                           WHEN 'I'
                               PERFORM 2300-ADD-AVERAGE-LAYER
                           WHEN 'T'
                               PERFORM 2500-TRANSFER-LAYERS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Layers at the drawing warehouse go first, then layers
      *    carried from before locations were kept (no warehouse),
      *    and only then another warehouse's layers.
       2100-RELIEVE-FIFO.
           MOVE WS-COGS-TOTAL TO WS-COGS-BEFORE
           MOVE SMV-QUANTITY TO WS-QTY-TO-RELIEVE
           MOVE 'S' TO WS-RELIEF-PASS
           PERFORM 2200-RELIEVE-ONE-LAYER
               VARYING WS-LYR-SCAN FROM 1 BY 1
               UNTIL WS-LYR-SCAN > WS-LYR-COUNT
                   OR WS-QTY-TO-RELIEVE = ZERO
           MOVE 'L' TO WS-RELIEF-PASS
           PERFORM 2200-RELIEVE-ONE-LAYER
               VARYING WS-LYR-SCAN FROM 1 BY 1
               UNTIL WS-LYR-SCAN > WS-LYR-COUNT
                   OR WS-QTY-TO-RELIEVE = ZERO
           MOVE 'A' TO WS-RELIEF-PASS
           PERFORM 2200-RELIEVE-ONE-LAYER
               VARYING WS-LYR-SCAN FROM 1 BY 1
               UNTIL WS-LYR-SCAN > WS-LYR-COUNT
           IF WS-QTY-TO-RELIEVE > ZERO
               ADD 1 TO WS-SHORT-RELIEFS
           END-IF
           ADD 1 TO WS-RELIEFS-DONE
           IF SMV-KIT-CODE NOT = SPACES
               PERFORM 2150-ADD-KIT-COGS
           END-IF
           PERFORM 2160-LOG-COST-OF-SALES.

      *    A component shipped inside a kit: what it relieved is also
      *    the kit's cost of goods.
       2150-ADD-KIT-COGS.
           IF WS-KIT-COUNT > 0
               SET WS-KIT-IDX TO 1
               SEARCH WS-KIT-ENTRY
                   AT END
                       DISPLAY 'KIT NOT IN BILL OF MATERIALS: '
                           SMV-KIT-CODE
                   WHEN WS-KIT-CODE(WS-KIT-IDX) = SMV-KIT-CODE
                       COMPUTE WS-KIT-COGS(WS-KIT-IDX) =
                           WS-KIT-COGS(WS-KIT-IDX)
                           + WS-COGS-TOTAL - WS-COGS-BEFORE
               END-SEARCH
           END-IF
           COMPUTE WS-KIT-COGS-TOTAL = WS-KIT-COGS-TOTAL
               + WS-COGS-TOTAL - WS-COGS-BEFORE.

       2200-RELIEVE-ONE-LAYER.
           IF WS-LYR-PRODUCT(WS-LYR-SCAN) = SMV-PRODUCT-CODE
                   AND WS-LYR-QTY(WS-LYR-SCAN) > ZERO
                   AND (RELIEVE-ANY-WAREHOUSE
                    OR (RELIEVE-SAME-WAREHOUSE
                        AND WS-LYR-WAREHOUSE(WS-LYR-SCAN)
                            = SMV-WAREHOUSE)
                    OR (RELIEVE-LEGACY-LAYERS
                        AND WS-LYR-WAREHOUSE(WS-LYR-SCAN) = SPACES))
               MOVE WS-QTY-TO-RELIEVE TO WS-TAKE-QTY
               IF WS-TAKE-QTY > WS-LYR-QTY(WS-LYR-SCAN)
                   MOVE WS-LYR-QTY(WS-LYR-SCAN) TO WS-TAKE-QTY
               MOVE WS-RUN-DATE TO WS-LYR-DATE(WS-LYR-COUNT)
               MOVE SMV-QUANTITY TO WS-LYR-QTY(WS-LYR-COUNT)
               MOVE WS-AVG-COST TO WS-LYR-COST(WS-LYR-COUNT)
               MOVE SMV-WAREHOUSE TO WS-LYR-WAREHOUSE(WS-LYR-COUNT)
           ELSE
               DISPLAY 'LAYER TABLE FULL - INBOUND NOT LAYERED: '
                   SMV-PRODUCT-CODE
                       * WS-LYR-COST(WS-LYR-SCAN))
           END-IF.

      *    A transfer re-homes the origin's layers (its own, then
      *    legacy ones without a warehouse) oldest first: a layer
      *    taken whole just changes warehouse, a part-taken layer
      *    is split with the moved part re-opened at the receiving
      *    warehouse under the same cost and date. No COGS.
       2500-TRANSFER-LAYERS.
           MOVE SMV-QUANTITY TO WS-QTY-TO-RELIEVE
           MOVE WS-LYR-COUNT TO WS-LYR-TAKEN
           MOVE 'S' TO WS-RELIEF-PASS
           PERFORM 2600-TRANSFER-ONE-LAYER
               VARYING WS-LYR-SCAN FROM 1 BY 1
               UNTIL WS-LYR-SCAN > WS-LYR-TAKEN
                   OR WS-QTY-TO-RELIEVE = ZERO
           MOVE 'L' TO WS-RELIEF-PASS
           PERFORM 2600-TRANSFER-ONE-LAYER
               VARYING WS-LYR-SCAN FROM 1 BY 1
               UNTIL WS-LYR-SCAN > WS-LYR-TAKEN
                   OR WS-QTY-TO-RELIEVE = ZERO

           IF WS-QTY-TO-RELIEVE > ZERO
               ADD 1 TO WS-SHORT-TRANSFERS
           END-IF
           ADD 1 TO WS-TRANSFERS-DONE.

       2600-TRANSFER-ONE-LAYER.
           IF WS-LYR-PRODUCT(WS-LYR-SCAN) = SMV-PRODUCT-CODE
                   AND WS-LYR-QTY(WS-LYR-SCAN) > ZERO
                   AND ((RELIEVE-SAME-WAREHOUSE
                        AND WS-LYR-WAREHOUSE(WS-LYR-SCAN)
                            = SMV-WAREHOUSE)
                    OR (RELIEVE-LEGACY-LAYERS
                        AND WS-LYR-WAREHOUSE(WS-LYR-SCAN) = SPACES))
               IF WS-QTY-TO-RELIEVE >= WS-LYR-QTY(WS-LYR-SCAN)
                   SUBTRACT WS-LYR-QTY(WS-LYR-SCAN)
                       FROM WS-QTY-TO-RELIEVE
                   MOVE SMV-XFER-WAREHOUSE
                       TO WS-LYR-WAREHOUSE(WS-LYR-SCAN)
               ELSE
                   IF WS-LYR-COUNT < 10000
                       SUBTRACT WS-QTY-TO-RELIEVE
                           FROM WS-LYR-QTY(WS-LYR-SCAN)
                       ADD 1 TO WS-LYR-COUNT
                       MOVE WS-LYR-PRODUCT(WS-LYR-SCAN)
                           TO WS-LYR-PRODUCT(WS-LYR-COUNT)
                       MOVE WS-LYR-DATE(WS-LYR-SCAN)
                           TO WS-LYR-DATE(WS-LYR-COUNT)
                       MOVE WS-QTY-TO-RELIEVE
                           TO WS-LYR-QTY(WS-LYR-COUNT)
                       MOVE WS-LYR-COST(WS-LYR-SCAN)
                           TO WS-LYR-COST(WS-LYR-COUNT)
                       MOVE SMV-XFER-WAREHOUSE
                           TO WS-LYR-WAREHOUSE(WS-LYR-COUNT)
                       MOVE ZERO TO WS-QTY-TO-RELIEVE
                   ELSE
                       DISPLAY 'LAYER TABLE FULL - TRANSFER NOT '
                           'LAYERED: ' SMV-PRODUCT-CODE
                   END-IF
               END-IF
           END-IF.

      *    One valuation line per product and warehouse: the table
      *    is walked once per distinct pair, a pair already printed
      *    is skipped.
       3000-WRITE-VALUATION.
           PERFORM 3100-VALUE-ONE-SLOT
               VARYING WS-VAL-SCAN FROM 1 BY 1
                   UNTIL WS-VAL-DONE-SCAN >= WS-VAL-SCAN
               IF NOT PRODUCT-ALREADY-VALUED
                   MOVE WS-LYR-PRODUCT(WS-VAL-SCAN) TO WS-VAL-PRODUCT
                   MOVE WS-LYR-WAREHOUSE(WS-VAL-SCAN)
                       TO WS-VAL-WAREHOUSE
                   PERFORM 3120-SUM-PRODUCT-LAYERS
                   MOVE WS-VAL-PRODUCT TO WVA-PRODUCT
                   MOVE WS-VAL-WAREHOUSE TO WVA-WAREHOUSE
                   MOVE WS-VAL-QTY TO WVA-QTY
                   MOVE WS-VAL-VALUE TO WVA-VALUE
                   IF WS-VAL-QTY > ZERO
       3110-CHECK-ALREADY-VALUED.
           IF WS-LYR-PRODUCT(WS-VAL-DONE-SCAN)
                   = WS-LYR-PRODUCT(WS-VAL-SCAN)
                   AND WS-LYR-WAREHOUSE(WS-VAL-DONE-SCAN)
                       = WS-LYR-WAREHOUSE(WS-VAL-SCAN)
                   AND WS-LYR-QTY(WS-VAL-DONE-SCAN) > ZERO
               MOVE 'Y' TO WS-VAL-SEEN-FLAG
           END-IF.

       3130-SUM-ONE-VALUED-LAYER.
           IF WS-LYR-PRODUCT(WS-LYR-SCAN) = WS-VAL-PRODUCT
                   AND WS-LYR-WAREHOUSE(WS-LYR-SCAN) = WS-VAL-WAREHOUSE
               ADD WS-LYR-QTY(WS-LYR-SCAN) TO WS-VAL-QTY
               COMPUTE WS-VAL-VALUE = WS-VAL-VALUE
                   + (WS-LYR-QTY(WS-LYR-SCAN)
                       * WS-LYR-COST(WS-LYR-SCAN))
           END-IF.

       2160-LOG-COST-OF-SALES.
           MOVE SPACES TO COST-OF-SALES-RECORD
           MOVE SMV-DATE TO CSL-DATE
           MOVE SMV-REFERENCE TO CSL-REFERENCE
           MOVE SMV-PRODUCT-CODE TO CSL-PRODUCT-CODE
           MOVE SMV-KIT-CODE TO CSL-KIT-CODE
           MOVE SMV-WAREHOUSE TO CSL-WAREHOUSE
           MOVE SMV-QUANTITY TO CSL-QUANTITY
           COMPUTE CSL-COST = WS-COGS-TOTAL - WS-COGS-BEFORE
           IF WS-QTY-TO-RELIEVE > ZERO
               MOVE 'S' TO CSL-SHORT-FLAG
           END-IF
           WRITE COST-OF-SALES-RECORD
           ADD 1 TO WS-COSTS-LOGGED.

      *    A kit's unit cost is what its next shipment would relieve:
      *    per component, units per kit at the cost of the oldest
      *    layer still open for it. A component with no open layer
      *    costs nothing and the line says so.
       3300-WRITE-KIT-COSTS.
           IF WS-KIT-COUNT > 0
               MOVE SPACES TO VALUATION-REPORT-RECORD
               WRITE VALUATION-REPORT-RECORD
               WRITE VALUATION-REPORT-RECORD FROM WS-KIT-COST-HEADING
               PERFORM 3310-COST-ONE-KIT
                   VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
           END-IF.

       3310-COST-ONE-KIT.
           MOVE ZERO TO WS-KIT-UNIT-COST
                        WS-KIT-CMP-COUNT
           MOVE 'N' TO WS-KIT-UNCOSTED-FLAG
           PERFORM 3320-COST-ONE-COMPONENT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT
           MOVE WS-KIT-CODE(WS-KIT-IDX) TO WKC-KIT
           MOVE WS-KIT-CMP-COUNT TO WKC-COMPONENTS
           MOVE WS-KIT-UNIT-COST TO WKC-UNIT-COST
           MOVE WS-KIT-COGS(WS-KIT-IDX) TO WKC-COGS
           IF KIT-PART-UNCOSTED
               MOVE 'COMPONENT UNCOSTED' TO WKC-NOTE
           ELSE
               MOVE SPACES TO WKC-NOTE
           END-IF
           WRITE VALUATION-REPORT-RECORD FROM WS-KIT-COST-LINE.

       3320-COST-ONE-COMPONENT.
           IF WS-BOM-KIT(WS-BOM-IDX) = WS-KIT-CODE(WS-KIT-IDX)
               ADD 1 TO WS-KIT-CMP-COUNT
               IF WS-LYR-COUNT = 0
                   MOVE 'Y' TO WS-KIT-UNCOSTED-FLAG
               ELSE
                   SET WS-LYR-IDX TO 1
                   SEARCH WS-LYR-ENTRY
                       AT END
                           MOVE 'Y' TO WS-KIT-UNCOSTED-FLAG
                       WHEN WS-LYR-PRODUCT(WS-LYR-IDX)
                               = WS-BOM-COMPONENT(WS-BOM-IDX)
                               AND WS-LYR-QTY(WS-LYR-IDX) > ZERO
                           COMPUTE WS-KIT-UNIT-COST = WS-KIT-UNIT-COST
                               + WS-BOM-QTY-PER(WS-BOM-IDX)
                                 * WS-LYR-COST(WS-LYR-IDX)
                   END-SEARCH
               END-IF
           END-IF.

      *    One balanced pair for the run's relieved value: debit
      *    COGS, credit inventory, per the 'CG' mapping.
       3500-WRITE-COGS-JOURNAL.
               MOVE WS-LYR-DATE(WS-LYR-IDX) TO FIF-LAYER-DATE
               MOVE WS-LYR-QTY(WS-LYR-IDX) TO FIF-QTY-REMAINING
               MOVE WS-LYR-COST(WS-LYR-IDX) TO FIF-UNIT-COST
               MOVE WS-LYR-WAREHOUSE(WS-LYR-IDX) TO FIF-WAREHOUSE
               WRITE NEW-LAYER-RECORD FROM FIFO-LAYER-RECORD
               ADD 1 TO WS-LAYERS-KEPT
           END-IF.
           END-IF.
           CLOSE NEW-LAYER-FILE
                 VALUATION-REPORT-FILE
                 COGS-JOURNAL-FILE
                 COST-OF-SALES-FILE.

           DISPLAY '======================================'.
           DISPLAY 'INVENTORY COSTING STATISTICS'.
           DISPLAY 'Prior-Day Skipped:  ' WS-MOVEMENTS-SKIPPED.
           DISPLAY 'Reliefs Applied:    ' WS-RELIEFS-DONE.
           DISPLAY 'Short Reliefs:      ' WS-SHORT-RELIEFS.
           DISPLAY 'Transfers Layered:  ' WS-TRANSFERS-DONE.
           DISPLAY 'Short Transfers:    ' WS-SHORT-TRANSFERS.
           DISPLAY 'Layers Kept:        ' WS-LAYERS-KEPT.
           DISPLAY 'COGS Booked:        ' WS-COGS-TOTAL.
           DISPLAY 'Kits Costed:        ' WS-KIT-COUNT.
           DISPLAY 'Kit COGS Included:  ' WS-KIT-COGS-TOTAL.
           DISPLAY 'Costs Logged:       ' WS-COSTS-LOGGED.
           DISPLAY '======================================'.

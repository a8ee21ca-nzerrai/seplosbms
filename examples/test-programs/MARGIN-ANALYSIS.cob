       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-ANALYSIS.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Gross-margin analysis: shipped revenue against the FIFO cost  *
      * of the same shipment, net of returns.                         *
      * - Revenue is the shipped-line bill (already net of accepted   *
      *   returns) plus any restocking fees kept on the line          *
      * - Cost is what INVENTORY-COST relieved for the order and      *
      *   product (cost-of-sales.dat), shared over the order's lines  *
      *   by shipped quantity; the share of returned units goes back  *
      *   with the stock. Freight the company absorbed is a cost too  *
      * - A line returned in full survives only in the return         *
      *   history: its restocking fee is revenue at no cost           *
      * - Margin amount and percent by customer, product and product  *
      *   group for the period (YYYYMM, default the run month), by    *
      *   month for the year to date, the orders sold below cost and  *
      *   the contract customers whose margin on contract-priced      *
      *   products is under the threshold (percent, default 15)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shipped lines as left by FULFILLMENT and RMA-PROCESSOR.
           SELECT SHIPPED-LINE-FILE
               ASSIGN TO 'shipped-lines.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHL-STATUS.

      *    FIFO cost relieved per issue, from INVENTORY-COST.
           SELECT COST-OF-SALES-FILE
               ASSIGN TO 'cost-of-sales.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-STATUS.

      *    Accepted returns, from RMA-PROCESSOR.
           SELECT RETURN-HISTORY-FILE
               ASSIGN TO 'return-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTH-STATUS.

           SELECT PRICE-LIST-FILE
               ASSIGN TO 'price-list.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRL-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

           SELECT MARGIN-REPORT-FILE
               ASSIGN TO 'margin-analysis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPPED-LINE-FILE.
       01  SHIPPED-LINE-RECORD.
           05  SHL-ORDER-ID         PIC X(10).
           05  SHL-LINE-NUMBER      PIC 9(3).
           05  SHL-CUSTOMER-ID      PIC X(8).
           05  SHL-PRODUCT-CODE     PIC X(6).
           05  SHL-QTY-SHIPPED      PIC 9(5).
           05  SHL-BILL-AMOUNT      PIC 9(9)V99.
           05  SHL-SHIP-DATE        PIC 9(8).
           05  SHL-FREIGHT-COST     PIC 9(5)V99.
           05  SHL-FREIGHT-FLAG     PIC X(1).
               88  SHL-FREIGHT-ABSORBED VALUE 'A'.
           05  FILLER               PIC X(1).
           05  SHL-LOT-NUMBER       PIC X(12).
           05  SHL-SERIAL-NUMBER    PIC X(15).

      *    Same layout as written by INVENTORY-COST.
       FD  COST-OF-SALES-FILE.
       01  COST-OF-SALES-RECORD.
           05  CSL-DATE             PIC 9(8).
           05  CSL-REFERENCE        PIC X(12).
           05  CSL-PRODUCT-CODE     PIC X(6).
           05  CSL-KIT-CODE         PIC X(6).
           05  CSL-WAREHOUSE        PIC X(3).
           05  CSL-QUANTITY         PIC 9(7).
           05  CSL-COST             PIC 9(9)V99.
           05  CSL-SHORT-FLAG       PIC X(1).
           05  FILLER               PIC X(6).

      *    Same layout as written by RMA-PROCESSOR.
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

      *    A row with a customer is a contract price for that customer.
       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-RECORD.
           05  PRL-PRODUCT-CODE     PIC X(6).
           05  PRL-CUSTOMER-ID      PIC X(8).
           05  PRL-QTY-BREAK        PIC 9(5).
           05  PRL-CONTRACT-PRICE   PIC 9(7)V99.
           05  PRL-EFF-FROM         PIC X(8).
           05  PRL-EFF-TO           PIC X(8).
           05  FILLER               PIC X(6).

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

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-SHL-STATUS        PIC XX.
           05  WS-CSL-STATUS        PIC XX.
           05  WS-RTH-STATUS        PIC XX.
           05  WS-PRL-STATUS        PIC XX.
           05  WS-PRD-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-SHL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SHL-EOF          VALUE 'Y'.
           05  WS-CSL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CSL-EOF          VALUE 'Y'.
           05  WS-RTH-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  RTH-EOF          VALUE 'Y'.
           05  WS-PRL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PRL-EOF          VALUE 'Y'.
           05  WS-PRD-OPEN-FLAG     PIC X(1) VALUE 'N'.
               88  PRODUCT-MASTER-OPEN VALUE 'Y'.
           05  WS-SLOT-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  SLOT-FOUND       VALUE 'Y'.
           05  WS-CONTRACT-FLAG     PIC X(1) VALUE 'N'.
               88  SALE-IS-CONTRACT VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINES-READ        PIC 9(7) VALUE 0.
           05  WS-LINES-UNCOSTED    PIC 9(7) VALUE 0.
           05  WS-COSTS-READ        PIC 9(7) VALUE 0.
           05  WS-RETURNS-READ      PIC 9(7) VALUE 0.
           05  WS-RETURNS-FEE-ONLY  PIC 9(7) VALUE 0.
           05  WS-ORDERS-BELOW-COST PIC 9(7) VALUE 0.
           05  WS-CONTRACTS-UNDER   PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

      *    Analysis period and margin threshold from the parameters.
       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(10) VALUE SPACES.
           05  WS-PERIOD-YYYYMM.
               10  WS-PER-YEAR      PIC 9(4).
               10  WS-PER-MONTH     PIC 9(2).
           05  WS-THRESHOLD-PCT     PIC 9(3)V9 VALUE 15.

      *    The sale being bucketed: one shipped line, or the fee kept
      *    on a line returned in full.
       01  WS-SALE-FIELDS.
           05  WS-SALE-DATE         PIC 9(8).
           05  WS-SALE-DATE-X REDEFINES WS-SALE-DATE.
               10  WS-SALE-YYYYMM   PIC X(6).
               10  FILLER           PIC X(2).
           05  WS-SALE-DATE-PARTS REDEFINES WS-SALE-DATE.
               10  WS-SALE-YEAR     PIC 9(4).
               10  WS-SALE-MONTH    PIC 9(2).
               10  FILLER           PIC 9(2).
           05  WS-SALE-ORDER        PIC X(10).
           05  WS-SALE-CUSTOMER     PIC X(8).
           05  WS-SALE-PRODUCT      PIC X(6).
           05  WS-SALE-REVENUE      PIC 9(11)V99 COMP-3.
           05  WS-SALE-COST         PIC 9(11)V99 COMP-3.
           05  WS-ORIGINAL-QTY      PIC 9(7) COMP-3.
           05  WS-RETURNED-QTY      PIC 9(7) COMP-3.
           05  WS-RETURN-FEE        PIC 9(9)V99 COMP-3.
           05  WS-COST-KEY-PRODUCT  PIC X(6).

      *    Cost relieved per order and product. A kit's components
      *    are costed under the kit, the item the order sold. The
      *    quantity is the order's shipped units before any returns,
      *    which the cost is shared over.
       01  WS-COST-TABLE.
           05  WS-CTB-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CTB-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CTB-COUNT
                   INDEXED BY WS-CTB-IDX.
               10  WS-CTB-ORDER     PIC X(10).
               10  WS-CTB-PRODUCT   PIC X(6).
               10  WS-CTB-COST      PIC 9(11)V99 COMP-3.
               10  WS-CTB-QTY       PIC 9(9) COMP-3.

      *    Returns per order line: quantity and fees summed over every
      *    return against the line.
       01  WS-RETURN-TABLE.
           05  WS-RTB-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-RTB-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-RTB-COUNT
                   INDEXED BY WS-RTB-IDX.
               10  WS-RTB-ORDER     PIC X(10).
               10  WS-RTB-LINE      PIC 9(3).
               10  WS-RTB-CUSTOMER  PIC X(8).
               10  WS-RTB-PRODUCT   PIC X(6).
               10  WS-RTB-DATE      PIC 9(8).
               10  WS-RTB-QTY       PIC 9(7) COMP-3.
               10  WS-RTB-FEE       PIC 9(9)V99 COMP-3.
               10  WS-RTB-MATCHED   PIC X(1).

      *    Customer and product pairs that carry a contract price.
       01  WS-CONTRACT-TABLE.
           05  WS-CON-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CON-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CON-COUNT
                   INDEXED BY WS-CON-IDX.
               10  WS-CON-CUSTOMER  PIC X(8).
               10  WS-CON-PRODUCT   PIC X(6).

      *    Period accumulators. The customer slots also hold the
      *    contract-priced share for the threshold test.
       01  WS-CUSTOMER-TABLE.
           05  WS-CST-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CST-COUNT
                   INDEXED BY WS-CST-IDX.
               10  WS-CST-CUSTOMER  PIC X(8).
               10  WS-CST-REVENUE   PIC 9(11)V99 COMP-3.
               10  WS-CST-COST      PIC 9(11)V99 COMP-3.
               10  WS-CST-CON-REVENUE PIC 9(11)V99 COMP-3.
               10  WS-CST-CON-COST  PIC 9(11)V99 COMP-3.

       01  WS-PRODUCT-TABLE.
           05  WS-PRT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-PRT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PRT-COUNT
                   INDEXED BY WS-PRT-IDX.
               10  WS-PRT-PRODUCT   PIC X(6).
               10  WS-PRT-GROUP     PIC X(4).
               10  WS-PRT-REVENUE   PIC 9(11)V99 COMP-3.
               10  WS-PRT-COST      PIC 9(11)V99 COMP-3.

       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-GROUP     PIC X(4).
               10  WS-GRP-REVENUE   PIC 9(11)V99 COMP-3.
               10  WS-GRP-COST      PIC 9(11)V99 COMP-3.

       01  WS-ORDER-TABLE.
           05  WS-ORD-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-ORD-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-ORD-COUNT
                   INDEXED BY WS-ORD-IDX.
               10  WS-ORD-ORDER     PIC X(10).
               10  WS-ORD-CUSTOMER  PIC X(8).
               10  WS-ORD-REVENUE   PIC 9(11)V99 COMP-3.
               10  WS-ORD-COST      PIC 9(11)V99 COMP-3.

      *    Year to date, one slot per calendar month.
       01  WS-MONTH-TABLE.
           05  WS-MTH-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-MTH-IDX.
               10  WS-MTH-REVENUE   PIC 9(11)V99 COMP-3.
               10  WS-MTH-COST      PIC 9(11)V99 COMP-3.

       01  WS-MARGIN-WORK.
           05  WS-MARGIN-REVENUE    PIC 9(11)V99 COMP-3.
           05  WS-MARGIN-COST       PIC 9(11)V99 COMP-3.
           05  WS-MARGIN-AMOUNT     PIC S9(11)V99 COMP-3.
           05  WS-MARGIN-PCT        PIC S9(5)V9 COMP-3.

       01  WS-MARGIN-LINE.
           05  WMG-KEY              PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WMG-NAME             PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WMG-REVENUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WMG-COST             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WMG-MARGIN           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WMG-PCT              PIC -ZZZZ9.9.
           05  FILLER               PIC X(1) VALUE '%'.
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-MARGIN-HEADING.
           05  FILLER               PIC X(22) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE '       REVENUE'.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE '          COST'.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                   '  GROSS MARGIN'.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE ' MARGIN %'.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-SECTION-HEADER        PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-CONTRACTS
               UNTIL PRL-EOF.
           PERFORM 1200-LOAD-COSTS
               UNTIL CSL-EOF.
           PERFORM 1300-LOAD-RETURNS
               UNTIL RTH-EOF.
           PERFORM 2000-OPEN-SHIPPED-LINES.
           PERFORM 2100-TOTAL-ORDER-QTY
               UNTIL SHL-EOF.
           PERFORM 2000-OPEN-SHIPPED-LINES.
           PERFORM 2200-MARGIN-ONE-LINE
               UNTIL SHL-EOF.
           PERFORM 2400-BUCKET-FEE-ONLY-RETURN
               VARYING WS-RTB-IDX FROM 1 BY 1
               UNTIL WS-RTB-IDX > WS-RTB-COUNT.
           PERFORM 3000-WRITE-ANALYSIS.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN(1:6) NUMERIC AND WS-PARM-IN(1:6) NOT = ZERO
               MOVE WS-PARM-IN(1:6) TO WS-PERIOD-YYYYMM
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-YYYYMM
           END-IF
           MOVE SPACES TO WS-PARM-IN
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-THRESHOLD-PCT = FUNCTION NUMVAL(WS-PARM-IN)
           END-IF

           DISPLAY 'MARGIN PERIOD: ' WS-PERIOD-YYYYMM
               '  THRESHOLD: ' WS-THRESHOLD-PCT '%'.

           PERFORM 1010-CLEAR-ONE-MONTH
               VARYING WS-MTH-IDX FROM 1 BY 1
               UNTIL WS-MTH-IDX > 12

           OPEN OUTPUT MARGIN-REPORT-FILE.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRD-STATUS = '00'
               MOVE 'Y' TO WS-PRD-OPEN-FLAG
           ELSE
               DISPLAY 'PRODUCT MASTER UNAVAILABLE - GROUPS BLANK: '
                   WS-PRD-STATUS
           END-IF.

           OPEN INPUT PRICE-LIST-FILE.
           IF WS-PRL-STATUS NOT = '00'
               MOVE 'Y' TO WS-PRL-EOF-FLAG
           END-IF.

           OPEN INPUT COST-OF-SALES-FILE.
           IF WS-CSL-STATUS NOT = '00'
               DISPLAY 'NO COST OF SALES LOG - LINES UNCOSTED'
               MOVE 'Y' TO WS-CSL-EOF-FLAG
           END-IF.

           OPEN INPUT RETURN-HISTORY-FILE.
           IF WS-RTH-STATUS NOT = '00'
               MOVE 'Y' TO WS-RTH-EOF-FLAG
           END-IF.

       1010-CLEAR-ONE-MONTH.
           MOVE ZERO TO WS-MTH-REVENUE(WS-MTH-IDX)
                        WS-MTH-COST(WS-MTH-IDX).

       1100-LOAD-CONTRACTS.
           READ PRICE-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-PRL-EOF-FLAG
               NOT AT END
                   IF PRL-CUSTOMER-ID NOT = SPACES
                       PERFORM 1110-NOTE-CONTRACT
                   END-IF
           END-READ.

      *    Quantity breaks repeat the pair; it is held once.
       1110-NOTE-CONTRACT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-CON-COUNT > 0
               SET WS-CON-IDX TO 1
               SEARCH WS-CON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CON-CUSTOMER(WS-CON-IDX) = PRL-CUSTOMER-ID
                    AND WS-CON-PRODUCT(WS-CON-IDX) = PRL-PRODUCT-CODE
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND AND WS-CON-COUNT < 5000
               ADD 1 TO WS-CON-COUNT
               MOVE PRL-CUSTOMER-ID TO WS-CON-CUSTOMER(WS-CON-COUNT)
               MOVE PRL-PRODUCT-CODE TO WS-CON-PRODUCT(WS-CON-COUNT)
           END-IF.

      *    Only issues dated in the analysis year can belong to a line
      *    the report covers.
       1200-LOAD-COSTS.
           READ COST-OF-SALES-FILE
               AT END
                   MOVE 'Y' TO WS-CSL-EOF-FLAG
               NOT AT END
                   IF CSL-DATE(1:4) = WS-PER-YEAR
                       ADD 1 TO WS-COSTS-READ
                       PERFORM 1210-ADD-ONE-COST
                   END-IF
           END-READ.

       1210-ADD-ONE-COST.
           IF CSL-KIT-CODE NOT = SPACES
               MOVE CSL-KIT-CODE TO WS-COST-KEY-PRODUCT
           ELSE
               MOVE CSL-PRODUCT-CODE TO WS-COST-KEY-PRODUCT
           END-IF
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-CTB-COUNT > 0
               SET WS-CTB-IDX TO 1
               SEARCH WS-CTB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTB-ORDER(WS-CTB-IDX) = CSL-REFERENCE(1:10)
                    AND WS-CTB-PRODUCT(WS-CTB-IDX) = WS-COST-KEY-PRODUCT
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND
               IF WS-CTB-COUNT < 20000
                   ADD 1 TO WS-CTB-COUNT
                   SET WS-CTB-IDX TO WS-CTB-COUNT
                   MOVE CSL-REFERENCE(1:10)
                       TO WS-CTB-ORDER(WS-CTB-COUNT)
                   MOVE WS-COST-KEY-PRODUCT
                       TO WS-CTB-PRODUCT(WS-CTB-COUNT)
                   MOVE ZERO TO WS-CTB-COST(WS-CTB-COUNT)
                                WS-CTB-QTY(WS-CTB-COUNT)
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   DISPLAY 'COST TABLE FULL - ORDER UNCOSTED: '
                       CSL-REFERENCE
               END-IF
           END-IF
           IF SLOT-FOUND
               ADD CSL-COST TO WS-CTB-COST(WS-CTB-IDX)
           END-IF.

      *    Returns from the analysis year on: later returns have
      *    already come off the shipped line's bill.
       1300-LOAD-RETURNS.
           READ RETURN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-RTH-EOF-FLAG
               NOT AT END
                   IF RTH-RETURN-DATE(1:4) >= WS-PER-YEAR
                       ADD 1 TO WS-RETURNS-READ
                       PERFORM 1310-ADD-ONE-RETURN
                   END-IF
           END-READ.

       1310-ADD-ONE-RETURN.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-RTB-COUNT > 0
               SET WS-RTB-IDX TO 1
               SEARCH WS-RTB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RTB-ORDER(WS-RTB-IDX) = RTH-ORDER-ID
                    AND WS-RTB-LINE(WS-RTB-IDX) = RTH-LINE-NUMBER
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND
               IF WS-RTB-COUNT < 10000
                   ADD 1 TO WS-RTB-COUNT
                   SET WS-RTB-IDX TO WS-RTB-COUNT
                   MOVE RTH-ORDER-ID TO WS-RTB-ORDER(WS-RTB-COUNT)
                   MOVE RTH-LINE-NUMBER TO WS-RTB-LINE(WS-RTB-COUNT)
                   MOVE RTH-CUSTOMER-ID
                       TO WS-RTB-CUSTOMER(WS-RTB-COUNT)
                   MOVE RTH-PRODUCT-CODE
                       TO WS-RTB-PRODUCT(WS-RTB-COUNT)
                   MOVE ZERO TO WS-RTB-QTY(WS-RTB-COUNT)
                                WS-RTB-FEE(WS-RTB-COUNT)
                   MOVE 'N' TO WS-RTB-MATCHED(WS-RTB-COUNT)
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   DISPLAY 'RETURN TABLE FULL - RETURN SKIPPED: '
                       RTH-ORDER-ID
               END-IF
           END-IF
           IF SLOT-FOUND
               MOVE RTH-RETURN-DATE TO WS-RTB-DATE(WS-RTB-IDX)
               ADD RTH-QTY-RETURNED TO WS-RTB-QTY(WS-RTB-IDX)
               ADD RTH-FEE-AMOUNT TO WS-RTB-FEE(WS-RTB-IDX)
           END-IF.

      *    The shipped lines are read twice: once to total each
      *    order's units per product, then for the margin itself.
       2000-OPEN-SHIPPED-LINES.
           IF WS-SHL-STATUS = '00' OR WS-SHL-STATUS = '10'
               CLOSE SHIPPED-LINE-FILE
           END-IF
           MOVE 'N' TO WS-SHL-EOF-FLAG
           OPEN INPUT SHIPPED-LINE-FILE
           IF WS-SHL-STATUS NOT = '00'
               DISPLAY 'SHIPPED LINES UNAVAILABLE: ' WS-SHL-STATUS
               MOVE 'Y' TO WS-SHL-EOF-FLAG
           END-IF.

       2100-TOTAL-ORDER-QTY.
           READ SHIPPED-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-SHL-EOF-FLAG
               NOT AT END
                   IF SHL-SHIP-DATE(1:4) = WS-PER-YEAR
                       PERFORM 2110-FIND-LINE-RETURNS
                       PERFORM 2120-FIND-LINE-COST
                       IF SLOT-FOUND
                           ADD WS-ORIGINAL-QTY
                               TO WS-CTB-QTY(WS-CTB-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    Units and fees returned against this line; the units add
      *    back to what originally shipped.
       2110-FIND-LINE-RETURNS.
           MOVE ZERO TO WS-RETURNED-QTY
                        WS-RETURN-FEE
           SET WS-RTB-IDX TO 1
           IF WS-RTB-COUNT > 0
               SEARCH WS-RTB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RTB-ORDER(WS-RTB-IDX) = SHL-ORDER-ID
                    AND WS-RTB-LINE(WS-RTB-IDX) = SHL-LINE-NUMBER
                       MOVE WS-RTB-QTY(WS-RTB-IDX) TO WS-RETURNED-QTY
                       MOVE WS-RTB-FEE(WS-RTB-IDX) TO WS-RETURN-FEE
                       MOVE 'Y' TO WS-RTB-MATCHED(WS-RTB-IDX)
               END-SEARCH
           END-IF
           COMPUTE WS-ORIGINAL-QTY = SHL-QTY-SHIPPED + WS-RETURNED-QTY.

       2120-FIND-LINE-COST.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-CTB-COUNT > 0
               SET WS-CTB-IDX TO 1
               SEARCH WS-CTB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTB-ORDER(WS-CTB-IDX) = SHL-ORDER-ID
                    AND WS-CTB-PRODUCT(WS-CTB-IDX) = SHL-PRODUCT-CODE
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    The line keeps its share of the order's cost for the units
      *    still out; the returned units' share went back to stock.
       2200-MARGIN-ONE-LINE.
           READ SHIPPED-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-SHL-EOF-FLAG
               NOT AT END
                   IF SHL-SHIP-DATE(1:4) = WS-PER-YEAR
                       ADD 1 TO WS-LINES-READ
                       PERFORM 2210-COST-ONE-LINE
                       PERFORM 2300-BUCKET-ONE-SALE
                   END-IF
           END-READ.

       2210-COST-ONE-LINE.
           PERFORM 2110-FIND-LINE-RETURNS
           PERFORM 2120-FIND-LINE-COST
           MOVE SHL-SHIP-DATE TO WS-SALE-DATE
           MOVE SHL-ORDER-ID TO WS-SALE-ORDER
           MOVE SHL-CUSTOMER-ID TO WS-SALE-CUSTOMER
           MOVE SHL-PRODUCT-CODE TO WS-SALE-PRODUCT
           COMPUTE WS-SALE-REVENUE = SHL-BILL-AMOUNT + WS-RETURN-FEE
           MOVE ZERO TO WS-SALE-COST
           IF SLOT-FOUND AND WS-CTB-QTY(WS-CTB-IDX) > ZERO
               COMPUTE WS-SALE-COST ROUNDED =
                   WS-CTB-COST(WS-CTB-IDX) * SHL-QTY-SHIPPED
                   / WS-CTB-QTY(WS-CTB-IDX)
           ELSE
               ADD 1 TO WS-LINES-UNCOSTED
           END-IF
           IF SHL-FREIGHT-ABSORBED
               ADD SHL-FREIGHT-COST TO WS-SALE-COST
           END-IF.

      *    Period sales go to the customer, product, group and order
      *    buckets; anything in the year to date to its month.
       2300-BUCKET-ONE-SALE.
           IF WS-SALE-YEAR = WS-PER-YEAR
                   AND WS-SALE-MONTH >= 1
                   AND WS-SALE-MONTH <= WS-PER-MONTH
               SET WS-MTH-IDX TO WS-SALE-MONTH
               ADD WS-SALE-REVENUE TO WS-MTH-REVENUE(WS-MTH-IDX)
               ADD WS-SALE-COST TO WS-MTH-COST(WS-MTH-IDX)
           END-IF
           IF WS-SALE-YYYYMM = WS-PERIOD-YYYYMM
               PERFORM 2310-BUCKET-BY-CUSTOMER
               PERFORM 2320-BUCKET-BY-PRODUCT
               PERFORM 2340-BUCKET-BY-ORDER
           END-IF.

       2310-BUCKET-BY-CUSTOMER.
           MOVE 'N' TO WS-CONTRACT-FLAG
           IF WS-CON-COUNT > 0
               SET WS-CON-IDX TO 1
               SEARCH WS-CON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CON-CUSTOMER(WS-CON-IDX) = WS-SALE-CUSTOMER
                    AND WS-CON-PRODUCT(WS-CON-IDX) = WS-SALE-PRODUCT
                       MOVE 'Y' TO WS-CONTRACT-FLAG
               END-SEARCH
           END-IF

           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-CST-COUNT > 0
               SET WS-CST-IDX TO 1
               SEARCH WS-CST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CST-CUSTOMER(WS-CST-IDX) = WS-SALE-CUSTOMER
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND AND WS-CST-COUNT < 5000
               ADD 1 TO WS-CST-COUNT
               SET WS-CST-IDX TO WS-CST-COUNT
               MOVE WS-SALE-CUSTOMER TO WS-CST-CUSTOMER(WS-CST-COUNT)
               MOVE ZERO TO WS-CST-REVENUE(WS-CST-COUNT)
                            WS-CST-COST(WS-CST-COUNT)
                            WS-CST-CON-REVENUE(WS-CST-COUNT)
                            WS-CST-CON-COST(WS-CST-COUNT)
               MOVE 'Y' TO WS-SLOT-FOUND-FLAG
           END-IF
           IF SLOT-FOUND
               ADD WS-SALE-REVENUE TO WS-CST-REVENUE(WS-CST-IDX)
               ADD WS-SALE-COST TO WS-CST-COST(WS-CST-IDX)
               IF SALE-IS-CONTRACT
                   ADD WS-SALE-REVENUE
                       TO WS-CST-CON-REVENUE(WS-CST-IDX)
                   ADD WS-SALE-COST TO WS-CST-CON-COST(WS-CST-IDX)
               END-IF
           END-IF.

      *    The product's group is looked up once, when its slot is
      *    opened.
       2320-BUCKET-BY-PRODUCT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-PRT-COUNT > 0
               SET WS-PRT-IDX TO 1
               SEARCH WS-PRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRT-PRODUCT(WS-PRT-IDX) = WS-SALE-PRODUCT
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND AND WS-PRT-COUNT < 5000
               ADD 1 TO WS-PRT-COUNT
               SET WS-PRT-IDX TO WS-PRT-COUNT
               MOVE WS-SALE-PRODUCT TO WS-PRT-PRODUCT(WS-PRT-COUNT)
               MOVE SPACES TO WS-PRT-GROUP(WS-PRT-COUNT)
               MOVE ZERO TO WS-PRT-REVENUE(WS-PRT-COUNT)
                            WS-PRT-COST(WS-PRT-COUNT)
               IF PRODUCT-MASTER-OPEN
                   MOVE WS-SALE-PRODUCT TO PROD-CODE
                   READ PRODUCT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-GROUP-CODE
                               TO WS-PRT-GROUP(WS-PRT-COUNT)
                   END-READ
               END-IF
               MOVE 'Y' TO WS-SLOT-FOUND-FLAG
           END-IF
           IF SLOT-FOUND
               ADD WS-SALE-REVENUE TO WS-PRT-REVENUE(WS-PRT-IDX)
               ADD WS-SALE-COST TO WS-PRT-COST(WS-PRT-IDX)
               PERFORM 2330-BUCKET-BY-GROUP
           END-IF.

       2330-BUCKET-BY-GROUP.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-GRP-COUNT > 0
               SET WS-GRP-IDX TO 1
               SEARCH WS-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRP-GROUP(WS-GRP-IDX)
                           = WS-PRT-GROUP(WS-PRT-IDX)
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND AND WS-GRP-COUNT < 500
               ADD 1 TO WS-GRP-COUNT
               SET WS-GRP-IDX TO WS-GRP-COUNT
               MOVE WS-PRT-GROUP(WS-PRT-IDX)
                   TO WS-GRP-GROUP(WS-GRP-COUNT)
               MOVE ZERO TO WS-GRP-REVENUE(WS-GRP-COUNT)
                            WS-GRP-COST(WS-GRP-COUNT)
               MOVE 'Y' TO WS-SLOT-FOUND-FLAG
           END-IF
           IF SLOT-FOUND
               ADD WS-SALE-REVENUE TO WS-GRP-REVENUE(WS-GRP-IDX)
               ADD WS-SALE-COST TO WS-GRP-COST(WS-GRP-IDX)
           END-IF.

       2340-BUCKET-BY-ORDER.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-ORD-COUNT > 0
               SET WS-ORD-IDX TO 1
               SEARCH WS-ORD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ORD-ORDER(WS-ORD-IDX) = WS-SALE-ORDER
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND AND WS-ORD-COUNT < 10000
               ADD 1 TO WS-ORD-COUNT
               SET WS-ORD-IDX TO WS-ORD-COUNT
               MOVE WS-SALE-ORDER TO WS-ORD-ORDER(WS-ORD-COUNT)
               MOVE WS-SALE-CUSTOMER TO WS-ORD-CUSTOMER(WS-ORD-COUNT)
               MOVE ZERO TO WS-ORD-REVENUE(WS-ORD-COUNT)
                            WS-ORD-COST(WS-ORD-COUNT)
               MOVE 'Y' TO WS-SLOT-FOUND-FLAG
           END-IF
           IF SLOT-FOUND
               ADD WS-SALE-REVENUE TO WS-ORD-REVENUE(WS-ORD-IDX)
               ADD WS-SALE-COST TO WS-ORD-COST(WS-ORD-IDX)
           END-IF.

      *    A line returned in full has left the shipped lines; the
      *    fee kept on it is revenue in the month of the return.
       2400-BUCKET-FEE-ONLY-RETURN.
           IF WS-RTB-MATCHED(WS-RTB-IDX) = 'N'
                   AND WS-RTB-FEE(WS-RTB-IDX) > ZERO
               ADD 1 TO WS-RETURNS-FEE-ONLY
               MOVE WS-RTB-DATE(WS-RTB-IDX) TO WS-SALE-DATE
               MOVE WS-RTB-ORDER(WS-RTB-IDX) TO WS-SALE-ORDER
               MOVE WS-RTB-CUSTOMER(WS-RTB-IDX) TO WS-SALE-CUSTOMER
               MOVE WS-RTB-PRODUCT(WS-RTB-IDX) TO WS-SALE-PRODUCT
               MOVE WS-RTB-FEE(WS-RTB-IDX) TO WS-SALE-REVENUE
               MOVE ZERO TO WS-SALE-COST
               PERFORM 2300-BUCKET-ONE-SALE
           END-IF.

       3000-WRITE-ANALYSIS.
           MOVE SPACES TO WS-SECTION-HEADER
           STRING 'GROSS MARGIN BY CUSTOMER - PERIOD '
                   WS-PERIOD-YYYYMM
               DELIMITED BY SIZE INTO WS-SECTION-HEADER
           END-STRING
           WRITE MARGIN-REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-HEADING
           PERFORM 3100-WRITE-ONE-CUSTOMER
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-COUNT

           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE 'GROSS MARGIN BY PRODUCT (WITH PRODUCT GROUP)'
               TO WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-HEADING
           PERFORM 3200-WRITE-ONE-PRODUCT
               VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-COUNT

           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE 'GROSS MARGIN BY PRODUCT GROUP (BLANK = UNGROUPED)'
               TO WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-HEADING
           PERFORM 3300-WRITE-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE 'GROSS MARGIN BY MONTH - YEAR TO DATE'
               TO WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-HEADING
           PERFORM 3400-WRITE-ONE-MONTH
               VARYING WS-MTH-IDX FROM 1 BY 1
               UNTIL WS-MTH-IDX > WS-PER-MONTH

           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE 'ORDERS SOLD BELOW COST' TO WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-HEADING
           PERFORM 3500-CHECK-ONE-ORDER
               VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-ORD-COUNT

           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE SPACES TO WS-SECTION-HEADER
           STRING 'CONTRACT CUSTOMERS UNDER MARGIN THRESHOLD '
                   '(CONTRACT-PRICED PRODUCTS ONLY)'
               DELIMITED BY SIZE INTO WS-SECTION-HEADER
           END-STRING
           WRITE MARGIN-REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-HEADING
           PERFORM 3600-CHECK-ONE-CONTRACT
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-COUNT.

       3100-WRITE-ONE-CUSTOMER.
           MOVE WS-CST-CUSTOMER(WS-CST-IDX) TO WMG-KEY
           MOVE SPACES TO WMG-NAME
           MOVE WS-CST-REVENUE(WS-CST-IDX) TO WS-MARGIN-REVENUE
           MOVE WS-CST-COST(WS-CST-IDX) TO WS-MARGIN-COST
           PERFORM 3900-WRITE-MARGIN-LINE.

       3200-WRITE-ONE-PRODUCT.
           MOVE WS-PRT-PRODUCT(WS-PRT-IDX) TO WMG-KEY
           MOVE WS-PRT-GROUP(WS-PRT-IDX) TO WMG-NAME
           MOVE WS-PRT-REVENUE(WS-PRT-IDX) TO WS-MARGIN-REVENUE
           MOVE WS-PRT-COST(WS-PRT-IDX) TO WS-MARGIN-COST
           PERFORM 3900-WRITE-MARGIN-LINE.

       3300-WRITE-ONE-GROUP.
           MOVE WS-GRP-GROUP(WS-GRP-IDX) TO WMG-KEY
           MOVE SPACES TO WMG-NAME
           MOVE WS-GRP-REVENUE(WS-GRP-IDX) TO WS-MARGIN-REVENUE
           MOVE WS-GRP-COST(WS-GRP-IDX) TO WS-MARGIN-COST
           PERFORM 3900-WRITE-MARGIN-LINE.

       3400-WRITE-ONE-MONTH.
           MOVE SPACES TO WMG-KEY
           SET WS-SALE-MONTH TO WS-MTH-IDX
           STRING WS-PER-YEAR '-' WS-SALE-MONTH
               DELIMITED BY SIZE INTO WMG-KEY
           END-STRING
           MOVE SPACES TO WMG-NAME
           MOVE WS-MTH-REVENUE(WS-MTH-IDX) TO WS-MARGIN-REVENUE
           MOVE WS-MTH-COST(WS-MTH-IDX) TO WS-MARGIN-COST
           PERFORM 3900-WRITE-MARGIN-LINE.

       3500-CHECK-ONE-ORDER.
           IF WS-ORD-COST(WS-ORD-IDX) > WS-ORD-REVENUE(WS-ORD-IDX)
               ADD 1 TO WS-ORDERS-BELOW-COST
               MOVE WS-ORD-ORDER(WS-ORD-IDX) TO WMG-KEY
               MOVE WS-ORD-CUSTOMER(WS-ORD-IDX) TO WMG-NAME
               MOVE WS-ORD-REVENUE(WS-ORD-IDX) TO WS-MARGIN-REVENUE
               MOVE WS-ORD-COST(WS-ORD-IDX) TO WS-MARGIN-COST
               PERFORM 3900-WRITE-MARGIN-LINE
           END-IF.

       3600-CHECK-ONE-CONTRACT.
           IF WS-CST-CON-REVENUE(WS-CST-IDX) > ZERO
               MOVE WS-CST-CON-REVENUE(WS-CST-IDX) TO WS-MARGIN-REVENUE
               MOVE WS-CST-CON-COST(WS-CST-IDX) TO WS-MARGIN-COST
               PERFORM 3910-COMPUTE-MARGIN
               IF WS-MARGIN-PCT < WS-THRESHOLD-PCT
                   ADD 1 TO WS-CONTRACTS-UNDER
                   MOVE WS-CST-CUSTOMER(WS-CST-IDX) TO WMG-KEY
                   MOVE 'CONTRACT' TO WMG-NAME
                   PERFORM 3900-WRITE-MARGIN-LINE
               END-IF
           END-IF.

       3900-WRITE-MARGIN-LINE.
           PERFORM 3910-COMPUTE-MARGIN
           MOVE WS-MARGIN-REVENUE TO WMG-REVENUE
           MOVE WS-MARGIN-COST TO WMG-COST
           MOVE WS-MARGIN-AMOUNT TO WMG-MARGIN
           MOVE WS-MARGIN-PCT TO WMG-PCT
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-LINE.

      *    Margin percent is on revenue; with no revenue it shows as
      *    zero.
       3910-COMPUTE-MARGIN.
           COMPUTE WS-MARGIN-AMOUNT =
               WS-MARGIN-REVENUE - WS-MARGIN-COST
           IF WS-MARGIN-REVENUE > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN-AMOUNT * 100 / WS-MARGIN-REVENUE
                   ON SIZE ERROR
                       MOVE -9999.9 TO WS-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-MARGIN-PCT
           END-IF.

       4000-FINALIZE.
           IF WS-SHL-STATUS = '00' OR WS-SHL-STATUS = '10'
               CLOSE SHIPPED-LINE-FILE
           END-IF.
           IF WS-CSL-STATUS = '00' OR WS-CSL-STATUS = '10'
               CLOSE COST-OF-SALES-FILE
           END-IF.
           IF WS-RTH-STATUS = '00' OR WS-RTH-STATUS = '10'
               CLOSE RETURN-HISTORY-FILE
           END-IF.
           IF WS-PRL-STATUS = '00' OR WS-PRL-STATUS = '10'
               CLOSE PRICE-LIST-FILE
           END-IF.
           IF PRODUCT-MASTER-OPEN
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           CLOSE MARGIN-REPORT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'MARGIN ANALYSIS STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Lines Analysed:     ' WS-LINES-READ.
           DISPLAY 'Lines Uncosted:     ' WS-LINES-UNCOSTED.
           DISPLAY 'Cost Records Read:  ' WS-COSTS-READ.
           DISPLAY 'Returns Read:       ' WS-RETURNS-READ.
           DISPLAY 'Fee-Only Returns:   ' WS-RETURNS-FEE-ONLY.
           DISPLAY 'Orders Below Cost:  ' WS-ORDERS-BELOW-COST.
           DISPLAY 'Contracts Under:    ' WS-CONTRACTS-UNDER.
           DISPLAY '======================================'.

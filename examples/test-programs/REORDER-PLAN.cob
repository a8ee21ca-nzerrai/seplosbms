       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-PLAN.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Monthly replenishment planning: PROD-REORDER-POINT stops      *
      * being a number someone typed years ago.                       *
      * - Monthly demand per product over the last complete months    *
      *   of sales-history.dat (call parameter 1, default 6, at most  *
      *   12): average and standard deviation                         *
      * - Lead time from the product's supplier (product-suppliers /  *
      *   suppliers, SUP-LEAD-DAYS), 30 days when none is sourced     *
      * - Safety stock = service factor (parameter 3, default 1.65)   *
      *   x monthly deviation x square root of the lead time in       *
      *   months; reorder point = lead-time demand + safety stock     *
      * - Order quantity: economic order quantity from the agreed     *
      *   cost, ordering cost (parameter 4, default 50.00) and yearly *
      *   holding rate (parameter 5, default 25%); one month of       *
      *   demand when the product has no agreed cost                  *
      * - A reorder point moving by more than the review percentage   *
      *   (parameter 2, default 25) is not applied but listed on      *
      *   reorder-review.txt for the planners; PROD-PLAN-LOCK 'Y'     *
      *   items are left alone                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

      *    Appended by SALES-ANALYSIS, one sold line per record.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'sales-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHS-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO 'suppliers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT PRODUCT-SUPPLIER-FILE
               ASSIGN TO 'product-suppliers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSP-STATUS.

           SELECT REVIEW-REPORT-FILE
               ASSIGN TO 'reorder-review.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  PROD-PLAN-LOCKED VALUE 'Y'.
      *    Product group for margin and rebate reporting; blank =
      *    ungrouped.
           05  PROD-GROUP-CODE      PIC X(4).
      *    'Y' = shipped to the customer straight from the
      *    supplier (drop-ship): never stocked, never picked.
           05  PROD-DROP-SHIP       PIC X(1).
               88  PROD-IS-DROP-SHIP VALUE 'Y'.

      *    Same layout as in SALES-ANALYSIS; the date keeps the
      *    order's YYYY-MM-DD form.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05  SHS-CUSTOMER-ID      PIC X(8).
           05  SHS-PRODUCT-CODE     PIC X(6).
           05  SHS-QUANTITY         PIC 9(5).
           05  SHS-NET-AMOUNT       PIC 9(9)V99.
           05  SHS-ORDER-DATE       PIC X(10).
           05  FILLER               PIC X(5).

      *    Same layout as in PURCHASING.
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05  SUP-ID               PIC X(6).
           05  SUP-NAME             PIC X(30).
           05  SUP-LEAD-DAYS        PIC 9(3).
           05  SUP-TERMS-DAYS       PIC 9(3).
           05  SUP-DISCOUNT-PCT     PIC 9V99.
           05  SUP-DISCOUNT-DAYS    PIC 9(3).
           05  SUP-PAYMENT-METHOD   PIC X(1).
           05  SUP-BANK-ACCOUNT     PIC 9(12).
           05  FILLER               PIC X(7).

      *    Same layout as in PURCHASING.
       FD  PRODUCT-SUPPLIER-FILE.
       01  PRODUCT-SUPPLIER-RECORD.
           05  PSP-PRODUCT-CODE     PIC X(6).
           05  PSP-SUPPLIER-ID      PIC X(6).
           05  PSP-AGREED-COST      PIC 9(5)V99.
           05  FILLER               PIC X(4).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PRD-STATUS        PIC XX.
           05  WS-SHS-STATUS        PIC XX.
           05  WS-SUP-STATUS        PIC XX.
           05  WS-PSP-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-PRD-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PRD-EOF          VALUE 'Y'.
           05  WS-SHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SHS-EOF          VALUE 'Y'.
           05  WS-SUP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SUP-EOF          VALUE 'Y'.
           05  WS-PSP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PSP-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ      PIC 9(7) VALUE 0.
           05  WS-HISTORY-USED      PIC 9(7) VALUE 0.
           05  WS-PRODUCTS-READ     PIC 9(7) VALUE 0.
           05  WS-PLANS-APPLIED     PIC 9(7) VALUE 0.
           05  WS-PLANS-REVIEW      PIC 9(7) VALUE 0.
           05  WS-PLANS-LOCKED      PIC 9(7) VALUE 0.
           05  WS-REWRITE-ERRORS    PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).

      *    Planning factors, overridable by call parameters 1-5.
       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(12) VALUE SPACES.
           05  WS-HISTORY-MONTHS    PIC 9(2) VALUE 06.
           05  WS-REVIEW-PCT        PIC 9(3) VALUE 025.
           05  WS-SERVICE-FACTOR    PIC 9V99 VALUE 1.65.
           05  WS-ORDER-COST        PIC 9(5)V99 VALUE 50.00.
           05  WS-HOLDING-PCT       PIC 9(3) VALUE 025.

      *    Months are counted as year * 12 + month, so the window
      *    runs across a year end without special cases.
       01  WS-WINDOW.
           05  WS-WINDOW-FIRST      PIC 9(6) VALUE 0.
           05  WS-WINDOW-LAST       PIC 9(6) VALUE 0.
           05  WS-SALE-MONTH        PIC 9(6) VALUE 0.
           05  WS-SALE-YEAR-X       PIC X(4).
           05  WS-SALE-MONTH-X      PIC X(2).
           05  WS-BUCKET            PIC 9(2) VALUE 0.

      *    Monthly sold quantity per product over the window.
       01  WS-DEMAND-TABLE.
           05  WS-DMD-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-DMD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DMD-COUNT
                   INDEXED BY WS-DMD-IDX.
               10  WS-DMD-PRODUCT   PIC X(6).
               10  WS-DMD-MONTH-QTY PIC 9(7) COMP-3 OCCURS 12 TIMES.

       01  WS-SUPPLIER-TABLE.
           05  WS-SUT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SUT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SUT-COUNT
                   INDEXED BY WS-SUT-IDX.
               10  WS-SUT-ID        PIC X(6).
               10  WS-SUT-LEAD-DAYS PIC 9(3) COMP-3.

       01  WS-SOURCE-TABLE.
           05  WS-SRC-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SRC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SRC-COUNT
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-PRODUCT   PIC X(6).
               10  WS-SRC-SUPPLIER  PIC X(6).
               10  WS-SRC-COST      PIC 9(5)V99 COMP-3.

       01  WS-PLAN-WORK.
           05  WS-MONTH-SUB         PIC 9(2) VALUE 0.
           05  WS-TOTAL-QTY         PIC 9(9) COMP-3 VALUE 0.
           05  WS-AVG-MONTHLY       PIC 9(7)V9(4) COMP-3 VALUE 0.
           05  WS-SQUARED-DEV       PIC 9(15)V9(4) COMP-3 VALUE 0.
           05  WS-DEVIATION         PIC 9(7)V9(4) COMP-3 VALUE 0.
           05  WS-LEAD-DAYS         PIC 9(3) VALUE 0.
           05  WS-UNIT-COST         PIC 9(5)V99 VALUE 0.
           05  WS-NEW-SAFETY        PIC 9(7) VALUE 0.
           05  WS-NEW-REORDER       PIC 9(7) VALUE 0.
           05  WS-NEW-ORDER-QTY     PIC 9(7) VALUE 0.
           05  WS-CHANGE-PCT        PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40)
               VALUE 'REORDER-POINT CHANGES FOR REVIEW - RUN: '.
           05  WRH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(17) VALUE '   OVER CHANGE %:'.
           05  WRH-REVIEW-PCT       PIC ZZ9.
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(44)
               VALUE 'ITEM   | DESCRIPTION                    | OL'.
           05  FILLER               PIC X(44)
               VALUE 'D ROP | NEW ROP |   CHG%  |  SAFETY | ORD QT'.
           05  FILLER               PIC X(44)
               VALUE 'Y |  AVG/MONTH | LEAD DAYS'.

       01  WS-REVIEW-LINE.
           05  WRL-PRODUCT          PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-OLD-REORDER      PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-NEW-REORDER      PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-CHANGE-PCT       PIC ZZZZ9.
           05  FILLER               PIC X(5) VALUE '%  | '.
           05  WRL-SAFETY           PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-ORDER-QTY        PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-AVG-MONTHLY      PIC ZZZZZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-LEAD-DAYS        PIC ZZ9.
           05  FILLER               PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-SALE
               UNTIL SHS-EOF.
           PERFORM 3000-PLAN-ONE-PRODUCT
               UNTIL PRD-EOF.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-PARSE-PARAMETERS.

           OPEN I-O PRODUCT-MASTER-FILE.
           IF WS-PRD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRODUCT MASTER: ' WS-PRD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SHS-STATUS NOT = '00'
               DISPLAY 'NO SALES HISTORY - DEMAND TAKEN AS ZERO'
               MOVE 'Y' TO WS-SHS-EOF-FLAG
           END-IF.

           OPEN OUTPUT REVIEW-REPORT-FILE.
           MOVE WS-RUN-DATE TO WRH-RUN-DATE
           MOVE WS-REVIEW-PCT TO WRH-REVIEW-PCT
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-HEADER

           PERFORM 1100-LOAD-SUPPLIERS.
           PERFORM 1200-LOAD-PRODUCT-SOURCES.

           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL PROD-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-PRD-EOF-FLAG
           END-START.

       1050-PARSE-PARAMETERS.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-HISTORY-MONTHS =
                   FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.
           IF WS-HISTORY-MONTHS < 1 OR WS-HISTORY-MONTHS > 12
               MOVE 6 TO WS-HISTORY-MONTHS
           END-IF.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-REVIEW-PCT = FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-SERVICE-FACTOR =
                   FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.
           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-ORDER-COST = FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.
           MOVE 5 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IN FROM ARGUMENT-VALUE.
           IF WS-PARM-IN NOT = SPACES
               COMPUTE WS-HOLDING-PCT = FUNCTION NUMVAL(WS-PARM-IN)
           END-IF.

      *    The window is the complete months before the run month.
           COMPUTE WS-WINDOW-LAST =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1.
           COMPUTE WS-WINDOW-FIRST =
               WS-WINDOW-LAST - WS-HISTORY-MONTHS + 1.

           DISPLAY 'DEMAND OVER ' WS-HISTORY-MONTHS ' MONTHS'
               '  REVIEW OVER: ' WS-REVIEW-PCT '%'
               '  SERVICE FACTOR: ' WS-SERVICE-FACTOR
               '  ORDER COST: ' WS-ORDER-COST
               '  HOLDING: ' WS-HOLDING-PCT '%'.

       1100-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'SUPPLIER MASTER NOT FOUND - DEFAULT LEAD TIME'
               MOVE 'Y' TO WS-SUP-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-SUPPLIER
               UNTIL SUP-EOF.

           IF WS-SUP-STATUS = '00' OR WS-SUP-STATUS = '10'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       1110-LOAD-ONE-SUPPLIER.
           IF NOT SUP-EOF
               READ SUPPLIER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-SUP-EOF-FLAG
                   NOT AT END
                       IF WS-SUT-COUNT < 200
                           ADD 1 TO WS-SUT-COUNT
                           MOVE SUP-ID TO WS-SUT-ID(WS-SUT-COUNT)
                           MOVE SUP-LEAD-DAYS
                               TO WS-SUT-LEAD-DAYS(WS-SUT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1200-LOAD-PRODUCT-SOURCES.
           OPEN INPUT PRODUCT-SUPPLIER-FILE.
           IF WS-PSP-STATUS NOT = '00'
               DISPLAY 'PRODUCT-SUPPLIER LIST NOT FOUND'
               MOVE 'Y' TO WS-PSP-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-SOURCE
               UNTIL PSP-EOF.

           IF WS-PSP-STATUS = '00' OR WS-PSP-STATUS = '10'
               CLOSE PRODUCT-SUPPLIER-FILE
           END-IF.

       1210-LOAD-ONE-SOURCE.
           IF NOT PSP-EOF
               READ PRODUCT-SUPPLIER-FILE
                   AT END
                       MOVE 'Y' TO WS-PSP-EOF-FLAG
                   NOT AT END
                       IF WS-SRC-COUNT < 500
                           ADD 1 TO WS-SRC-COUNT
                           MOVE PSP-PRODUCT-CODE
                               TO WS-SRC-PRODUCT(WS-SRC-COUNT)
                           MOVE PSP-SUPPLIER-ID
                               TO WS-SRC-SUPPLIER(WS-SRC-COUNT)
                           IF PSP-AGREED-COST NUMERIC
                               MOVE PSP-AGREED-COST
                                   TO WS-SRC-COST(WS-SRC-COUNT)
                           ELSE
                               MOVE ZERO TO WS-SRC-COST(WS-SRC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2000-LOAD-ONE-SALE.
           READ SALES-HISTORY-FILE
               AT END MOVE 'Y' TO WS-SHS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE SHS-ORDER-DATE(1:4) TO WS-SALE-YEAR-X
                   MOVE SHS-ORDER-DATE(6:2) TO WS-SALE-MONTH-X
                   IF WS-SALE-YEAR-X NUMERIC
                           AND WS-SALE-MONTH-X NUMERIC
                           AND SHS-QUANTITY NUMERIC
                       COMPUTE WS-SALE-MONTH =
                           FUNCTION NUMVAL(WS-SALE-YEAR-X) * 12
                           + FUNCTION NUMVAL(WS-SALE-MONTH-X)
                       IF WS-SALE-MONTH >= WS-WINDOW-FIRST
                               AND WS-SALE-MONTH <= WS-WINDOW-LAST
                           PERFORM 2100-ADD-TO-DEMAND
                       END-IF
                   END-IF
           END-READ.

       2100-ADD-TO-DEMAND.
           COMPUTE WS-BUCKET = WS-SALE-MONTH - WS-WINDOW-FIRST + 1
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-DMD-COUNT > 0
               SET WS-DMD-IDX TO 1
               SEARCH WS-DMD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DMD-PRODUCT(WS-DMD-IDX) = SHS-PRODUCT-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT LOOKUP-FOUND
               IF WS-DMD-COUNT < 5000
                   ADD 1 TO WS-DMD-COUNT
                   SET WS-DMD-IDX TO WS-DMD-COUNT
                   MOVE SHS-PRODUCT-CODE TO WS-DMD-PRODUCT(WS-DMD-IDX)
                   PERFORM 2110-CLEAR-ONE-MONTH
                       VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY 'DEMAND TABLE FULL - PRODUCT OMITTED: '
                       SHS-PRODUCT-CODE
               END-IF
           END-IF

           IF LOOKUP-FOUND
               ADD SHS-QUANTITY
                   TO WS-DMD-MONTH-QTY(WS-DMD-IDX, WS-BUCKET)
               ADD 1 TO WS-HISTORY-USED
           END-IF.

       2110-CLEAR-ONE-MONTH.
           MOVE ZERO TO WS-DMD-MONTH-QTY(WS-DMD-IDX, WS-MONTH-SUB).

       3000-PLAN-ONE-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PRODUCTS-READ
                   IF PROD-PLAN-LOCKED
                       ADD 1 TO WS-PLANS-LOCKED
                   ELSE
                       PERFORM 3100-MEASURE-DEMAND
                       PERFORM 3200-FIND-SUPPLIER
                       PERFORM 3300-COMPUTE-PLAN
                       PERFORM 3400-APPLY-OR-REVIEW
                   END-IF
           END-READ.

      *    Average and sample deviation of the monthly quantities; a
      *    product with no sales in the window has neither.
       3100-MEASURE-DEMAND.
           MOVE ZERO TO WS-TOTAL-QTY
                        WS-AVG-MONTHLY
                        WS-SQUARED-DEV
                        WS-DEVIATION
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-DMD-COUNT > 0
               SET WS-DMD-IDX TO 1
               SEARCH WS-DMD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DMD-PRODUCT(WS-DMD-IDX) = PROD-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF LOOKUP-FOUND
               PERFORM 3110-SUM-ONE-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-HISTORY-MONTHS
               COMPUTE WS-AVG-MONTHLY ROUNDED =
                   WS-TOTAL-QTY / WS-HISTORY-MONTHS
               PERFORM 3120-SQUARE-ONE-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-HISTORY-MONTHS
               IF WS-HISTORY-MONTHS > 1
                   COMPUTE WS-DEVIATION ROUNDED =
                       (WS-SQUARED-DEV / (WS-HISTORY-MONTHS - 1))
                       ** 0.5
               END-IF
           END-IF.

       3110-SUM-ONE-MONTH.
           ADD WS-DMD-MONTH-QTY(WS-DMD-IDX, WS-MONTH-SUB)
               TO WS-TOTAL-QTY.

       3120-SQUARE-ONE-MONTH.
           COMPUTE WS-SQUARED-DEV ROUNDED = WS-SQUARED-DEV
               + (WS-DMD-MONTH-QTY(WS-DMD-IDX, WS-MONTH-SUB)
                  - WS-AVG-MONTHLY) ** 2.

      *    First source on the list, as PURCHASING orders from it.
       3200-FIND-SUPPLIER.
           MOVE 30 TO WS-LEAD-DAYS
           MOVE ZERO TO WS-UNIT-COST
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-SRC-COUNT > 0
               SET WS-SRC-IDX TO 1
               SEARCH WS-SRC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SRC-PRODUCT(WS-SRC-IDX) = PROD-CODE
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-SRC-COST(WS-SRC-IDX) TO WS-UNIT-COST
               END-SEARCH
           END-IF

           IF LOOKUP-FOUND AND WS-SUT-COUNT > 0
               SET WS-SUT-IDX TO 1
               SEARCH WS-SUT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUT-ID(WS-SUT-IDX)
                           = WS-SRC-SUPPLIER(WS-SRC-IDX)
                       MOVE WS-SUT-LEAD-DAYS(WS-SUT-IDX)
                           TO WS-LEAD-DAYS
               END-SEARCH
           END-IF.

      *    Demand is per 30-day month throughout.
       3300-COMPUTE-PLAN.
           COMPUTE WS-NEW-SAFETY ROUNDED =
               WS-SERVICE-FACTOR * WS-DEVIATION
               * (WS-LEAD-DAYS / 30) ** 0.5
           COMPUTE WS-NEW-REORDER ROUNDED =
               WS-AVG-MONTHLY * WS-LEAD-DAYS / 30 + WS-NEW-SAFETY

           IF WS-UNIT-COST > ZERO AND WS-HOLDING-PCT > ZERO
               COMPUTE WS-NEW-ORDER-QTY ROUNDED =
                   (2 * WS-AVG-MONTHLY * 12 * WS-ORDER-COST
                    / (WS-UNIT-COST * WS-HOLDING-PCT / 100)) ** 0.5
           ELSE
               COMPUTE WS-NEW-ORDER-QTY ROUNDED = WS-AVG-MONTHLY
           END-IF
           IF WS-NEW-ORDER-QTY = ZERO AND WS-TOTAL-QTY > ZERO
               MOVE 1 TO WS-NEW-ORDER-QTY
           END-IF.

      *    The change is measured on the reorder point, the figure
      *    the stock check and the suggestions run on. A product
      *    getting its first reorder point is always reviewed.
       3400-APPLY-OR-REVIEW.
           IF PROD-REORDER-POINT = ZERO
               IF WS-NEW-REORDER = ZERO
                   MOVE ZERO TO WS-CHANGE-PCT
               ELSE
                   MOVE 99999 TO WS-CHANGE-PCT
               END-IF
           ELSE
               IF WS-NEW-REORDER > PROD-REORDER-POINT
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-NEW-REORDER - PROD-REORDER-POINT) * 100
                       / PROD-REORDER-POINT
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CHANGE-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (PROD-REORDER-POINT - WS-NEW-REORDER) * 100
                       / PROD-REORDER-POINT
               END-IF
           END-IF

           IF WS-CHANGE-PCT > WS-REVIEW-PCT
               PERFORM 3500-WRITE-REVIEW-LINE
           ELSE
               MOVE WS-NEW-REORDER TO PROD-REORDER-POINT
               MOVE WS-NEW-SAFETY TO PROD-SAFETY-STOCK
               MOVE WS-NEW-ORDER-QTY TO PROD-ORDER-QTY
               REWRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR PRODUCT: '
                           PROD-CODE ' STATUS: ' WS-PRD-STATUS
                       ADD 1 TO WS-REWRITE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-PLANS-APPLIED
               END-REWRITE
           END-IF.

       3500-WRITE-REVIEW-LINE.
           MOVE PROD-CODE TO WRL-PRODUCT
           MOVE PROD-DESCRIPTION TO WRL-DESCRIPTION
           MOVE PROD-REORDER-POINT TO WRL-OLD-REORDER
           MOVE WS-NEW-REORDER TO WRL-NEW-REORDER
           MOVE WS-CHANGE-PCT TO WRL-CHANGE-PCT
           MOVE WS-NEW-SAFETY TO WRL-SAFETY
           MOVE WS-NEW-ORDER-QTY TO WRL-ORDER-QTY
           MOVE WS-AVG-MONTHLY TO WRL-AVG-MONTHLY
           MOVE WS-LEAD-DAYS TO WRL-LEAD-DAYS
           WRITE REVIEW-REPORT-RECORD FROM WS-REVIEW-LINE
           ADD 1 TO WS-PLANS-REVIEW.

       4000-FINALIZE.
           CLOSE PRODUCT-MASTER-FILE
                 REVIEW-REPORT-FILE.
           IF WS-SHS-STATUS = '00' OR WS-SHS-STATUS = '10'
               CLOSE SALES-HISTORY-FILE
           END-IF.

           DISPLAY '======================================'.
           DISPLAY 'REORDER PLANNING STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'History Lines Read: ' WS-HISTORY-READ.
           DISPLAY 'History In Window:  ' WS-HISTORY-USED.
           DISPLAY 'Products Read:      ' WS-PRODUCTS-READ.
           DISPLAY 'Plans Applied:      ' WS-PLANS-APPLIED.
           DISPLAY 'Sent For Review:    ' WS-PLANS-REVIEW.
           DISPLAY 'Locked (Manual):    ' WS-PLANS-LOCKED.
           DISPLAY 'Rewrite Errors:     ' WS-REWRITE-ERRORS.
           DISPLAY '======================================'.

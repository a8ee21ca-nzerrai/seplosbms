      * - The open-PO report ages every open line by expected date,   *
      *   so late suppliers are chased before ORDER-PROCESSOR starts  *
      *   rejecting orders for stock we thought was coming            *
      * - STOCK-RECEIPTS matches receipts against this file and       *
      *   closes the lines                                            *
      * - Each PO line carries the price agreed on the supplier's     *
      *   source-list entry, which AP-INVOICE-INTAKE matches the      *
      *   supplier's invoice against                                  *
      * - The quantity is never below the product's planned order     *
      *   quantity (REORDER-PLAN), so a reorder buys a full lot       *
      * - Each approved drop-ship line from ORDER-PROCESSOR raises    *
      *   its own PO to the product's supplier, carrying the order    *
      *   line and the customer's ship-to address; these POs are      *
      *   kept in their own register (never received into stock)      *
      * - The supplier's ship confirmations close the drop-ship POs;  *
      *   the open drop-ship report lists every line the supplier     *
      *   has still not confirmed past its lead time                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Today's approved drop-ship lines from ORDER-PROCESSOR.
           SELECT DROP-SHIP-LINE-FILE
               ASSIGN TO 'dropship-lines.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSL-STATUS.

      *    Drop-ship PO register: read in, confirmations applied,
      *    rewritten with today's new drop-ship POs appended.
           SELECT DROP-SHIP-PO-FILE
               ASSIGN TO 'dropship-orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSO-STATUS.

           SELECT NEW-DROP-SHIP-PO-FILE
               ASSIGN TO 'dropship-orders-raised.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSN-STATUS.

      *    Suppliers' ship confirmations for drop-ship POs (also
      *    read by FULFILLMENT, which bills them).
           SELECT DROP-SHIP-CONFIRM-FILE
               ASSIGN TO 'dropship-confirmations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.

           SELECT DROP-SHIP-REPORT-FILE
               ASSIGN TO 'open-dropship-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as WS-SUGGESTION-LINE in STOCK-RECEIPTS.
           05  SUG-REORDER-POINT    PIC X(7).
           05  FILLER               PIC X(3).
           05  SUG-OPEN-DEMAND      PIC X(7).
           05  FILLER               PIC X(3).
           05  SUG-ORDER-QTY        PIC X(7).
           05  FILLER               PIC X(21).

      *    Payment terms and remittance details are read by the AP
      *    programs (AP-INVOICE-INTAKE, AP-PAYMENT-RUN) only.
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05  SUP-ID               PIC X(6).
           05  SUP-NAME             PIC X(30).
           05  SUP-LEAD-DAYS        PIC 9(3).
           05  SUP-TERMS-DAYS       PIC 9(3).
           05  SUP-DISCOUNT-PCT     PIC 9V99.
           05  SUP-DISCOUNT-DAYS    PIC 9(3).
           05  SUP-PAYMENT-METHOD   PIC X(1).
               88  SUP-PAY-ELECTRONIC VALUE 'E'.
               88  SUP-PAY-CHECK    VALUE 'C' ' '.
           05  SUP-BANK-ACCOUNT     PIC 9(12).
           05  FILLER               PIC X(7).

      *    The agreed unit cost is blank on lists from before AP
      *    matching; those lines raise POs at a zero price.
       FD  PRODUCT-SUPPLIER-FILE.
       01  PRODUCT-SUPPLIER-RECORD.
           05  PSP-PRODUCT-CODE     PIC X(6).
           05  PSP-SUPPLIER-ID      PIC X(6).
           05  PSP-AGREED-COST      PIC 9(5)V99.
           05  FILLER               PIC X(4).

      *    Same layout as read by STOCK-RECEIPTS. The invoiced
      *    quantity is advanced by AP-INVOICE-INTAKE as supplier
      *    invoice lines are matched.
       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05  POR-PO-NUMBER        PIC 9(8).
           05  POR-STATUS           PIC X(1).
               88  POR-OPEN         VALUE 'O'.
               88  POR-CLOSED       VALUE 'C'.
           05  POR-UNIT-PRICE       PIC 9(5)V99.
           05  POR-QTY-INVOICED     PIC 9(7).

       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD            PIC X(57).

       FD  OPEN-PO-REPORT-FILE.
       01  OPEN-PO-REPORT-RECORD    PIC X(100).

      *    Same layout as written by ORDER-PROCESSOR.
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

      *    One PO per drop-ship order line; the quantity shipped
      *    accumulates from the supplier's confirmations.
       FD  DROP-SHIP-PO-FILE.
       01  DROP-SHIP-PO-RECORD.
           05  DSO-PO-NUMBER        PIC 9(8).
           05  DSO-SUPPLIER-ID      PIC X(6).
           05  DSO-PRODUCT-CODE     PIC X(6).
           05  DSO-QTY-ORDERED      PIC 9(7).
           05  DSO-QTY-SHIPPED      PIC 9(7).
           05  DSO-EXPECTED-DATE    PIC 9(8).
           05  DSO-STATUS           PIC X(1).
               88  DSO-OPEN         VALUE 'O'.
               88  DSO-CLOSED       VALUE 'C'.
           05  DSO-UNIT-PRICE       PIC 9(5)V99.
           05  DSO-RAISED-DATE      PIC 9(8).
           05  DSO-ORDER-ID         PIC X(10).
           05  DSO-LINE-NUMBER      PIC 9(3).
           05  DSO-CUSTOMER-ID      PIC X(8).
           05  DSO-SHIP-TO-NAME     PIC X(50).
           05  DSO-SHIP-TO-STREET   PIC X(40).
           05  DSO-SHIP-TO-CITY     PIC X(30).
           05  DSO-SHIP-TO-STATE    PIC X(2).
           05  DSO-SHIP-TO-ZIP      PIC X(5).
           05  FILLER               PIC X(14).

       FD  NEW-DROP-SHIP-PO-FILE.
       01  NEW-DROP-SHIP-PO-RECORD  PIC X(220).

      *    Same layout as read by FULFILLMENT.
       FD  DROP-SHIP-CONFIRM-FILE.
       01  DROP-SHIP-CONFIRM-RECORD.
           05  DSC-PO-NUMBER        PIC 9(8).
           05  DSC-ORDER-ID         PIC X(10).
           05  DSC-LINE-NUMBER      PIC 9(3).
           05  DSC-QTY-SHIPPED      PIC 9(5).
           05  DSC-SHIP-DATE        PIC 9(8).
           05  DSC-TRACKING-NUMBER  PIC X(20).
           05  FILLER               PIC X(6).

       FD  DROP-SHIP-REPORT-FILE.
       01  DROP-SHIP-REPORT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-SUG-STATUS        PIC XX.
           05  WS-POR-STATUS        PIC XX.
           05  WS-PON-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
           05  WS-DSL-STATUS        PIC XX.
           05  WS-DSO-STATUS        PIC XX.
           05  WS-DSN-STATUS        PIC XX.
           05  WS-DSC-STATUS        PIC XX.
           05  WS-DSR-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-SUG-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  POR-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.
           05  WS-DSL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  DSL-EOF          VALUE 'Y'.
           05  WS-DSO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  DSO-EOF          VALUE 'Y'.
           05  WS-DSC-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  DSC-EOF          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SUGGESTIONS-READ  PIC 9(5) VALUE 0.
           05  WS-NO-SUPPLIER       PIC 9(5) VALUE 0.
           05  WS-OPEN-POS          PIC 9(5) VALUE 0.
           05  WS-LATE-POS          PIC 9(5) VALUE 0.
           05  WS-DS-LINES-READ     PIC 9(5) VALUE 0.
           05  WS-DS-POS-RAISED     PIC 9(5) VALUE 0.
           05  WS-DS-NO-SUPPLIER    PIC 9(5) VALUE 0.
           05  WS-DS-CONFIRMS-READ  PIC 9(5) VALUE 0.
           05  WS-DS-CONFIRMS-NO-PO PIC 9(5) VALUE 0.
           05  WS-DS-POS-CLOSED     PIC 9(5) VALUE 0.
           05  WS-DS-OPEN-POS       PIC 9(5) VALUE 0.
           05  WS-DS-LATE-POS       PIC 9(5) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3 VALUE 0.
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-PRODUCT   PIC X(6).
               10  WS-SRC-SUPPLIER  PIC X(6).
               10  WS-SRC-COST      PIC 9(5)V99 COMP-3.

      *    Today's supplier confirmations, applied to the drop-ship
      *    register as it is carried; any left unused named no PO.
       01  WS-CONFIRM-TABLE.
           05  WS-DCT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-DCT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DCT-COUNT
                   INDEXED BY WS-DCT-IDX.
               10  WS-DCT-PO-NUMBER PIC 9(8).
               10  WS-DCT-QTY       PIC 9(5) COMP-3.
               10  WS-DCT-USED      PIC X(1).

      *    Products already covered by an open PO (no double order).
       01  WS-COVERED-TABLE.
           05  WS-EDIT-ON-HAND      PIC X(7) VALUE SPACES.
           05  WS-EDIT-REORDER      PIC X(7) VALUE SPACES.
           05  WS-EDIT-DEMAND       PIC X(7) VALUE SPACES.
           05  WS-EDIT-ORDER-QTY    PIC X(7) VALUE SPACES.
           05  WS-PLANNED-QTY       PIC 9(7) VALUE 0.
           05  WS-ORDER-QTY         PIC 9(7) VALUE 0.
           05  WS-LEAD-DAYS         PIC 9(3) VALUE 0.
           05  WS-FIND-PRODUCT      PIC X(6) VALUE SPACES.
           05  WS-EXPECTED-INT      PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-LATE         PIC S9(5) COMP-3 VALUE 0.

           05  WOP-DAYS-LATE        PIC -ZZZ9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-DROP-SHIP-LINE.
           05  WDS-PO-NUMBER        PIC 9(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-SUPPLIER         PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-ORDER-ID         PIC X(10).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-LINE-NO          PIC ZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-PRODUCT          PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-OUTSTANDING      PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-EXPECTED         PIC 9(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDS-DAYS-LATE        PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CARRY-AND-AGE-POS
               UNTIL POR-EOF.
           PERFORM 2500-CARRY-DROP-SHIP-POS
               UNTIL DSO-EOF.
           PERFORM 3000-RAISE-FROM-SUGGESTIONS
               UNTIL SUG-EOF.
           PERFORM 3500-RAISE-DROP-SHIP-POS
               UNTIL DSL-EOF.
           PERFORM 4000-FINALIZE.
           STOP RUN.

               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN OUTPUT NEW-PO-FILE
                OUTPUT OPEN-PO-REPORT-FILE
                OUTPUT NEW-DROP-SHIP-PO-FILE
                OUTPUT DROP-SHIP-REPORT-FILE.

           PERFORM 1100-LOAD-SUPPLIERS.
           PERFORM 1200-LOAD-PRODUCT-SOURCES.
           PERFORM 1300-LOAD-DROP-SHIP-CONFIRMS.

           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-POR-STATUS NOT = '00'
               MOVE 'Y' TO WS-SUG-EOF-FLAG
           END-IF.

           OPEN INPUT DROP-SHIP-PO-FILE.
           IF WS-DSO-STATUS NOT = '00'
               DISPLAY 'NO PRIOR DROP-SHIP POS'
               MOVE 'Y' TO WS-DSO-EOF-FLAG
           END-IF.

           OPEN INPUT DROP-SHIP-LINE-FILE.
           IF WS-DSL-STATUS NOT = '00'
               DISPLAY 'NO DROP-SHIP LINES THIS RUN'
               MOVE 'Y' TO WS-DSL-EOF-FLAG
           END-IF.

       1100-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUP-STATUS NOT = '00'
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

       1300-LOAD-DROP-SHIP-CONFIRMS.
           OPEN INPUT DROP-SHIP-CONFIRM-FILE.
           IF WS-DSC-STATUS NOT = '00'
               DISPLAY 'NO DROP-SHIP CONFIRMATIONS THIS RUN'
               MOVE 'Y' TO WS-DSC-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-CONFIRM
               UNTIL DSC-EOF.

           IF WS-DSC-STATUS = '00' OR WS-DSC-STATUS = '10'
               CLOSE DROP-SHIP-CONFIRM-FILE
           END-IF.

       1310-LOAD-ONE-CONFIRM.
           READ DROP-SHIP-CONFIRM-FILE
               AT END MOVE 'Y' TO WS-DSC-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DS-CONFIRMS-READ
                   IF DSC-PO-NUMBER NUMERIC
                           AND DSC-QTY-SHIPPED NUMERIC
                           AND WS-DCT-COUNT < 5000
                       ADD 1 TO WS-DCT-COUNT
                       MOVE DSC-PO-NUMBER
                           TO WS-DCT-PO-NUMBER(WS-DCT-COUNT)
                       MOVE DSC-QTY-SHIPPED TO WS-DCT-QTY(WS-DCT-COUNT)
                       MOVE 'N' TO WS-DCT-USED(WS-DCT-COUNT)
                   ELSE
                       ADD 1 TO WS-DS-CONFIRMS-NO-PO
                       DISPLAY 'DROP-SHIP CONFIRMATION UNUSABLE: '
                           DSC-ORDER-ID ' ' DSC-LINE-NUMBER
                   END-IF
           END-READ.

      *    Every carried PO rides to the output unchanged; open lines
      *    also go on the aged report and mark their product covered.
       2000-CARRY-AND-AGE-POS.
           MOVE SUG-ON-HAND TO WS-EDIT-ON-HAND
           MOVE SUG-REORDER-POINT TO WS-EDIT-REORDER
           MOVE SUG-OPEN-DEMAND TO WS-EDIT-DEMAND
           MOVE SUG-ORDER-QTY TO WS-EDIT-ORDER-QTY
           INSPECT WS-EDIT-ON-HAND REPLACING LEADING ' ' BY '0'
           INSPECT WS-EDIT-REORDER REPLACING LEADING ' ' BY '0'
           INSPECT WS-EDIT-DEMAND REPLACING LEADING ' ' BY '0'
           INSPECT WS-EDIT-ORDER-QTY REPLACING LEADING ' ' BY '0'.

       3100-RAISE-ONE-PO.
           MOVE 'N' TO WS-FOUND-FLAG
           IF LOOKUP-FOUND
               ADD 1 TO WS-ALREADY-COVERED
           ELSE
               MOVE SUG-PRODUCT-CODE TO WS-FIND-PRODUCT
               PERFORM 3200-FIND-SUPPLIER
               IF LOOKUP-FOUND
                   PERFORM 3300-WRITE-NEW-PO
               SEARCH WS-SRC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SRC-PRODUCT(WS-SRC-IDX) = WS-FIND-PRODUCT
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           END-IF
           COMPUTE WS-ORDER-QTY =
               WS-REORDER-POINT - WS-ON-HAND + WS-OPEN-DEMAND
      *    Suggestion files from before planning carry no order
      *    quantity; the shortfall alone is ordered then.
           IF WS-EDIT-ORDER-QTY NUMERIC
               MOVE WS-EDIT-ORDER-QTY TO WS-PLANNED-QTY
               IF WS-ORDER-QTY < WS-PLANNED-QTY
                   MOVE WS-PLANNED-QTY TO WS-ORDER-QTY
               END-IF
           END-IF
           IF WS-ORDER-QTY = ZERO
               MOVE 1 TO WS-ORDER-QTY
           END-IF
           COMPUTE POR-EXPECTED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPECTED-INT)
           MOVE 'O' TO POR-STATUS
           MOVE WS-SRC-COST(WS-SRC-IDX) TO POR-UNIT-PRICE
           MOVE ZERO TO POR-QTY-INVOICED
           WRITE NEW-PO-RECORD FROM PURCHASE-ORDER-RECORD

           IF WS-COV-COUNT < 2000
           END-IF
           ADD 1 TO WS-POS-RAISED.

      *    Carried drop-ship POs take today's confirmations, then go
      *    to the output; a line still open after its expected date
      *    is on the open drop-ship report for chasing.
       2500-CARRY-DROP-SHIP-POS.
           READ DROP-SHIP-PO-FILE
               AT END MOVE 'Y' TO WS-DSO-EOF-FLAG
               NOT AT END
                   IF DSO-PO-NUMBER >= WS-NEXT-PO-NUMBER
                       COMPUTE WS-NEXT-PO-NUMBER = DSO-PO-NUMBER + 1
                   END-IF
                   IF DSO-OPEN
                       PERFORM 2510-APPLY-ONE-CONFIRM
                           VARYING WS-DCT-IDX FROM 1 BY 1
                           UNTIL WS-DCT-IDX > WS-DCT-COUNT
                       IF DSO-QTY-SHIPPED >= DSO-QTY-ORDERED
                           MOVE 'C' TO DSO-STATUS
                           ADD 1 TO WS-DS-POS-CLOSED
                       ELSE
                           PERFORM 2520-AGE-ONE-DROP-SHIP
                       END-IF
                   END-IF
                   WRITE NEW-DROP-SHIP-PO-RECORD
                       FROM DROP-SHIP-PO-RECORD
           END-READ.

       2510-APPLY-ONE-CONFIRM.
           IF WS-DCT-PO-NUMBER(WS-DCT-IDX) = DSO-PO-NUMBER
               ADD WS-DCT-QTY(WS-DCT-IDX) TO DSO-QTY-SHIPPED
               MOVE 'Y' TO WS-DCT-USED(WS-DCT-IDX)
           END-IF.

       2520-AGE-ONE-DROP-SHIP.
           ADD 1 TO WS-DS-OPEN-POS
           COMPUTE WS-EXPECTED-INT =
               FUNCTION INTEGER-OF-DATE(DSO-EXPECTED-DATE)
           COMPUTE WS-DAYS-LATE = WS-RUN-DATE-INT - WS-EXPECTED-INT
           IF WS-DAYS-LATE > ZERO
               MOVE DSO-PO-NUMBER TO WDS-PO-NUMBER
               MOVE DSO-SUPPLIER-ID TO WDS-SUPPLIER
               MOVE DSO-ORDER-ID TO WDS-ORDER-ID
               MOVE DSO-LINE-NUMBER TO WDS-LINE-NO
               MOVE DSO-CUSTOMER-ID TO WDS-CUSTOMER
               MOVE DSO-PRODUCT-CODE TO WDS-PRODUCT
               COMPUTE WDS-OUTSTANDING =
                   DSO-QTY-ORDERED - DSO-QTY-SHIPPED
               MOVE DSO-EXPECTED-DATE TO WDS-EXPECTED
               MOVE WS-DAYS-LATE TO WDS-DAYS-LATE
               WRITE DROP-SHIP-REPORT-RECORD FROM WS-DROP-SHIP-LINE
               ADD 1 TO WS-DS-LATE-POS
           END-IF.

      *    Each drop-ship line is bought on its own PO, whatever other
      *    POs are open for the product: the goods are the customer's,
      *    shipped to the customer's address.
       3500-RAISE-DROP-SHIP-POS.
           READ DROP-SHIP-LINE-FILE
               AT END MOVE 'Y' TO WS-DSL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DS-LINES-READ
                   MOVE DSL-PRODUCT-CODE TO WS-FIND-PRODUCT
                   PERFORM 3200-FIND-SUPPLIER
                   IF LOOKUP-FOUND
                       PERFORM 3600-WRITE-DROP-SHIP-PO
                   ELSE
                       ADD 1 TO WS-DS-NO-SUPPLIER
                       DISPLAY 'NO SUPPLIER FOR DROP-SHIP LINE: '
                           DSL-ORDER-ID ' ' DSL-LINE-NUMBER ' '
                           DSL-PRODUCT-CODE
                   END-IF
           END-READ.

       3600-WRITE-DROP-SHIP-PO.
           MOVE SPACES TO DROP-SHIP-PO-RECORD
           MOVE WS-NEXT-PO-NUMBER TO DSO-PO-NUMBER
           ADD 1 TO WS-NEXT-PO-NUMBER
           MOVE WS-SRC-SUPPLIER(WS-SRC-IDX) TO DSO-SUPPLIER-ID
           MOVE DSL-PRODUCT-CODE TO DSO-PRODUCT-CODE
           MOVE DSL-QUANTITY TO DSO-QTY-ORDERED
           MOVE ZERO TO DSO-QTY-SHIPPED
           COMPUTE WS-EXPECTED-INT = WS-RUN-DATE-INT + WS-LEAD-DAYS
           COMPUTE DSO-EXPECTED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPECTED-INT)
           MOVE 'O' TO DSO-STATUS
           MOVE WS-SRC-COST(WS-SRC-IDX) TO DSO-UNIT-PRICE
           MOVE WS-RUN-DATE TO DSO-RAISED-DATE
           MOVE DSL-ORDER-ID TO DSO-ORDER-ID
           MOVE DSL-LINE-NUMBER TO DSO-LINE-NUMBER
           MOVE DSL-CUSTOMER-ID TO DSO-CUSTOMER-ID
           MOVE DSL-SHIP-TO-NAME TO DSO-SHIP-TO-NAME
           MOVE DSL-SHIP-TO-STREET TO DSO-SHIP-TO-STREET
           MOVE DSL-SHIP-TO-CITY TO DSO-SHIP-TO-CITY
           MOVE DSL-SHIP-TO-STATE TO DSO-SHIP-TO-STATE
           MOVE DSL-SHIP-TO-ZIP TO DSO-SHIP-TO-ZIP
           WRITE NEW-DROP-SHIP-PO-RECORD FROM DROP-SHIP-PO-RECORD
           ADD 1 TO WS-DS-POS-RAISED.

       3700-COUNT-UNUSED-CONFIRM.
           IF WS-DCT-USED(WS-DCT-IDX) = 'N'
               ADD 1 TO WS-DS-CONFIRMS-NO-PO
               DISPLAY 'DROP-SHIP CONFIRMATION FOR NO OPEN PO: '
                   WS-DCT-PO-NUMBER(WS-DCT-IDX)
           END-IF.

       4000-FINALIZE.
           IF WS-POR-STATUS = '00' OR WS-POR-STATUS = '10'
               CLOSE PURCHASE-ORDER-FILE
           IF WS-SUG-STATUS = '00' OR WS-SUG-STATUS = '10'
               CLOSE PURCHASE-SUGGESTION-FILE
           END-IF.
           IF WS-DSO-STATUS = '00' OR WS-DSO-STATUS = '10'
               CLOSE DROP-SHIP-PO-FILE
           END-IF.
           IF WS-DSL-STATUS = '00' OR WS-DSL-STATUS = '10'
               CLOSE DROP-SHIP-LINE-FILE
           END-IF.
           CLOSE NEW-PO-FILE
                 OPEN-PO-REPORT-FILE
                 NEW-DROP-SHIP-PO-FILE
                 DROP-SHIP-REPORT-FILE.

           PERFORM 3700-COUNT-UNUSED-CONFIRM
               VARYING WS-DCT-IDX FROM 1 BY 1
               UNTIL WS-DCT-IDX > WS-DCT-COUNT.

           DISPLAY '======================================'.
           DISPLAY 'PURCHASING STATISTICS'.
           DISPLAY 'No Supplier:        ' WS-NO-SUPPLIER.
           DISPLAY 'Open POs Carried:   ' WS-OPEN-POS.
           DISPLAY 'Open POs Late:      ' WS-LATE-POS.
           DISPLAY 'Drop-Ship Lines:    ' WS-DS-LINES-READ.
           DISPLAY 'Drop-Ship POs:      ' WS-DS-POS-RAISED.
           DISPLAY 'Drop-Ship No Supp:  ' WS-DS-NO-SUPPLIER.
           DISPLAY 'DS Confirms Read:   ' WS-DS-CONFIRMS-READ.
           DISPLAY 'DS Confirms No PO:  ' WS-DS-CONFIRMS-NO-PO.
           DISPLAY 'DS POs Closed:      ' WS-DS-POS-CLOSED.
           DISPLAY 'DS POs Still Open:  ' WS-DS-OPEN-POS.
           DISPLAY 'DS Past Lead Time:  ' WS-DS-LATE-POS.
           DISPLAY '======================================'.

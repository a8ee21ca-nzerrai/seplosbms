       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-TRACE.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Lot / serial recall trace: given a supplier lot or a serial   *
      * number, everything a same-day recall needs on one report.     *
      * - Call parameter 1 is the lot or serial number, parameter 2   *
      *   an optional product code to narrow a lot number shared by   *
      *   several suppliers' products                                 *
      * - Receipts: every stock lot opened for it (supplier receipts  *
      *   from STOCK-RECEIPTS, returns put back by RMA-PROCESSOR)     *
      *   with supplier, reference, quantity received and still held  *
      * - Stock locations: quantity still on hand per product and     *
      *   warehouse - what to quarantine                              *
      * - Shipments: every order line it went out on (lot-shipments   *
      *   from FULFILLMENT), then the customers it reached with their *
      *   total quantity and phone number - who to call               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LOT-FILE
               ASSIGN TO 'stock-lots.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT LOT-SHIPMENT-FILE
               ASSIGN TO 'lot-shipments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSH-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT TRACE-REPORT-FILE
               ASSIGN TO 'recall-trace.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  LOT-FROM-SUPPLIER VALUE 'P'.
               88  LOT-FROM-RETURN  VALUE 'R'.
           05  LOT-SUPPLIER-ID      PIC X(6).
           05  LOT-REFERENCE        PIC X(12).
           05  LOT-QTY-RECEIVED     PIC 9(7).
           05  LOT-QTY-ON-HAND      PIC 9(7).
           05  FILLER               PIC X(5).

      *    Same layout as written by FULFILLMENT.
       FD  LOT-SHIPMENT-FILE.
       01  LOT-SHIPMENT-RECORD.
           05  LSH-SHIP-DATE        PIC 9(8).
           05  LSH-PRODUCT-CODE     PIC X(6).
           05  LSH-LOT-NUMBER       PIC X(12).
           05  LSH-SERIAL-NUMBER    PIC X(15).
           05  LSH-WAREHOUSE        PIC X(3).
           05  LSH-ORDER-ID         PIC X(10).
           05  LSH-LINE-NUMBER      PIC 9(3).
           05  LSH-CUSTOMER-ID      PIC X(8).
           05  LSH-QUANTITY         PIC 9(5).
           05  FILLER               PIC X(10).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-LOT-STATUS        PIC XX.
           05  WS-LSH-STATUS        PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-LOT-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  LOT-EOF          VALUE 'Y'.
           05  WS-LSH-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  LSH-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  ENTRY-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOTS-MATCHED      PIC 9(7) VALUE 0.
           05  WS-SHIPMENTS-MATCHED PIC 9(7) VALUE 0.
           05  WS-QTY-RECEIVED      PIC 9(9) VALUE 0.
           05  WS-QTY-RETURNED      PIC 9(9) VALUE 0.
           05  WS-QTY-ON-HAND       PIC 9(9) VALUE 0.
           05  WS-QTY-SHIPPED       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-TRACE-KEY         PIC X(15) VALUE SPACES.
           05  WS-TRACE-PRODUCT     PIC X(6) VALUE SPACES.

      *    Quantity still held, per product and warehouse.
       01  WS-LOCATION-TABLE.
           05  WS-LCT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-LCT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LCT-COUNT
                   INDEXED BY WS-LCT-IDX.
               10  WS-LCT-PRODUCT   PIC X(6).
               10  WS-LCT-WAREHOUSE PIC X(3).
               10  WS-LCT-QTY       PIC 9(9) COMP-3.

      *    Quantity shipped, per customer.
       01  WS-CUSTOMER-TABLE.
           05  WS-CRT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-CRT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CRT-COUNT
                   INDEXED BY WS-CRT-IDX.
               10  WS-CRT-CUSTOMER  PIC X(8).
               10  WS-CRT-SHIPMENTS PIC 9(5) COMP-3.
               10  WS-CRT-QTY       PIC 9(9) COMP-3.

       01  WS-CUST-ID-NUM           PIC 9(10) VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(22)
               VALUE 'RECALL TRACE - LOT OR '.
           05  FILLER               PIC X(8) VALUE 'SERIAL: '.
           05  WTT-KEY              PIC X(15).
           05  FILLER               PIC X(11) VALUE '  PRODUCT: '.
           05  WTT-PRODUCT          PIC X(6).
           05  FILLER               PIC X(12) VALUE '  RUN DATE: '.
           05  WTT-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WSC-TITLE            PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-RECEIPT-HEADING.
           05  FILLER               PIC X(66) VALUE
               'SRC DATE     PRODUCT LOT          SERIAL          WHS SU
      -        'PPLIER'.
           05  FILLER               PIC X(66) VALUE
               ' REFERENCE      EXPIRY   RECEIVED  ON HAND'.

       01  WS-RECEIPT-LINE.
           05  WRC-SOURCE           PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRC-DATE             PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRC-PRODUCT          PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WRC-LOT              PIC X(12).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRC-SERIAL           PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRC-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRC-SUPPLIER         PIC X(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WRC-REFERENCE        PIC X(12).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WRC-EXPIRY           PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRC-RECEIVED         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRC-ON-HAND          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-LOCATION-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WLC-PRODUCT          PIC X(6).
           05  FILLER               PIC X(14) VALUE
               '  WAREHOUSE   '.
           05  WLC-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(12) VALUE
               '   ON HAND  '.
           05  WLC-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-SHIPMENT-HEADING.
           05  FILLER               PIC X(66) VALUE
               'SHIPPED  ORDER      LINE CUSTOMER PRODUCT LOT          S
      -        'ERIAL'.
           05  FILLER               PIC X(66) VALUE
               '           WHS   QUANTITY'.

       01  WS-SHIPMENT-LINE.
           05  WSH-DATE             PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WSH-ORDER-ID         PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WSH-LINE             PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WSH-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WSH-PRODUCT          PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WSH-LOT              PIC X(12).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WSH-SERIAL           PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WSH-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WSH-QTY              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WCU-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WCU-NAME             PIC X(40).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WCU-PHONE            PIC X(15).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WCU-SHIPMENTS        PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE ' SHIPMENTS '.
           05  WCU-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WTO-LABEL            PIC X(30).
           05  WTO-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TRACE-RECEIPTS.
           PERFORM 2500-WRITE-LOCATIONS.
           PERFORM 3000-TRACE-SHIPMENTS.
           PERFORM 3500-WRITE-CUSTOMERS.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-TRACE-KEY FROM ARGUMENT-VALUE.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-TRACE-PRODUCT FROM ARGUMENT-VALUE.

           IF WS-TRACE-KEY = SPACES
               DISPLAY 'RECALL TRACE NEEDS A LOT OR SERIAL NUMBER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TRACE-REPORT-FILE.
           MOVE WS-TRACE-KEY TO WTT-KEY
           IF WS-TRACE-PRODUCT = SPACES
               MOVE 'ALL' TO WTT-PRODUCT
           ELSE
               MOVE WS-TRACE-PRODUCT TO WTT-PRODUCT
           END-IF
           MOVE WS-RUN-DATE TO WTT-RUN-DATE
           WRITE TRACE-REPORT-RECORD FROM WS-TITLE-LINE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE UNAVAILABLE (' WS-CST-STATUS
                   ') - CUSTOMERS LISTED BY NUMBER ONLY'
           END-IF.

      *    Section 1: the lots themselves - receipts and returns -
      *    and what each still holds.
       2000-TRACE-RECEIPTS.
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE 'RECEIPTS AND RETURNS TO STOCK' TO WSC-TITLE
           WRITE TRACE-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE TRACE-REPORT-RECORD FROM WS-RECEIPT-HEADING

           OPEN INPUT STOCK-LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'NO STOCK LOTS ON FILE'
               MOVE 'Y' TO WS-LOT-EOF-FLAG
           END-IF

           PERFORM 2100-TRACE-ONE-LOT
               UNTIL LOT-EOF

           IF WS-LOT-STATUS = '00' OR WS-LOT-STATUS = '10'
               CLOSE STOCK-LOT-FILE
           END-IF

           MOVE 'TOTAL RECEIVED FROM SUPPLIERS' TO WTO-LABEL
           MOVE WS-QTY-RECEIVED TO WTO-QTY
           WRITE TRACE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL RETURNED TO STOCK' TO WTO-LABEL
           MOVE WS-QTY-RETURNED TO WTO-QTY
           WRITE TRACE-REPORT-RECORD FROM WS-TOTAL-LINE.

       2100-TRACE-ONE-LOT.
           READ STOCK-LOT-FILE
               AT END MOVE 'Y' TO WS-LOT-EOF-FLAG
               NOT AT END
                   IF (LOT-NUMBER = WS-TRACE-KEY
                           OR LOT-SERIAL-NUMBER = WS-TRACE-KEY)
                       AND (WS-TRACE-PRODUCT = SPACES
                           OR LOT-PRODUCT-CODE = WS-TRACE-PRODUCT)
                       PERFORM 2200-LIST-ONE-LOT
                   END-IF
           END-READ.

       2200-LIST-ONE-LOT.
           ADD 1 TO WS-LOTS-MATCHED
           IF LOT-FROM-RETURN
               MOVE 'RET' TO WRC-SOURCE
               ADD LOT-QTY-RECEIVED TO WS-QTY-RETURNED
           ELSE
               MOVE 'RCV' TO WRC-SOURCE
               ADD LOT-QTY-RECEIVED TO WS-QTY-RECEIVED
           END-IF
           MOVE LOT-RECEIVED-DATE TO WRC-DATE
           MOVE LOT-PRODUCT-CODE TO WRC-PRODUCT
           MOVE LOT-NUMBER TO WRC-LOT
           MOVE LOT-SERIAL-NUMBER TO WRC-SERIAL
           MOVE LOT-WAREHOUSE TO WRC-WAREHOUSE
           MOVE LOT-SUPPLIER-ID TO WRC-SUPPLIER
           MOVE LOT-REFERENCE TO WRC-REFERENCE
           MOVE LOT-EXPIRY-DATE TO WRC-EXPIRY
           MOVE LOT-QTY-RECEIVED TO WRC-RECEIVED
           MOVE LOT-QTY-ON-HAND TO WRC-ON-HAND
           WRITE TRACE-REPORT-RECORD FROM WS-RECEIPT-LINE

           IF LOT-QTY-ON-HAND > ZERO
               ADD LOT-QTY-ON-HAND TO WS-QTY-ON-HAND
               PERFORM 2300-ADD-TO-LOCATION
           END-IF.

       2300-ADD-TO-LOCATION.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-LCT-COUNT > 0
               SET WS-LCT-IDX TO 1
               SEARCH WS-LCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LCT-PRODUCT(WS-LCT-IDX) = LOT-PRODUCT-CODE
                           AND WS-LCT-WAREHOUSE(WS-LCT-IDX)
                               = LOT-WAREHOUSE
                       ADD LOT-QTY-ON-HAND TO WS-LCT-QTY(WS-LCT-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND AND WS-LCT-COUNT < 500
               ADD 1 TO WS-LCT-COUNT
               MOVE LOT-PRODUCT-CODE TO WS-LCT-PRODUCT(WS-LCT-COUNT)
               MOVE LOT-WAREHOUSE TO WS-LCT-WAREHOUSE(WS-LCT-COUNT)
               MOVE LOT-QTY-ON-HAND TO WS-LCT-QTY(WS-LCT-COUNT)
           END-IF.

      *    Section 2: where to quarantine.
       2500-WRITE-LOCATIONS.
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE 'STOCK STILL ON HAND BY LOCATION' TO WSC-TITLE
           WRITE TRACE-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM 2510-WRITE-ONE-LOCATION
               VARYING WS-LCT-IDX FROM 1 BY 1
               UNTIL WS-LCT-IDX > WS-LCT-COUNT
           MOVE 'TOTAL STILL ON HAND' TO WTO-LABEL
           MOVE WS-QTY-ON-HAND TO WTO-QTY
           WRITE TRACE-REPORT-RECORD FROM WS-TOTAL-LINE.

       2510-WRITE-ONE-LOCATION.
           MOVE WS-LCT-PRODUCT(WS-LCT-IDX) TO WLC-PRODUCT
           MOVE WS-LCT-WAREHOUSE(WS-LCT-IDX) TO WLC-WAREHOUSE
           MOVE WS-LCT-QTY(WS-LCT-IDX) TO WLC-QTY
           WRITE TRACE-REPORT-RECORD FROM WS-LOCATION-LINE.

      *    Section 3: every order line it went out on.
       3000-TRACE-SHIPMENTS.
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE 'SHIPMENTS' TO WSC-TITLE
           WRITE TRACE-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE TRACE-REPORT-RECORD FROM WS-SHIPMENT-HEADING

           OPEN INPUT LOT-SHIPMENT-FILE
           IF WS-LSH-STATUS NOT = '00'
               DISPLAY 'NO LOT SHIPMENTS ON FILE'
               MOVE 'Y' TO WS-LSH-EOF-FLAG
           END-IF

           PERFORM 3100-TRACE-ONE-SHIPMENT
               UNTIL LSH-EOF

           IF WS-LSH-STATUS = '00' OR WS-LSH-STATUS = '10'
               CLOSE LOT-SHIPMENT-FILE
           END-IF

           MOVE 'TOTAL SHIPPED TO CUSTOMERS' TO WTO-LABEL
           MOVE WS-QTY-SHIPPED TO WTO-QTY
           WRITE TRACE-REPORT-RECORD FROM WS-TOTAL-LINE.

       3100-TRACE-ONE-SHIPMENT.
           READ LOT-SHIPMENT-FILE
               AT END MOVE 'Y' TO WS-LSH-EOF-FLAG
               NOT AT END
                   IF (LSH-LOT-NUMBER = WS-TRACE-KEY
                           OR LSH-SERIAL-NUMBER = WS-TRACE-KEY)
                       AND (WS-TRACE-PRODUCT = SPACES
                           OR LSH-PRODUCT-CODE = WS-TRACE-PRODUCT)
                       PERFORM 3200-LIST-ONE-SHIPMENT
                   END-IF
           END-READ.

       3200-LIST-ONE-SHIPMENT.
           ADD 1 TO WS-SHIPMENTS-MATCHED
           ADD LSH-QUANTITY TO WS-QTY-SHIPPED
           MOVE LSH-SHIP-DATE TO WSH-DATE
           MOVE LSH-ORDER-ID TO WSH-ORDER-ID
           MOVE LSH-LINE-NUMBER TO WSH-LINE
           MOVE LSH-CUSTOMER-ID TO WSH-CUSTOMER
           MOVE LSH-PRODUCT-CODE TO WSH-PRODUCT
           MOVE LSH-LOT-NUMBER TO WSH-LOT
           MOVE LSH-SERIAL-NUMBER TO WSH-SERIAL
           MOVE LSH-WAREHOUSE TO WSH-WAREHOUSE
           MOVE LSH-QUANTITY TO WSH-QTY
           WRITE TRACE-REPORT-RECORD FROM WS-SHIPMENT-LINE

           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CRT-COUNT > 0
               SET WS-CRT-IDX TO 1
               SEARCH WS-CRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRT-CUSTOMER(WS-CRT-IDX) = LSH-CUSTOMER-ID
                       ADD 1 TO WS-CRT-SHIPMENTS(WS-CRT-IDX)
                       ADD LSH-QUANTITY TO WS-CRT-QTY(WS-CRT-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND AND WS-CRT-COUNT < 5000
               ADD 1 TO WS-CRT-COUNT
               MOVE LSH-CUSTOMER-ID TO WS-CRT-CUSTOMER(WS-CRT-COUNT)
               MOVE 1 TO WS-CRT-SHIPMENTS(WS-CRT-COUNT)
               MOVE LSH-QUANTITY TO WS-CRT-QTY(WS-CRT-COUNT)
           END-IF.

      *    Section 4: who to call.
       3500-WRITE-CUSTOMERS.
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE 'CUSTOMERS REACHED' TO WSC-TITLE
           WRITE TRACE-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM 3510-WRITE-ONE-CUSTOMER
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.

       3510-WRITE-ONE-CUSTOMER.
           MOVE WS-CRT-CUSTOMER(WS-CRT-IDX) TO WCU-CUSTOMER
           MOVE SPACES TO WCU-NAME
                          WCU-PHONE
           IF (WS-CST-STATUS = '00' OR WS-CST-STATUS = '23')
                   AND WS-CRT-CUSTOMER(WS-CRT-IDX) NUMERIC
               MOVE WS-CRT-CUSTOMER(WS-CRT-IDX) TO WS-CUST-ID-NUM
               MOVE WS-CUST-ID-NUM TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'NOT ON CUSTOMER FILE' TO WCU-NAME
                   NOT INVALID KEY
                       STRING CUST-FIRST-NAME DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              CUST-LAST-NAME DELIMITED BY '  '
                           INTO WCU-NAME
                       END-STRING
                       MOVE CUST-PHONE TO WCU-PHONE
               END-READ
           END-IF
           MOVE WS-CRT-SHIPMENTS(WS-CRT-IDX) TO WCU-SHIPMENTS
           MOVE WS-CRT-QTY(WS-CRT-IDX) TO WCU-QTY
           WRITE TRACE-REPORT-RECORD FROM WS-CUSTOMER-LINE.

       4000-FINALIZE.
           IF WS-CST-STATUS = '00' OR WS-CST-STATUS = '23'
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE TRACE-REPORT-FILE.

           IF WS-LOTS-MATCHED = ZERO AND WS-SHIPMENTS-MATCHED = ZERO
               DISPLAY 'LOT OR SERIAL NOT FOUND: ' WS-TRACE-KEY
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'.
           DISPLAY 'RECALL TRACE STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Lot or Serial:      ' WS-TRACE-KEY.
           DISPLAY 'Lots Found:         ' WS-LOTS-MATCHED.
           DISPLAY 'Quantity Received:  ' WS-QTY-RECEIVED.
           DISPLAY 'Quantity Returned:  ' WS-QTY-RETURNED.
           DISPLAY 'Still On Hand:      ' WS-QTY-ON-HAND.
           DISPLAY 'Shipments Found:    ' WS-SHIPMENTS-MATCHED.
           DISPLAY 'Quantity Shipped:   ' WS-QTY-SHIPPED.
           DISPLAY 'Customers Reached:  ' WS-CRT-COUNT.
           DISPLAY '======================================'.

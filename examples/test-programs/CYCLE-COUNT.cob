      * - Variance report by product, plus the run's accuracy         *
      *   percentage appended to the accuracy history so the trend    *
      *   can be shown to the auditors                                *
      * - Counts are per warehouse location: the work list names each *
      *   location holding a due product, the book quantity is the    *
      *   location's, and a variance corrects the location and the    *
      *   product total by the difference                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

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
       FD  COUNT-SCHEDULE-FILE.
           05  CNT-PROD-CODE        PIC X(6).
           05  CNT-QTY-COUNTED      PIC 9(7).
           05  CNT-COUNT-DATE       PIC 9(8).
      *    Location counted; blank = the default warehouse.
           05  CNT-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(2).

      *    Same layout as in ORDER-PROCESSOR / STOCK-RECEIPTS.
       FD  PRODUCT-MASTER-FILE
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

       FD  COUNT-WORK-LIST-FILE.
       01  COUNT-WORK-LIST-RECORD   PIC X(60).
           05  ACC-ACCURACY-PCT     PIC 9(3)V99.
           05  FILLER               PIC X(7).

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
           05  WS-CSC-STATUS        PIC XX.
           05  WS-WKL-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
           05  WS-ACC-STATUS        PIC XX.
           05  WS-WHS-STATUS        PIC XX.
           05  WS-SLC-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-CSC-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CSC-EOF          VALUE 'Y'.
           05  WS-CNT-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CNT-EOF          VALUE 'Y'.
           05  WS-WHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WHS-EOF          VALUE 'Y'.
           05  WS-SLC-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SLC-EOF          VALUE 'Y'.
           05  WS-WHS-KNOWN-FLAG    PIC X(1) VALUE 'N'.
               88  WAREHOUSE-KNOWN  VALUE 'Y'.
           05  WS-LOC-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  LOCATION-ON-FILE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SCHEDULE-READ     PIC 9(5) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

      *    Warehouse ids in master-file order, the first being the
      *    default location.
       01  WS-WAREHOUSE-TABLE.
           05  WS-DEFAULT-WAREHOUSE PIC X(3) VALUE '001'.
           05  WS-CNT-LOCATION      PIC X(3) VALUE SPACES.
           05  WS-LOCATIONS-LISTED  PIC 9(3) COMP-3 VALUE 0.
           05  WS-WHT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-WHT-ID OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-WHT-COUNT
                   INDEXED BY WS-WHT-IDX
                   PIC X(3).

       01  WS-DATE-WORK.
           05  WS-COUNT-DATE-INT    PIC S9(9) COMP-3 VALUE 0.
           05  WS-NEXT-DATE-INT     PIC S9(9) COMP-3 VALUE 0.

       01  WS-VARIANCE-WORK.
           05  WS-BOOK-QTY          PIC 9(7) VALUE 0.
           05  WS-TOTAL-BEFORE      PIC 9(7) VALUE 0.
           05  WS-VARIANCE-QTY      PIC S9(7) COMP-3 VALUE 0.
           05  WS-ACCURACY-PCT      PIC 9(3)V99 VALUE 0.

       01  WS-WORK-LIST-LINE.
           05  FILLER               PIC X(11) VALUE 'COUNT DUE  '.
           05  WWL-PROD-CODE        PIC X(6).
           05  FILLER               PIC X(4) VALUE ' AT '.
           05  WWL-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(12) VALUE '  DUE SINCE '.
           05  WWL-DUE-DATE         PIC 9(8).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-VARIANCE-LINE.
           05  WVL-PROD-CODE        PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVL-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVL-BOOK-QTY         PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVL-COUNTED-QTY      PIC ZZZZZZ9.
           05  WVL-VARIANCE         PIC -ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WVL-DISPOSITION      PIC X(20).
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-ACCURACY-LINE.
           05  FILLER               PIC X(20) VALUE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-WAREHOUSES.

           OPEN INPUT COUNT-SCHEDULE-FILE.
           IF WS-CSC-STATUS NOT = '00'
               DISPLAY 'COUNT SCHEDULE NOT FOUND - NO WORK LIST'
               MOVE 'Y' TO WS-CNT-EOF-FLAG
           END-IF.

       1100-LOAD-WAREHOUSES.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHS-STATUS NOT = '00'
               MOVE 'Y' TO WS-WHS-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-WAREHOUSE
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

       1110-LOAD-ONE-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END MOVE 'Y' TO WS-WHS-EOF-FLAG
               NOT AT END
                   IF WS-WHT-COUNT < 50
                       ADD 1 TO WS-WHT-COUNT
                       MOVE WHS-ID TO WS-WHT-ID(WS-WHT-COUNT)
                   END-IF
           END-READ.

      *    A product due today (or overdue) goes on the work list and
      *    its schedule rolls forward by its own frequency; the rest
      *    of the schedule rides through unchanged.
                   IF CSC-NEXT-COUNT-DATE <= WS-RUN-DATE
                       MOVE CSC-PROD-CODE TO WWL-PROD-CODE
                       MOVE CSC-NEXT-COUNT-DATE TO WWL-DUE-DATE
                       PERFORM 2100-LIST-PRODUCT-LOCATIONS
                       ADD 1 TO WS-PRODUCTS-DUE
                       COMPUTE WS-NEXT-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       FROM COUNT-SCHEDULE-RECORD
           END-READ.

      *    One work-list line per location holding the product (the
      *    location key leads with the product code); a product held
      *    nowhere yet is listed at the default warehouse.
       2100-LIST-PRODUCT-LOCATIONS.
           MOVE ZERO TO WS-LOCATIONS-LISTED
           MOVE 'N' TO WS-SLC-EOF-FLAG
           MOVE CSC-PROD-CODE TO SLC-PRODUCT-CODE
           MOVE LOW-VALUES TO SLC-WAREHOUSE
           START STOCK-LOCATION-FILE
               KEY IS GREATER THAN OR EQUAL SLC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SLC-EOF-FLAG
           END-START
           PERFORM 2110-LIST-ONE-LOCATION
               UNTIL SLC-EOF
           IF WS-LOCATIONS-LISTED = ZERO
               MOVE WS-DEFAULT-WAREHOUSE TO WWL-WAREHOUSE
               WRITE COUNT-WORK-LIST-RECORD FROM WS-WORK-LIST-LINE
           END-IF.

       2110-LIST-ONE-LOCATION.
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SLC-EOF-FLAG
               NOT AT END
                   IF SLC-PRODUCT-CODE NOT = CSC-PROD-CODE
                       MOVE 'Y' TO WS-SLC-EOF-FLAG
                   ELSE
                       MOVE SLC-WAREHOUSE TO WWL-WAREHOUSE
                       WRITE COUNT-WORK-LIST-RECORD
                           FROM WS-WORK-LIST-LINE
                       ADD 1 TO WS-LOCATIONS-LISTED
                   END-IF
           END-READ.

       3000-PROCESS-COUNT-ENTRIES.
           READ COUNT-ENTRY-FILE
               AT END MOVE 'Y' TO WS-CNT-EOF-FLAG
           END-READ.

       3100-PROCESS-ONE-COUNT.
           PERFORM 3150-RESOLVE-WAREHOUSE
           IF NOT WAREHOUSE-KNOWN
               MOVE 'UNKNOWN WAREHOUSE' TO WVL-DISPOSITION
               PERFORM 3190-REJECT-COUNT
           ELSE
               MOVE CNT-PROD-CODE TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN PRODUCT' TO WVL-DISPOSITION
                       PERFORM 3190-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM 3200-APPLY-ONE-COUNT
               END-READ
           END-IF.

       3150-RESOLVE-WAREHOUSE.
           MOVE 'Y' TO WS-WHS-KNOWN-FLAG
           IF CNT-WAREHOUSE = SPACES
               MOVE WS-DEFAULT-WAREHOUSE TO WS-CNT-LOCATION
           ELSE
               MOVE CNT-WAREHOUSE TO WS-CNT-LOCATION
               IF WS-WHT-COUNT > 0
                   SET WS-WHT-IDX TO 1
                   SEARCH WS-WHT-ID
                       AT END
                           MOVE 'N' TO WS-WHS-KNOWN-FLAG
                       WHEN WS-WHT-ID(WS-WHT-IDX) = CNT-WAREHOUSE
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

       3190-REJECT-COUNT.
           MOVE CNT-PROD-CODE TO WVL-PROD-CODE
           MOVE WS-CNT-LOCATION TO WVL-WAREHOUSE
           MOVE ZERO TO WVL-BOOK-QTY
                        WVL-VARIANCE
           MOVE CNT-QTY-COUNTED TO WVL-COUNTED-QTY
           WRITE VARIANCE-REPORT-RECORD FROM WS-VARIANCE-LINE
           ADD 1 TO WS-COUNTS-REJECTED.

      *    Reality wins: the location is set to the counted quantity,
      *    the product total moves by the same difference, and the
      *    difference is journaled under the COUNT-ADJ reference so
      *    the auditors can pull every count adjustment in one grep
      *    of the movement journal.
       3200-APPLY-ONE-COUNT.
           MOVE CNT-PROD-CODE TO SLC-PRODUCT-CODE
           MOVE WS-CNT-LOCATION TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOC-FOUND-FLAG
                   MOVE ZERO TO SLC-QTY-ON-HAND
                                SLC-QTY-IN-TRANSIT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOC-FOUND-FLAG
           END-READ
           MOVE SLC-QTY-ON-HAND TO WS-BOOK-QTY
           COMPUTE WS-VARIANCE-QTY = CNT-QTY-COUNTED - WS-BOOK-QTY

           MOVE CNT-PROD-CODE TO WVL-PROD-CODE
           MOVE WS-CNT-LOCATION TO WVL-WAREHOUSE
           MOVE WS-BOOK-QTY TO WVL-BOOK-QTY
           MOVE CNT-QTY-COUNTED TO WVL-COUNTED-QTY
           MOVE WS-VARIANCE-QTY TO WVL-VARIANCE
               ADD 1 TO WS-EXACT-MATCHES
               MOVE 'EXACT' TO WVL-DISPOSITION
           ELSE
               MOVE CNT-QTY-COUNTED TO SLC-QTY-ON-HAND
               IF LOCATION-ON-FILE
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADJUSTING LOCATION: '
                               SLC-KEY
                   END-REWRITE
               ELSE
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR ADDING LOCATION: '
                               SLC-KEY
                   END-WRITE
               END-IF

               MOVE PROD-QTY-ON-HAND TO WS-TOTAL-BEFORE
               IF WS-VARIANCE-QTY < ZERO
                       AND PROD-QTY-ON-HAND < ZERO - WS-VARIANCE-QTY
                   MOVE ZERO TO PROD-QTY-ON-HAND
               ELSE
                   COMPUTE PROD-QTY-ON-HAND =
                       PROD-QTY-ON-HAND + WS-VARIANCE-QTY
               END-IF
               REWRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADJUSTING STOCK FOR: '
                   MOVE '-' TO SMV-DIRECTION
                   COMPUTE SMV-QUANTITY = ZERO - WS-VARIANCE-QTY
               END-IF
               MOVE WS-TOTAL-BEFORE TO SMV-QTY-BEFORE
               MOVE PROD-QTY-ON-HAND TO SMV-QTY-AFTER
               MOVE WS-CNT-LOCATION TO SMV-WAREHOUSE
               MOVE SPACES TO SMV-XFER-WAREHOUSE
               MOVE SPACES TO SMV-LOT-NUMBER
               MOVE SPACES TO SMV-KIT-CODE
               WRITE STOCK-MOVEMENT-RECORD

               ADD 1 TO WS-ADJUSTMENTS-MADE
                 VARIANCE-REPORT-FILE
                 STOCK-MOVEMENT-FILE
                 ACCURACY-HISTORY-FILE
                 PRODUCT-MASTER-FILE
                 STOCK-LOCATION-FILE.

           DISPLAY '======================================'.
           DISPLAY 'CYCLE COUNT STATISTICS'.

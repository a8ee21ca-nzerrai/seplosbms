      *   balance is added to the open items as its own 'FIN' item    *
      * - Level-three customers land on the credit-hold feed that     *
      *   ORDER-PROCESSOR's credit screen applies to new orders       *
      * - Customers with written-off debt not yet recovered (AR-      *
      *   WRITEOFF history less LOCKBOX-INTAKE recoveries) stay on    *
      *   the credit-hold feed after their items leave the open file  *
      * - Finance charges are logged to ar-activity.dat for the       *
      *   monthly customer statements (AR-STATEMENT)                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHF-STATUS.

      *    Written-off items (AR-WRITEOFF) and the recoveries booked
      *    against them (LOCKBOX-INTAKE).
           SELECT WRITEOFF-HISTORY-FILE
               ASSIGN TO 'ar-writeoff-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOH-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO 'ar-recoveries.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

           SELECT AR-ACTIVITY-FILE
               ASSIGN TO 'ar-activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as written by AR-PROCESSOR.
           05  ARO-TERMS            PIC X(3).
           05  ARO-AMOUNT-OPEN      PIC S9(9)V99.
           05  ARO-DUNNING-LEVEL    PIC 9(1).
           05  ARO-TAX-AMOUNT       PIC S9(7)V99.
           05  ARO-FREIGHT-AMOUNT   PIC S9(5)V99.
      *    Sales rep and product group the item's commission is
      *    credited to; blank on items that earn none.
           05  ARO-SALES-REP        PIC X(6).
           05  ARO-GROUP-CODE       PIC X(4).

       FD  DUNNED-AR-FILE.
       01  DUNNED-AR-RECORD         PIC X(83).

      *    Same layout as in NOTIFGEN.
       FD  LETTER-TEMPLATE-FILE.
           05  CHF-CUSTOMER-ID      PIC X(8).
           05  FILLER               PIC X(8).

      *    Same layout as in AR-WRITEOFF.
       FD  WRITEOFF-HISTORY-FILE.
       01  WRITEOFF-HISTORY-RECORD.
           05  WOH-WRITEOFF-DATE    PIC 9(8).
           05  WOH-INVOICE-NUMBER   PIC 9(8).
           05  WOH-CUSTOMER-ID      PIC X(8).
           05  WOH-ORDER-ID         PIC X(10).
           05  WOH-INVOICE-DATE     PIC 9(8).
           05  WOH-AMOUNT           PIC 9(9)V99.
           05  WOH-DAYS-PAST-DUE    PIC 9(5).
           05  WOH-APPROVER         PIC X(8).
           05  FILLER               PIC X(4).

      *    Same layout as written by LOCKBOX-INTAKE.
       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           05  RCV-RECOVERY-DATE    PIC 9(8).
           05  RCV-CUSTOMER-ID      PIC X(8).
           05  RCV-ITEM-ID          PIC X(12).
           05  RCV-DEPOSIT-DATE     PIC 9(8).
           05  RCV-AMOUNT           PIC 9(9)V99.
           05  FILLER               PIC X(13).

      *    Same layout as in AR-PROCESSOR.
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  ACT-DATE             PIC 9(8).
           05  ACT-CUSTOMER-ID      PIC X(8).
           05  ACT-TYPE             PIC X(3).
           05  ACT-INVOICE-NUMBER   PIC 9(8).
           05  ACT-ORDER-ID         PIC X(10).
           05  ACT-AMOUNT           PIC S9(9)V99.
           05  FILLER               PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-ARO-STATUS        PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-LTR-STATUS        PIC XX.
           05  WS-CHF-STATUS        PIC XX.
           05  WS-WOH-STATUS        PIC XX.
           05  WS-RCV-STATUS        PIC XX.
           05  WS-ACT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-ARO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ALREADY-HELD     VALUE 'Y'.
           05  WS-CHG-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  CHARGE-CUST-FOUND VALUE 'Y'.
           05  WS-WOH-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WOH-EOF          VALUE 'Y'.
           05  WS-RCV-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  RCV-EOF          VALUE 'Y'.
           05  WS-WOC-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WOC-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(7) VALUE 0.
               10  WS-CHT-BALANCE   PIC S9(11)V99 COMP-3.
               10  WS-CHT-MAX-LEVEL PIC 9(1).

      *    Written-off debt still to recover, by customer.
       01  WS-WRITTEN-OFF-TABLE.
           05  WS-WOC-KEY           PIC X(8) VALUE SPACES.
           05  WS-WOC-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-WOC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-WOC-COUNT
                   INDEXED BY WS-WOC-IDX.
               10  WS-WOC-CUSTOMER  PIC X(8).
               10  WS-WOC-OUTSTANDING PIC S9(11)V99 COMP-3.

       01  WS-LETTER-LINE           PIC X(132).

       01  WS-LETTER-DETAIL-LINE.
           PERFORM 3500-FEED-CREDIT-HOLDS
               VARYING WS-CHT-IDX FROM 1 BY 1
               UNTIL WS-CHT-IDX > WS-CHT-COUNT.
           PERFORM 3600-LOAD-WRITTEN-OFF-DEBT.
           PERFORM 3700-HOLD-WRITTEN-OFF-CUSTOMER
               VARYING WS-WOC-IDX FROM 1 BY 1
               UNTIL WS-WOC-IDX > WS-WOC-COUNT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

                OUTPUT DUNNING-LETTER-FILE
                OUTPUT CREDIT-HOLD-FILE.

           OPEN EXTEND AR-ACTIVITY-FILE.
           IF WS-ACT-STATUS NOT = '00'
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF.

           OPEN INPUT AR-OPEN-FILE.
           IF WS-ARO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AR OPEN ITEMS: ' WS-ARO-STATUS
               MOVE ZERO TO ARO-DUNNING-LEVEL
               WRITE DUNNED-AR-RECORD FROM AR-OPEN-RECORD

               MOVE SPACES TO AR-ACTIVITY-RECORD
               MOVE WS-RUN-DATE TO ACT-DATE
               MOVE ARO-CUSTOMER-ID TO ACT-CUSTOMER-ID
               MOVE 'FIN' TO ACT-TYPE
               MOVE ARO-INVOICE-NUMBER TO ACT-INVOICE-NUMBER
               MOVE ARO-ORDER-ID TO ACT-ORDER-ID
               MOVE WS-CHARGE-AMOUNT TO ACT-AMOUNT
               WRITE AR-ACTIVITY-RECORD

               ADD 1 TO WS-CHARGES-RAISED
               ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL
           END-IF.
               ADD 1 TO WS-HOLDS-FED
           END-IF.

       3600-LOAD-WRITTEN-OFF-DEBT.
           OPEN INPUT WRITEOFF-HISTORY-FILE.
           IF WS-WOH-STATUS NOT = '00'
               MOVE 'Y' TO WS-WOH-EOF-FLAG
           END-IF.
           PERFORM 3610-LOAD-ONE-WRITEOFF
               UNTIL WOH-EOF.
           IF WS-WOH-STATUS = '00' OR WS-WOH-STATUS = '10'
               CLOSE WRITEOFF-HISTORY-FILE
           END-IF.

           OPEN INPUT RECOVERY-FILE.
           IF WS-RCV-STATUS NOT = '00'
               MOVE 'Y' TO WS-RCV-EOF-FLAG
           END-IF.
           PERFORM 3620-LOAD-ONE-RECOVERY
               UNTIL RCV-EOF.
           IF WS-RCV-STATUS = '00' OR WS-RCV-STATUS = '10'
               CLOSE RECOVERY-FILE
           END-IF.

       3610-LOAD-ONE-WRITEOFF.
           READ WRITEOFF-HISTORY-FILE
               AT END MOVE 'Y' TO WS-WOH-EOF-FLAG
               NOT AT END
                   MOVE WOH-CUSTOMER-ID TO WS-WOC-KEY
                   PERFORM 3630-FIND-WRITTEN-OFF-CUSTOMER
                   IF WOC-FOUND
                       ADD WOH-AMOUNT
                           TO WS-WOC-OUTSTANDING(WS-WOC-IDX)
                   END-IF
           END-READ.

       3620-LOAD-ONE-RECOVERY.
           READ RECOVERY-FILE
               AT END MOVE 'Y' TO WS-RCV-EOF-FLAG
               NOT AT END
                   MOVE RCV-CUSTOMER-ID TO WS-WOC-KEY
                   PERFORM 3630-FIND-WRITTEN-OFF-CUSTOMER
                   IF WOC-FOUND
                       SUBTRACT RCV-AMOUNT
                           FROM WS-WOC-OUTSTANDING(WS-WOC-IDX)
                   END-IF
           END-READ.

       3630-FIND-WRITTEN-OFF-CUSTOMER.
           MOVE 'N' TO WS-WOC-FOUND-FLAG
           IF WS-WOC-COUNT > 0
               SET WS-WOC-IDX TO 1
               SEARCH WS-WOC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WOC-CUSTOMER(WS-WOC-IDX) = WS-WOC-KEY
                       MOVE 'Y' TO WS-WOC-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT WOC-FOUND AND WS-WOC-COUNT < 2000
               ADD 1 TO WS-WOC-COUNT
               SET WS-WOC-IDX TO WS-WOC-COUNT
               MOVE WS-WOC-KEY TO WS-WOC-CUSTOMER(WS-WOC-IDX)
               MOVE ZERO TO WS-WOC-OUTSTANDING(WS-WOC-IDX)
               MOVE 'Y' TO WS-WOC-FOUND-FLAG
           END-IF.

      *    Not fed twice: a customer already held at level three
      *    from the open items has its line.
       3700-HOLD-WRITTEN-OFF-CUSTOMER.
           IF WS-WOC-OUTSTANDING(WS-WOC-IDX) > ZERO
               MOVE 'N' TO WS-HOLD-FOUND-FLAG
               IF WS-CHT-COUNT > 0
                   SET WS-CHT-IDX TO 1
                   SEARCH WS-CHT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CHT-CUSTOMER(WS-CHT-IDX)
                               = WS-WOC-CUSTOMER(WS-WOC-IDX)
                               AND WS-CHT-MAX-LEVEL(WS-CHT-IDX) >= 3
                           MOVE 'Y' TO WS-HOLD-FOUND-FLAG
                   END-SEARCH
               END-IF
               IF NOT ALREADY-HELD
                   MOVE SPACES TO CREDIT-HOLD-RECORD
                   MOVE WS-WOC-CUSTOMER(WS-WOC-IDX) TO CHF-CUSTOMER-ID
                   WRITE CREDIT-HOLD-RECORD
                   ADD 1 TO WS-HOLDS-FED
               END-IF
           END-IF.

       4000-FINALIZE.
           CLOSE AR-OPEN-FILE
                 DUNNED-AR-FILE
                 CUSTOMER-FILE
                 DUNNING-LETTER-FILE
                 CREDIT-HOLD-FILE
                 AR-ACTIVITY-FILE.

           DISPLAY '======================================'.
           DISPLAY 'DUNNING STATISTICS'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-INTAKE.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Accounts-payable supplier invoice intake: nothing reaches the *
      * AP ledger any more without a three-way match.                 *
      * - Each invoice line is matched to its purchase-order line     *
      *   (PO number, product, supplier) for the agreed price, and to *
      *   the quantity STOCK-RECEIPTS has received on that line and   *
      *   no earlier invoice has already claimed                      *
      * - Price tolerance is a percentage of the PO price; quantity   *
      *   tolerance a percentage of the quantity ordered              *
      * - An invoice is judged whole: every line matched puts it on   *
      *   the AP open-item file (keyed by supplier + invoice number)  *
      *   with due and discount dates from the supplier's terms; any  *
      *   price, quantity or PO problem sends every line to the       *
      *   exceptions report with its own reason                       *
      * - Lines ordered but not yet received hold the whole invoice   *
      *   on the pending file; it is retried every run until the      *
      *   receipt arrives                                             *
      * - The PO file is rewritten with each line's invoiced quantity *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Today's supplier invoices, one record per invoice line,
      *    lines of one invoice together.
           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO 'supplier-invoices.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      *    Invoices still waiting for their goods, from the last run;
      *    retried ahead of today's invoices.
           SELECT PENDING-INVOICE-FILE
               ASSIGN TO 'ap-pending-invoices.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT NEW-PENDING-FILE
               ASSIGN TO 'ap-pending-invoices-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NPD-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO 'suppliers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'purchase-orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

           SELECT NEW-PO-FILE
               ASSIGN TO 'purchase-orders-invoiced.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PON-STATUS.

      *    The AP ledger: carried forward across runs, paid down by
      *    AP-PAYMENT-RUN.
           SELECT AP-OPEN-FILE
               ASSIGN TO 'ap-open-items.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APO-STATUS.

           SELECT AP-EXCEPTION-FILE
               ASSIGN TO 'ap-invoice-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
       01  SUPPLIER-INVOICE-RECORD.
           05  SIV-SUPPLIER-ID      PIC X(6).
           05  SIV-INVOICE-NUMBER   PIC X(12).
           05  SIV-INVOICE-DATE     PIC 9(8).
           05  SIV-PO-NUMBER        PIC 9(8).
           05  SIV-PRODUCT-CODE     PIC X(6).
           05  SIV-QUANTITY         PIC 9(7).
           05  SIV-UNIT-PRICE       PIC 9(5)V99.
      *    Blank on arrival; the date the invoice first went pending
      *    once it has waited for a receipt.
           05  SIV-PENDING-SINCE    PIC 9(8).
           05  FILLER               PIC X(6).

      *    Same layout as SUPPLIER-INVOICE-RECORD.
       FD  PENDING-INVOICE-FILE.
       01  PENDING-INVOICE-RECORD   PIC X(68).

       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD       PIC X(68).

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

      *    Same layout as in PURCHASING / STOCK-RECEIPTS.
       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05  POR-PO-NUMBER        PIC 9(8).
           05  POR-SUPPLIER-ID      PIC X(6).
           05  POR-PRODUCT-CODE     PIC X(6).
           05  POR-QTY-ORDERED      PIC 9(7).
           05  POR-QTY-RECEIVED     PIC 9(7).
           05  POR-EXPECTED-DATE    PIC 9(8).
           05  POR-STATUS           PIC X(1).
               88  POR-OPEN         VALUE 'O'.
               88  POR-CLOSED       VALUE 'C'.
           05  POR-UNIT-PRICE       PIC 9(5)V99.
           05  POR-QTY-INVOICED     PIC 9(7).

       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD            PIC X(57).

      *    Same layout as read by AP-PAYMENT-RUN.
       FD  AP-OPEN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AP-OPEN-RECORD.
           05  APO-KEY.
               10  APO-SUPPLIER-ID  PIC X(6).
               10  APO-INVOICE-NUMBER PIC X(12).
           05  APO-INVOICE-DATE     PIC 9(8).
           05  APO-ENTRY-DATE       PIC 9(8).
           05  APO-DUE-DATE         PIC 9(8).
           05  APO-DISCOUNT-DATE    PIC 9(8).
           05  APO-DISCOUNT-PCT     PIC 9V99.
           05  APO-GROSS-AMOUNT     PIC 9(9)V99.
           05  APO-AMOUNT-OPEN      PIC 9(9)V99.
           05  APO-STATUS           PIC X(1).
               88  APO-OPEN         VALUE 'O'.
               88  APO-PAID         VALUE 'P'.
           05  APO-PO-NUMBER        PIC 9(8).
           05  APO-PAID-DATE        PIC 9(8).
           05  APO-PAYMENT-NUMBER   PIC 9(8).
           05  APO-DISCOUNT-TAKEN   PIC 9(7)V99.
           05  FILLER               PIC X(10).

       FD  AP-EXCEPTION-FILE.
       01  AP-EXCEPTION-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-INV-STATUS        PIC XX.
           05  WS-PND-STATUS        PIC XX.
           05  WS-NPD-STATUS        PIC XX.
           05  WS-SUP-STATUS        PIC XX.
           05  WS-POR-STATUS        PIC XX.
           05  WS-PON-STATUS        PIC XX.
           05  WS-APO-STATUS        PIC XX.
           05  WS-EXC-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-INV-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  INV-EOF          VALUE 'Y'.
           05  WS-PND-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  PND-EOF          VALUE 'Y'.
           05  WS-SUP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SUP-EOF          VALUE 'Y'.
           05  WS-POR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  POR-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.
           05  WS-LINE-READY-FLAG   PIC X(1) VALUE 'N'.
               88  LINE-READY       VALUE 'Y'.
           05  WS-INPUT-DONE-FLAG   PIC X(1) VALUE 'N'.
               88  ALL-INPUT-DONE   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINES-READ        PIC 9(7) VALUE 0.
           05  WS-PENDING-RETRIED   PIC 9(7) VALUE 0.
           05  WS-INVOICES-JUDGED   PIC 9(5) VALUE 0.
           05  WS-INVOICES-MATCHED  PIC 9(5) VALUE 0.
           05  WS-INVOICES-EXCEPTED PIC 9(5) VALUE 0.
           05  WS-INVOICES-PENDING  PIC 9(5) VALUE 0.
           05  WS-PENDING-OVER-30   PIC 9(5) VALUE 0.
           05  WS-MATCHED-AMOUNT    PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-ARG-NUM               PIC 9(1) VALUE 1.
       01  WS-TOLERANCE-PARM        PIC X(5) VALUE SPACES.
       01  WS-TOLERANCE-DIGITS REDEFINES WS-TOLERANCE-PARM.
           05  WS-TOLERANCE-VALUE   PIC 9(2)V99.
           05  FILLER               PIC X(1).

      *    Match tolerances: price within 2% of the PO price, quantity
      *    within 5% of the quantity ordered; arguments 1 and 2
      *    override them (99V99 digits, e.g. 0150 = 1.50%).
       01  WS-TOLERANCES.
           05  WS-PRICE-TOL-PCT     PIC 9(2)V99 VALUE 2.00.
           05  WS-QTY-TOL-PCT       PIC 9(2)V99 VALUE 5.00.

      *    Terms used when the supplier master carries none.
       01  WS-DEFAULT-TERMS-DAYS    PIC 9(3) VALUE 30.

       01  WS-SUPPLIER-TABLE.
           05  WS-SUT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SUT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SUT-COUNT
                   INDEXED BY WS-SUT-IDX.
               10  WS-SUT-ID        PIC X(6).
               10  WS-SUT-TERMS-DAYS PIC 9(3) COMP-3.
               10  WS-SUT-DISC-PCT  PIC 9V99 COMP-3.
               10  WS-SUT-DISC-DAYS PIC 9(3) COMP-3.

      *    The PO file in memory; invoiced quantities advance as
      *    invoices match and the whole set rewrites at finalize.
       01  WS-PO-TABLE.
           05  WS-POT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-POT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-POT-COUNT
                   INDEXED BY WS-POT-IDX.
               10  WS-POT-PO-NUMBER PIC 9(8).
               10  WS-POT-SUPPLIER  PIC X(6).
               10  WS-POT-PRODUCT   PIC X(6).
               10  WS-POT-ORDERED   PIC 9(7) COMP-3.
               10  WS-POT-RECEIVED  PIC 9(7) COMP-3.
               10  WS-POT-EXPECTED  PIC 9(8).
               10  WS-POT-STATUS    PIC X(1).
               10  WS-POT-PRICE     PIC 9(5)V99 COMP-3.
               10  WS-POT-INVOICED  PIC 9(7) COMP-3.
      *        Claimed by earlier lines of the invoice being judged.
               10  WS-POT-CLAIMED   PIC 9(7) COMP-3.

      *    The invoice being assembled: key of its first line and
      *    every line with its own match result.
       01  WS-INVOICE-GROUP.
           05  WS-GRP-SUPPLIER      PIC X(6) VALUE SPACES.
           05  WS-GRP-INVOICE       PIC X(12) VALUE SPACES.
           05  WS-GRP-DATE          PIC 9(8) VALUE 0.
           05  WS-GRP-PENDING-SINCE PIC 9(8) VALUE 0.
           05  WS-GRP-AMOUNT        PIC 9(9)V99 VALUE 0.
           05  WS-GRP-OUTCOME       PIC X(1) VALUE SPACE.
               88  GRP-MATCHED      VALUE 'M'.
               88  GRP-PENDING      VALUE 'R'.
               88  GRP-EXCEPTION    VALUE 'X'.
           05  WS-GRP-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-GRP-LINE OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   INDEXED BY WS-GRP-IDX.
               10  WS-GRL-IMAGE     PIC X(68).
               10  WS-GRL-PO-SLOT   PIC 9(5) COMP-3.
               10  WS-GRL-RESULT    PIC X(1).
                   88  GRL-MATCHED  VALUE 'M'.
                   88  GRL-AWAITING VALUE 'R'.
                   88  GRL-PRICE    VALUE 'P'.
                   88  GRL-QUANTITY VALUE 'Q'.
                   88  GRL-NO-PO    VALUE 'O'.

      *    The line under test, a view of the current line image.
       01  WS-LINE-WORK.
           05  WS-LINE-IMAGE        PIC X(68).
           05  WS-LINE-FIELDS REDEFINES WS-LINE-IMAGE.
               10  WLN-SUPPLIER-ID  PIC X(6).
               10  WLN-INVOICE-NUMBER PIC X(12).
               10  WLN-INVOICE-DATE PIC 9(8).
               10  WLN-PO-NUMBER    PIC 9(8).
               10  WLN-PRODUCT-CODE PIC X(6).
               10  WLN-QUANTITY     PIC 9(7).
               10  WLN-UNIT-PRICE   PIC 9(5)V99.
               10  WLN-PENDING-SINCE PIC 9(8).
               10  FILLER           PIC X(6).

       01  WS-MATCH-WORK.
           05  WS-PRICE-DIFF        PIC S9(5)V99 COMP-3 VALUE 0.
           05  WS-PRICE-LIMIT       PIC 9(5)V9999 COMP-3 VALUE 0.
           05  WS-QTY-AVAILABLE     PIC S9(7) COMP-3 VALUE 0.
           05  WS-QTY-ALLOWANCE     PIC 9(7) COMP-3 VALUE 0.
           05  WS-QTY-ON-ORDER      PIC S9(7) COMP-3 VALUE 0.
           05  WS-TERMS-DAYS        PIC 9(3) VALUE 0.
           05  WS-DISC-PCT          PIC 9V99 VALUE 0.
           05  WS-DISC-DAYS         PIC 9(3) VALUE 0.
           05  WS-INVOICE-DATE-INT  PIC S9(9) COMP-3 VALUE 0.
           05  WS-WORK-DATE-INT     PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-PENDING      PIC S9(5) COMP-3 VALUE 0.
           05  WS-EXC-REASON        PIC X(30) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WEX-SUPPLIER         PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WEX-INVOICE          PIC X(12).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WEX-PO-NUMBER        PIC 9(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WEX-PRODUCT          PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WEX-QUANTITY         PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WEX-INV-PRICE        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WEX-PO-PRICE         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WEX-REASON           PIC X(30).
           05  FILLER               PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ONE-LINE
               UNTIL ALL-INPUT-DONE.
           IF WS-GRP-COUNT > 0
               PERFORM 3000-JUDGE-INVOICE
           END-IF.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-TOLERANCE-PARM FROM ARGUMENT-VALUE.
           IF WS-TOLERANCE-PARM(1:4) NUMERIC
               MOVE WS-TOLERANCE-VALUE TO WS-PRICE-TOL-PCT
               DISPLAY 'PRICE TOLERANCE (OVERRIDE): ' WS-PRICE-TOL-PCT
           END-IF.
           MOVE 2 TO WS-ARG-NUM.
           MOVE SPACES TO WS-TOLERANCE-PARM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-TOLERANCE-PARM FROM ARGUMENT-VALUE.
           IF WS-TOLERANCE-PARM(1:4) NUMERIC
               MOVE WS-TOLERANCE-VALUE TO WS-QTY-TOL-PCT
               DISPLAY 'QTY TOLERANCE (OVERRIDE):   ' WS-QTY-TOL-PCT
           END-IF.

      *    The AP ledger carries forward; create it on the first-ever
      *    run, same technique as the check register.
           OPEN I-O AP-OPEN-FILE.
           IF WS-APO-STATUS = '35'
               OPEN OUTPUT AP-OPEN-FILE
               CLOSE AP-OPEN-FILE
               OPEN I-O AP-OPEN-FILE
           END-IF.
           IF WS-APO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AP OPEN ITEMS: ' WS-APO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-PENDING-FILE
                OUTPUT NEW-PO-FILE
                OUTPUT AP-EXCEPTION-FILE.

           PERFORM 1100-LOAD-SUPPLIERS.
           PERFORM 1200-LOAD-PURCHASE-ORDERS.

           OPEN INPUT PENDING-INVOICE-FILE.
           IF WS-PND-STATUS NOT = '00'
               DISPLAY 'NO PENDING INVOICES CARRIED'
               MOVE 'Y' TO WS-PND-EOF-FLAG
           END-IF.

           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'NO SUPPLIER INVOICES THIS RUN'
               MOVE 'Y' TO WS-INV-EOF-FLAG
           END-IF.

       1100-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'SUPPLIER MASTER NOT FOUND - EVERY INVOICE '
                   'GOES TO EXCEPTIONS'
               MOVE 'Y' TO WS-SUP-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-SUPPLIER
               UNTIL SUP-EOF.

           IF WS-SUP-STATUS = '00' OR WS-SUP-STATUS = '10'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

      *    Terms carried blank (master from before AP) fall back to
      *    net 30 with no discount.
       1110-LOAD-ONE-SUPPLIER.
           IF NOT SUP-EOF
               READ SUPPLIER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-SUP-EOF-FLAG
                   NOT AT END
                       IF WS-SUT-COUNT < 200
                           ADD 1 TO WS-SUT-COUNT
                           MOVE SUP-ID TO WS-SUT-ID(WS-SUT-COUNT)
                           IF SUP-TERMS-DAYS NUMERIC
                               MOVE SUP-TERMS-DAYS
                                   TO WS-SUT-TERMS-DAYS(WS-SUT-COUNT)
                           ELSE
                               MOVE WS-DEFAULT-TERMS-DAYS
                                   TO WS-SUT-TERMS-DAYS(WS-SUT-COUNT)
                           END-IF
                           IF SUP-DISCOUNT-PCT NUMERIC
                                   AND SUP-DISCOUNT-DAYS NUMERIC
                               MOVE SUP-DISCOUNT-PCT
                                   TO WS-SUT-DISC-PCT(WS-SUT-COUNT)
                               MOVE SUP-DISCOUNT-DAYS
                                   TO WS-SUT-DISC-DAYS(WS-SUT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-SUT-DISC-PCT(WS-SUT-COUNT)
                                      WS-SUT-DISC-DAYS(WS-SUT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-IF.

       1200-LOAD-PURCHASE-ORDERS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-POR-STATUS NOT = '00'
               DISPLAY 'NO PURCHASE ORDER FILE - NOTHING CAN MATCH'
               MOVE 'Y' TO WS-POR-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-PO
               UNTIL POR-EOF.

           IF WS-POR-STATUS = '00' OR WS-POR-STATUS = '10'
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       1210-LOAD-ONE-PO.
           IF NOT POR-EOF
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-POR-EOF-FLAG
                   NOT AT END
                       IF WS-POT-COUNT < 2000
                           ADD 1 TO WS-POT-COUNT
                           PERFORM 1220-STORE-ONE-PO
                       ELSE
                           DISPLAY 'PO TABLE FULL - LINE DROPPED: '
                               POR-PO-NUMBER
                       END-IF
               END-READ
           END-IF.

       1220-STORE-ONE-PO.
           MOVE POR-PO-NUMBER TO WS-POT-PO-NUMBER(WS-POT-COUNT)
           MOVE POR-SUPPLIER-ID TO WS-POT-SUPPLIER(WS-POT-COUNT)
           MOVE POR-PRODUCT-CODE TO WS-POT-PRODUCT(WS-POT-COUNT)
           MOVE POR-QTY-ORDERED TO WS-POT-ORDERED(WS-POT-COUNT)
           MOVE POR-QTY-RECEIVED TO WS-POT-RECEIVED(WS-POT-COUNT)
           MOVE POR-EXPECTED-DATE TO WS-POT-EXPECTED(WS-POT-COUNT)
           MOVE POR-STATUS TO WS-POT-STATUS(WS-POT-COUNT)
           IF POR-UNIT-PRICE NUMERIC
               MOVE POR-UNIT-PRICE TO WS-POT-PRICE(WS-POT-COUNT)
           ELSE
               MOVE ZERO TO WS-POT-PRICE(WS-POT-COUNT)
           END-IF
           IF POR-QTY-INVOICED NUMERIC
               MOVE POR-QTY-INVOICED TO WS-POT-INVOICED(WS-POT-COUNT)
           ELSE
               MOVE ZERO TO WS-POT-INVOICED(WS-POT-COUNT)
           END-IF
           MOVE ZERO TO WS-POT-CLAIMED(WS-POT-COUNT).

      *    Pending invoices are read to the end first, then today's
      *    invoices. A line whose supplier + invoice number differs
      *    from the group being assembled closes that group.
       2000-PROCESS-ONE-LINE.
           PERFORM 2100-READ-NEXT-LINE
           IF LINE-READY
               IF WS-GRP-COUNT > 0
                       AND (WLN-SUPPLIER-ID NOT = WS-GRP-SUPPLIER
                        OR WLN-INVOICE-NUMBER NOT = WS-GRP-INVOICE)
                   PERFORM 3000-JUDGE-INVOICE
               END-IF
               PERFORM 2200-ADD-LINE-TO-GROUP
           END-IF.

       2100-READ-NEXT-LINE.
           MOVE 'N' TO WS-LINE-READY-FLAG
           IF NOT PND-EOF
               READ PENDING-INVOICE-FILE INTO WS-LINE-IMAGE
                   AT END
                       MOVE 'Y' TO WS-PND-EOF-FLAG
      *                The last pending invoice is judged on its own,
      *                never merged with a new one of the same key.
                       IF WS-GRP-COUNT > 0
                           PERFORM 3000-JUDGE-INVOICE
                       END-IF
                   NOT AT END
                       MOVE 'Y' TO WS-LINE-READY-FLAG
                       ADD 1 TO WS-PENDING-RETRIED
               END-READ
           END-IF
           IF NOT LINE-READY AND PND-EOF
               IF NOT INV-EOF
                   READ SUPPLIER-INVOICE-FILE INTO WS-LINE-IMAGE
                       AT END
                           MOVE 'Y' TO WS-INV-EOF-FLAG
                       NOT AT END
                           MOVE 'Y' TO WS-LINE-READY-FLAG
                           ADD 1 TO WS-LINES-READ
                           MOVE ZERO TO WLN-PENDING-SINCE
                   END-READ
               END-IF
           END-IF
           IF NOT LINE-READY AND PND-EOF AND INV-EOF
               MOVE 'Y' TO WS-INPUT-DONE-FLAG
           END-IF.

       2200-ADD-LINE-TO-GROUP.
           IF WS-GRP-COUNT = 0
               MOVE WLN-SUPPLIER-ID TO WS-GRP-SUPPLIER
               MOVE WLN-INVOICE-NUMBER TO WS-GRP-INVOICE
               MOVE WLN-INVOICE-DATE TO WS-GRP-DATE
               MOVE ZERO TO WS-GRP-PENDING-SINCE
           END-IF
           IF WLN-PENDING-SINCE NUMERIC
                   AND WLN-PENDING-SINCE > ZERO
               MOVE WLN-PENDING-SINCE TO WS-GRP-PENDING-SINCE
           END-IF
           IF WS-GRP-COUNT < 200
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-LINE-IMAGE TO WS-GRL-IMAGE(WS-GRP-COUNT)
               MOVE ZERO TO WS-GRL-PO-SLOT(WS-GRP-COUNT)
               MOVE SPACE TO WS-GRL-RESULT(WS-GRP-COUNT)
           ELSE
               DISPLAY 'INVOICE OVER 200 LINES - LINE DROPPED: '
                   WLN-INVOICE-NUMBER
           END-IF.

      *    One invoice, all its lines: unknown supplier and a repeat
      *    of an invoice already on the ledger reject it whole;
      *    otherwise each line is matched and the worst result
      *    decides - any exception beats awaiting receipt, which
      *    beats matched.
       3000-JUDGE-INVOICE.
           ADD 1 TO WS-INVOICES-JUDGED
           MOVE 'M' TO WS-GRP-OUTCOME
           MOVE ZERO TO WS-GRP-AMOUNT
           MOVE SPACES TO WS-EXC-REASON

           PERFORM 3100-FIND-SUPPLIER-TERMS
           IF NOT LOOKUP-FOUND
               MOVE 'X' TO WS-GRP-OUTCOME
               MOVE 'UNKNOWN SUPPLIER' TO WS-EXC-REASON
           ELSE
               MOVE WS-GRP-SUPPLIER TO APO-SUPPLIER-ID
               MOVE WS-GRP-INVOICE TO APO-INVOICE-NUMBER
               READ AP-OPEN-FILE
                   KEY IS APO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'X' TO WS-GRP-OUTCOME
                       MOVE 'DUPLICATE INVOICE' TO WS-EXC-REASON
               END-READ
           END-IF

           IF GRP-MATCHED
               PERFORM 3200-MATCH-ONE-LINE
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
           END-IF

           EVALUATE TRUE
               WHEN GRP-MATCHED
                   PERFORM 3500-POST-MATCHED-INVOICE
               WHEN GRP-PENDING
                   PERFORM 3600-HOLD-PENDING-INVOICE
               WHEN OTHER
                   PERFORM 3700-REPORT-EXCEPTION-LINE
                       VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   ADD 1 TO WS-INVOICES-EXCEPTED
           END-EVALUATE

           PERFORM 3900-RELEASE-CLAIMS
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
           MOVE ZERO TO WS-GRP-COUNT.

       3100-FIND-SUPPLIER-TERMS.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-SUT-COUNT > 0
               SET WS-SUT-IDX TO 1
               SEARCH WS-SUT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUT-ID(WS-SUT-IDX) = WS-GRP-SUPPLIER
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-SUT-TERMS-DAYS(WS-SUT-IDX)
                           TO WS-TERMS-DAYS
                       MOVE WS-SUT-DISC-PCT(WS-SUT-IDX) TO WS-DISC-PCT
                       MOVE WS-SUT-DISC-DAYS(WS-SUT-IDX)
                           TO WS-DISC-DAYS
               END-SEARCH
           END-IF.

      *    Price first (the agreed price is the contract), then the
      *    quantity against what has been received and not yet
      *    invoiced; what is short of receipt but still on order
      *    waits, what exceeds the order is a quantity exception.
       3200-MATCH-ONE-LINE.
           MOVE WS-GRL-IMAGE(WS-GRP-IDX) TO WS-LINE-IMAGE
           PERFORM 3300-FIND-PO-LINE
           IF NOT LOOKUP-FOUND
                   OR WLN-QUANTITY NOT NUMERIC
                   OR WLN-UNIT-PRICE NOT NUMERIC
               MOVE 'O' TO WS-GRL-RESULT(WS-GRP-IDX)
           ELSE
               SET WS-GRL-PO-SLOT(WS-GRP-IDX) TO WS-POT-IDX
               COMPUTE WS-PRICE-DIFF =
                   WLN-UNIT-PRICE - WS-POT-PRICE(WS-POT-IDX)
               IF WS-PRICE-DIFF < ZERO
                   COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
               END-IF
               COMPUTE WS-PRICE-LIMIT =
                   WS-POT-PRICE(WS-POT-IDX) * WS-PRICE-TOL-PCT / 100
               COMPUTE WS-QTY-ALLOWANCE =
                   WS-POT-ORDERED(WS-POT-IDX) * WS-QTY-TOL-PCT / 100
               COMPUTE WS-QTY-AVAILABLE =
                   WS-POT-RECEIVED(WS-POT-IDX)
                   - WS-POT-INVOICED(WS-POT-IDX)
                   - WS-POT-CLAIMED(WS-POT-IDX)
                   + WS-QTY-ALLOWANCE
               COMPUTE WS-QTY-ON-ORDER =
                   WS-POT-ORDERED(WS-POT-IDX)
                   - WS-POT-INVOICED(WS-POT-IDX)
                   - WS-POT-CLAIMED(WS-POT-IDX)
                   + WS-QTY-ALLOWANCE
               EVALUATE TRUE
                   WHEN WS-PRICE-DIFF > WS-PRICE-LIMIT
                       MOVE 'P' TO WS-GRL-RESULT(WS-GRP-IDX)
                   WHEN WLN-QUANTITY <= WS-QTY-AVAILABLE
                       MOVE 'M' TO WS-GRL-RESULT(WS-GRP-IDX)
                   WHEN WLN-QUANTITY <= WS-QTY-ON-ORDER
                       MOVE 'R' TO WS-GRL-RESULT(WS-GRP-IDX)
                   WHEN OTHER
                       MOVE 'Q' TO WS-GRL-RESULT(WS-GRP-IDX)
               END-EVALUATE
               ADD WLN-QUANTITY TO WS-POT-CLAIMED(WS-POT-IDX)
               COMPUTE WS-GRP-AMOUNT ROUNDED = WS-GRP-AMOUNT
                   + WLN-QUANTITY * WLN-UNIT-PRICE
           END-IF

           EVALUATE WS-GRL-RESULT(WS-GRP-IDX)
               WHEN 'M'
                   CONTINUE
               WHEN 'R'
                   IF GRP-MATCHED
                       MOVE 'R' TO WS-GRP-OUTCOME
                   END-IF
               WHEN OTHER
                   MOVE 'X' TO WS-GRP-OUTCOME
           END-EVALUATE.

       3300-FIND-PO-LINE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-POT-COUNT > 0
               SET WS-POT-IDX TO 1
               SEARCH WS-POT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POT-PO-NUMBER(WS-POT-IDX) = WLN-PO-NUMBER
                           AND WS-POT-PRODUCT(WS-POT-IDX)
                               = WLN-PRODUCT-CODE
                           AND WS-POT-SUPPLIER(WS-POT-IDX)
                               = WLN-SUPPLIER-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    Every line matched: the claims become invoiced quantity on
      *    the PO lines and the invoice opens on the AP ledger.
       3500-POST-MATCHED-INVOICE.
           PERFORM 3510-COMMIT-ONE-CLAIM
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT

           IF WS-GRP-DATE NUMERIC AND WS-GRP-DATE > ZERO
               COMPUTE WS-INVOICE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-GRP-DATE)
           ELSE
               MOVE WS-RUN-DATE TO WS-GRP-DATE
               MOVE WS-RUN-DATE-INT TO WS-INVOICE-DATE-INT
           END-IF

           MOVE SPACES TO AP-OPEN-RECORD
           MOVE WS-GRP-SUPPLIER TO APO-SUPPLIER-ID
           MOVE WS-GRP-INVOICE TO APO-INVOICE-NUMBER
           MOVE WS-GRP-DATE TO APO-INVOICE-DATE
           MOVE WS-RUN-DATE TO APO-ENTRY-DATE
           COMPUTE WS-WORK-DATE-INT =
               WS-INVOICE-DATE-INT + WS-TERMS-DAYS
           COMPUTE APO-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
           IF WS-DISC-PCT > ZERO
               COMPUTE WS-WORK-DATE-INT =
                   WS-INVOICE-DATE-INT + WS-DISC-DAYS
               COMPUTE APO-DISCOUNT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
           ELSE
               MOVE ZERO TO APO-DISCOUNT-DATE
           END-IF
           MOVE WS-DISC-PCT TO APO-DISCOUNT-PCT
           MOVE WS-GRP-AMOUNT TO APO-GROSS-AMOUNT
           MOVE WS-GRP-AMOUNT TO APO-AMOUNT-OPEN
           MOVE 'O' TO APO-STATUS
           MOVE WS-GRL-IMAGE(1) TO WS-LINE-IMAGE
           MOVE WLN-PO-NUMBER TO APO-PO-NUMBER
           MOVE ZERO TO APO-PAID-DATE
                        APO-PAYMENT-NUMBER
                        APO-DISCOUNT-TAKEN
           WRITE AP-OPEN-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING AP ITEM: ' APO-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICES-MATCHED
                   ADD WS-GRP-AMOUNT TO WS-MATCHED-AMOUNT
           END-WRITE.

       3510-COMMIT-ONE-CLAIM.
           MOVE WS-GRL-IMAGE(WS-GRP-IDX) TO WS-LINE-IMAGE
           SET WS-POT-IDX TO WS-GRL-PO-SLOT(WS-GRP-IDX)
           ADD WLN-QUANTITY TO WS-POT-INVOICED(WS-POT-IDX).

      *    Awaiting receipt: the lines go to the new pending file,
      *    stamped with the day they first went pending.
       3600-HOLD-PENDING-INVOICE.
           IF WS-GRP-PENDING-SINCE = ZERO
               MOVE WS-RUN-DATE TO WS-GRP-PENDING-SINCE
           END-IF
           COMPUTE WS-DAYS-PENDING = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-GRP-PENDING-SINCE)
           IF WS-DAYS-PENDING > 30
               ADD 1 TO WS-PENDING-OVER-30
           END-IF
           PERFORM 3610-HOLD-ONE-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
           ADD 1 TO WS-INVOICES-PENDING.

       3610-HOLD-ONE-LINE.
           MOVE WS-GRL-IMAGE(WS-GRP-IDX) TO WS-LINE-IMAGE
           MOVE WS-GRP-PENDING-SINCE TO WLN-PENDING-SINCE
           WRITE NEW-PENDING-RECORD FROM WS-LINE-IMAGE.

       3700-REPORT-EXCEPTION-LINE.
           MOVE WS-GRL-IMAGE(WS-GRP-IDX) TO WS-LINE-IMAGE
           MOVE WLN-SUPPLIER-ID TO WEX-SUPPLIER
           MOVE WLN-INVOICE-NUMBER TO WEX-INVOICE
           MOVE ZERO TO WEX-PO-NUMBER
                        WEX-QUANTITY
                        WEX-INV-PRICE
                        WEX-PO-PRICE
           IF WLN-PO-NUMBER NUMERIC
               MOVE WLN-PO-NUMBER TO WEX-PO-NUMBER
           END-IF
           MOVE WLN-PRODUCT-CODE TO WEX-PRODUCT
           IF WLN-QUANTITY NUMERIC
               MOVE WLN-QUANTITY TO WEX-QUANTITY
           END-IF
           IF WLN-UNIT-PRICE NUMERIC
               MOVE WLN-UNIT-PRICE TO WEX-INV-PRICE
           END-IF
           IF WS-GRL-PO-SLOT(WS-GRP-IDX) > ZERO
               SET WS-POT-IDX TO WS-GRL-PO-SLOT(WS-GRP-IDX)
               MOVE WS-POT-PRICE(WS-POT-IDX) TO WEX-PO-PRICE
           END-IF
           IF WS-EXC-REASON NOT = SPACES
               MOVE WS-EXC-REASON TO WEX-REASON
           ELSE
               EVALUATE WS-GRL-RESULT(WS-GRP-IDX)
                   WHEN 'P'
                       MOVE 'PRICE OUTSIDE TOLERANCE' TO WEX-REASON
                   WHEN 'Q'
                       MOVE 'QUANTITY EXCEEDS ORDER' TO WEX-REASON
                   WHEN 'O'
                       MOVE 'NO MATCHING PO LINE' TO WEX-REASON
                   WHEN 'R'
                       MOVE 'RECEIPT OUTSTANDING' TO WEX-REASON
                   WHEN OTHER
                       MOVE 'LINE MATCHED' TO WEX-REASON
               END-EVALUATE
           END-IF
           WRITE AP-EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

       3900-RELEASE-CLAIMS.
           IF WS-GRL-PO-SLOT(WS-GRP-IDX) > ZERO
               SET WS-POT-IDX TO WS-GRL-PO-SLOT(WS-GRP-IDX)
               MOVE ZERO TO WS-POT-CLAIMED(WS-POT-IDX)
           END-IF.

       4000-FINALIZE.
           PERFORM 4100-REWRITE-PO-FILE
               VARYING WS-POT-IDX FROM 1 BY 1
               UNTIL WS-POT-IDX > WS-POT-COUNT.

           IF WS-PND-STATUS = '00' OR WS-PND-STATUS = '10'
               CLOSE PENDING-INVOICE-FILE
           END-IF.
           IF WS-INV-STATUS = '00' OR WS-INV-STATUS = '10'
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF.
           CLOSE AP-OPEN-FILE
                 NEW-PENDING-FILE
                 NEW-PO-FILE
                 AP-EXCEPTION-FILE.

           DISPLAY '======================================'.
           DISPLAY 'AP INVOICE INTAKE STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Invoice Lines Read: ' WS-LINES-READ.
           DISPLAY 'Pending Lines Retried:' WS-PENDING-RETRIED.
           DISPLAY 'Invoices Judged:    ' WS-INVOICES-JUDGED.
           DISPLAY 'Invoices Matched:   ' WS-INVOICES-MATCHED.
           DISPLAY 'Invoices Excepted:  ' WS-INVOICES-EXCEPTED.
           DISPLAY 'Invoices Pending:   ' WS-INVOICES-PENDING.
           DISPLAY 'Pending Over 30 Days:' WS-PENDING-OVER-30.
           DISPLAY 'Matched Amount:     ' WS-MATCHED-AMOUNT.
           DISPLAY '======================================'.

       4100-REWRITE-PO-FILE.
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE WS-POT-PO-NUMBER(WS-POT-IDX) TO POR-PO-NUMBER
           MOVE WS-POT-SUPPLIER(WS-POT-IDX) TO POR-SUPPLIER-ID
           MOVE WS-POT-PRODUCT(WS-POT-IDX) TO POR-PRODUCT-CODE
           MOVE WS-POT-ORDERED(WS-POT-IDX) TO POR-QTY-ORDERED
           MOVE WS-POT-RECEIVED(WS-POT-IDX) TO POR-QTY-RECEIVED
           MOVE WS-POT-EXPECTED(WS-POT-IDX) TO POR-EXPECTED-DATE
           MOVE WS-POT-STATUS(WS-POT-IDX) TO POR-STATUS
           MOVE WS-POT-PRICE(WS-POT-IDX) TO POR-UNIT-PRICE
           MOVE WS-POT-INVOICED(WS-POT-IDX) TO POR-QTY-INVOICED
           WRITE NEW-PO-RECORD FROM PURCHASE-ORDER-RECORD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Accounts-payable payment run: the open items AP-INVOICE-      *
      * INTAKE matched finally get paid, one payment per supplier.    *
      * - Selects every open item due by the run date, and earlier    *
      *   ones whose early-payment discount is worth taking (the      *
      *   discount, annualised over the days it saves, beats the      *
      *   treasury hurdle rate)                                       *
      * - Per supplier: one electronic payment (OUTBOUND-REMIT layout *
      *   for CLROUT) when the supplier master carries a bank         *
      *   account and method 'E', otherwise one check on the check-   *
      *   print list CHECK-REG registers                              *
      * - Remittance advice listing every invoice a payment covers    *
      * - Paid items close on the AP file; cash and discount taken    *
      *   post as JV-layout journal entries (COAMAP types 'AP' and    *
      *   'AD') for GLCOLLCT                                          *
      * - Argument 2 'C' commits the run; anything else (the default) *
      *   is a preview: only the cash-requirements report is written, *
      *   nothing is paid or closed                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same file AP-INVOICE-INTAKE maintains.
           SELECT AP-OPEN-FILE
               ASSIGN TO 'ap-open-items.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APO-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO 'suppliers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO 'coamap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Electronic payments, to be concatenated to OUTREMIT ahead
      *    of CLROUT.
           SELECT OUTBOUND-REMIT-FILE
               ASSIGN TO 'ap-outbound-remit.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OBR-STATUS.

      *    Appended to the run's check-print list, as DEP-RETURN does
      *    for its replacement payments; CHECK-REG numbers them.
           SELECT CHECK-PRINT-FILE
               ASSIGN TO 'check-print-list.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.

           SELECT REMITTANCE-ADVICE-FILE
               ASSIGN TO 'ap-remittance-advice.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.

           SELECT AP-JOURNAL-FILE
               ASSIGN TO 'ap-gl-journal.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT CASH-REQUIREMENTS-FILE
               ASSIGN TO 'ap-cash-requirements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as in AP-INVOICE-INTAKE.
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

      *    Same layout as COA-MAPPING-RECORD in GLPOST.
       FD  COA-MAPPING-FILE.
       01  COA-MAPPING-RECORD.
           05  CM-TXN-TYPE          PIC X(02).
           05  CM-ACCOUNT-TYPE      PIC X(02).
           05  CM-BRANCH-CODE       PIC X(06).
           05  CM-DEBIT-GL          PIC 9(08).
           05  CM-CREDIT-GL         PIC 9(08).
           05  FILLER               PIC X(14).

      *    Same layout as OUTBOUND-REMIT-RECORD in BANKTRAN: the
      *    supplier's account is the external beneficiary.
       FD  OUTBOUND-REMIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OUTBOUND-REMIT-RECORD.
           05  OBR-TRANSACTION-ID   PIC X(16).
           05  OBR-ACCOUNT-NUMBER   PIC 9(12).
           05  OBR-TRANSACTION-TYPE PIC X(02).
           05  OBR-AMOUNT           PIC 9(13)V99 COMP-3.
           05  OBR-DEST-ACCOUNT     PIC 9(12).
           05  OBR-TRANSACTION-DATE PIC 9(8).
           05  OBR-TRANSACTION-TIME PIC 9(6).
           05  OBR-BRANCH-CODE      PIC X(6).
           05  OBR-TELLER-ID        PIC X(8).
           05  OBR-REFERENCE        PIC X(20).
           05  OBR-CURRENCY-CODE    PIC X(3).
           05  FILLER               PIC X(14).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD       PIC X(70).

       FD  REMITTANCE-ADVICE-FILE.
       01  REMITTANCE-ADVICE-RECORD PIC X(100).

      *    Same layout as JOURNAL-VOUCHER-RECORD in GLPOST.
       FD  AP-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AP-JOURNAL-RECORD.
           05  APJ-RECORD-TYPE      PIC X(01).
           05  APJ-RUN-DATE         PIC 9(08).
           05  APJ-VOUCHER-NUMBER   PIC 9(08).
           05  APJ-GL-ACCOUNT       PIC 9(08).
           05  APJ-DC-INDICATOR     PIC X(01).
           05  APJ-AMOUNT           PIC S9(13)V99 COMP-3.
           05  APJ-SOURCE-TRAN-ID   PIC X(16).
           05  APJ-SOURCE-TYPE      PIC X(02).
           05  FILLER               PIC X(14).

       FD  CASH-REQUIREMENTS-FILE.
       01  CASH-REQUIREMENTS-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-APO-STATUS        PIC XX.
           05  WS-SUP-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-OBR-STATUS        PIC XX.
           05  WS-CHK-STATUS        PIC XX.
           05  WS-ADV-STATUS        PIC XX.
           05  WS-JRN-STATUS        PIC XX.
           05  WS-CRQ-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-APO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  APO-EOF          VALUE 'Y'.
           05  WS-SUP-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SUP-EOF          VALUE 'Y'.
           05  WS-COA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  COA-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.
           05  WS-GROUP-END-FLAG    PIC X(1) VALUE 'N'.
               88  GROUP-END-FOUND  VALUE 'Y'.
           05  WS-RUN-MODE          PIC X(1) VALUE 'P'.
               88  RUN-COMMIT       VALUE 'C'.
               88  RUN-PREVIEW      VALUE 'P'.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(7) VALUE 0.
           05  WS-ITEMS-SELECTED    PIC 9(7) VALUE 0.
           05  WS-DISCOUNTS-TAKEN   PIC 9(5) VALUE 0.
           05  WS-PAYMENTS-MADE     PIC 9(5) VALUE 0.
           05  WS-PAYMENTS-HELD     PIC 9(5) VALUE 0.
           05  WS-ELECTRONIC-COUNT  PIC 9(5) VALUE 0.
           05  WS-CHECK-COUNT       PIC 9(5) VALUE 0.
           05  WS-TOTAL-GROSS       PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-DISCOUNT    PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-NET         PIC 9(11)V99 VALUE 0.
           05  WS-DUE-7-DAYS        PIC 9(11)V99 VALUE 0.
           05  WS-DUE-30-DAYS       PIC 9(11)V99 VALUE 0.
           05  WS-DUE-LATER         PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  WS-RUN-MODE-PARM         PIC X(1) VALUE SPACES.
       01  WS-ARG-NUM               PIC 9(1) VALUE 1.
       01  WS-NEXT-PAYMENT-NUMBER   PIC 9(8) VALUE 0.
       01  WS-VOUCHER-NUMBER        PIC 9(8) VALUE 0.

      *    Treasury's cost of money: a discount is taken early only
      *    when its annualised yield reaches this rate.
       01  WS-HURDLE-RATE-PCT       PIC 9(2)V99 VALUE 8.00.
      *    Largest amount the check stock prints (ZZZ,ZZ9.99); a
      *    larger check payment is held for a manual wire.
       01  WS-CHECK-LIMIT           PIC 9(7)V99 VALUE 999999.99.
      *    Account the payments leave from, at the head-office
      *    branch.
       01  WS-AP-BRANCH             PIC X(6) VALUE '000001'.
       01  WS-AP-TELLER             PIC X(8) VALUE 'APPAYRUN'.
       01  WS-SUSPENSE-GL           PIC 9(8) VALUE 99999999.

       01  WS-SUPPLIER-TABLE.
           05  WS-SUT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-SUT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SUT-COUNT
                   INDEXED BY WS-SUT-IDX.
               10  WS-SUT-ID        PIC X(6).
               10  WS-SUT-NAME      PIC X(30).
               10  WS-SUT-METHOD    PIC X(1).
               10  WS-SUT-ACCOUNT   PIC 9(12).

       01  WS-GL-ACCOUNTS.
           05  WS-AP-LIABILITY-GL   PIC 9(8) VALUE 99999999.
           05  WS-AP-CASH-GL        PIC 9(8) VALUE 99999999.
           05  WS-DISCOUNT-GL       PIC 9(8) VALUE 99999999.

      *    Items selected for payment, in AP-file (supplier) order.
       01  WS-SELECTION-TABLE.
           05  WS-SEL-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-SEL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SEL-COUNT
                   INDEXED BY WS-SEL-IDX.
               10  WS-SEL-SUPPLIER  PIC X(6).
               10  WS-SEL-INVOICE   PIC X(12).
               10  WS-SEL-INV-DATE  PIC 9(8).
               10  WS-SEL-DUE-DATE  PIC 9(8).
               10  WS-SEL-GROSS     PIC 9(9)V99 COMP-3.
               10  WS-SEL-DISCOUNT  PIC 9(7)V99 COMP-3.

       01  WS-SELECT-WORK.
           05  WS-DUE-DATE-INT      PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-TO-DUE       PIC S9(5) COMP-3 VALUE 0.
           05  WS-DISC-YIELD-PCT    PIC 9(5)V99 COMP-3 VALUE 0.
           05  WS-ITEM-DISCOUNT     PIC 9(7)V99 COMP-3 VALUE 0.

       01  WS-GROUP-WORK.
           05  WS-GRP-START         PIC 9(5) COMP-3 VALUE 0.
           05  WS-GRP-END           PIC 9(5) COMP-3 VALUE 0.
           05  WS-GRP-SCAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-GRP-ITEMS         PIC 9(5) COMP-3 VALUE 0.
           05  WS-GRP-GROSS         PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-GRP-DISCOUNT      PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-GRP-NET           PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-GRP-NAME          PIC X(30) VALUE SPACES.
           05  WS-GRP-ACCOUNT       PIC 9(12) VALUE 0.
           05  WS-GRP-METHOD        PIC X(1) VALUE SPACE.
               88  GRP-ELECTRONIC   VALUE 'E'.
               88  GRP-CHECK        VALUE 'C'.
               88  GRP-HELD         VALUE 'H'.

      *    Check-print line, same arrangement as in DEP-RETURN.
       01  WS-CHECK-PRINT-LINE.
           05  CHK-EMP-ID           PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  CHK-EMP-NAME         PIC X(30).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  CHK-NET-SALARY       PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  CHK-PAY-PERIOD       PIC X(10).
           05  FILLER               PIC X(5) VALUE SPACES.

       01  WS-TRANSACTION-ID.
           05  FILLER               PIC X(2) VALUE 'AP'.
           05  WTI-DATE             PIC 9(6).
           05  WTI-PAYMENT          PIC 9(8).

       01  WS-ADVICE-HEADER.
           05  FILLER               PIC X(18) VALUE
               'REMITTANCE ADVICE '.
           05  WAH-PAYMENT          PIC 9(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAH-SUPPLIER         PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WAH-NAME             PIC X(30).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAH-DATE             PIC 9(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAH-METHOD           PIC X(10).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-ADVICE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WAL-INVOICE          PIC X(12).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAL-INV-DATE         PIC 9(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAL-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAL-DISCOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAL-PAID             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-ADVICE-TOTAL.
           05  FILLER               PIC X(30) VALUE
               '    PAYMENT TOTAL            '.
           05  WAT-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAT-DISCOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WAT-NET              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-CASH-REQ-LINE.
           05  WCR-SUPPLIER         PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WCR-NAME             PIC X(30).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WCR-ITEMS            PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WCR-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WCR-DISCOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WCR-NET              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WCR-METHOD           PIC X(10).

       01  WS-CASH-REQ-TOTAL.
           05  WCT-LABEL            PIC X(40).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WCT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SELECT-ONE-ITEM
               UNTIL APO-EOF.
           MOVE 1 TO WS-GRP-START.
           PERFORM 3000-SETTLE-ONE-SUPPLIER
               UNTIL WS-GRP-START > WS-SEL-COUNT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-DATE-PARM FROM ARGUMENT-VALUE.
           IF WS-RUN-DATE-PARM NOT = SPACES
                   AND WS-RUN-DATE-PARM NUMERIC
               MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
               DISPLAY 'PAYMENT DATE (OVERRIDE): ' WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE-PARM FROM ARGUMENT-VALUE.
           IF WS-RUN-MODE-PARM = 'C'
               MOVE 'C' TO WS-RUN-MODE
               DISPLAY 'PAYMENT RUN COMMITTED'
           ELSE
               DISPLAY 'PAYMENT RUN PREVIEW - NOTHING WILL BE PAID'
           END-IF.

           PERFORM 1100-LOAD-SUPPLIERS.
           PERFORM 1200-LOAD-COA-MAPPINGS.

           OPEN I-O AP-OPEN-FILE.
           IF WS-APO-STATUS NOT = '00'
               DISPLAY 'NO AP OPEN ITEMS FILE - NOTHING TO PAY'
               MOVE 'Y' TO WS-APO-EOF-FLAG
           ELSE
               PERFORM 1300-FIND-LAST-PAYMENT-NUMBER
           END-IF.

           OPEN OUTPUT CASH-REQUIREMENTS-FILE.
           IF RUN-COMMIT
               OPEN OUTPUT OUTBOUND-REMIT-FILE
                    OUTPUT REMITTANCE-ADVICE-FILE
                    OUTPUT AP-JOURNAL-FILE
               OPEN EXTEND CHECK-PRINT-FILE
               IF WS-CHK-STATUS NOT = '00'
                   OPEN OUTPUT CHECK-PRINT-FILE
               END-IF
           END-IF.

       1100-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'SUPPLIER MASTER NOT FOUND - ALL PAYMENTS BY '
                   'CHECK'
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
                           MOVE SUP-NAME TO WS-SUT-NAME(WS-SUT-COUNT)
                           MOVE SUP-PAYMENT-METHOD
                               TO WS-SUT-METHOD(WS-SUT-COUNT)
                           IF SUP-BANK-ACCOUNT NUMERIC
                               MOVE SUP-BANK-ACCOUNT
                                   TO WS-SUT-ACCOUNT(WS-SUT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-SUT-ACCOUNT(WS-SUT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    'AP': debit the AP liability, credit the bank account the
      *    payments leave from. 'AD': credit side is discounts taken.
       1200-LOAD-COA-MAPPINGS.
           OPEN INPUT COA-MAPPING-FILE.
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'COA MAPPING FILE NOT FOUND - AP ENTRIES GO '
                   'TO SUSPENSE'
               MOVE 'Y' TO WS-COA-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-MAPPING
               UNTIL COA-EOF.

           IF WS-COA-STATUS = '00' OR WS-COA-STATUS = '10'
               CLOSE COA-MAPPING-FILE
           END-IF.

       1210-LOAD-ONE-MAPPING.
           IF NOT COA-EOF
               READ COA-MAPPING-FILE
                   AT END
                       MOVE 'Y' TO WS-COA-EOF-FLAG
                   NOT AT END
                       EVALUATE CM-TXN-TYPE
                           WHEN 'AP'
                               MOVE CM-DEBIT-GL TO WS-AP-LIABILITY-GL
                               MOVE CM-CREDIT-GL TO WS-AP-CASH-GL
                           WHEN 'AD'
                               MOVE CM-CREDIT-GL TO WS-DISCOUNT-GL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

      *    Payment numbers continue from the highest one already on
      *    a paid item.
       1300-FIND-LAST-PAYMENT-NUMBER.
           PERFORM 1400-POSITION-AT-TOP
           PERFORM 1310-SCAN-ONE-ITEM
               UNTIL APO-EOF
           MOVE 'N' TO WS-APO-EOF-FLAG
           PERFORM 1400-POSITION-AT-TOP.

       1310-SCAN-ONE-ITEM.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-APO-EOF-FLAG
               NOT AT END
                   IF APO-PAYMENT-NUMBER NUMERIC
                           AND APO-PAYMENT-NUMBER
                               > WS-NEXT-PAYMENT-NUMBER
                       MOVE APO-PAYMENT-NUMBER
                           TO WS-NEXT-PAYMENT-NUMBER
                   END-IF
           END-READ.

       1400-POSITION-AT-TOP.
           MOVE LOW-VALUES TO APO-KEY
           START AP-OPEN-FILE
               KEY IS GREATER THAN OR EQUAL APO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-APO-EOF-FLAG
           END-START.

      *    Discount still open: take it when the yield of paying now
      *    (discount % over the days saved, annualised) reaches the
      *    hurdle, or when the item is due anyway. Otherwise pay on
      *    the due date; later items only feed the cash forecast.
       2000-SELECT-ONE-ITEM.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-APO-EOF-FLAG
               NOT AT END
                   IF APO-OPEN AND APO-AMOUNT-OPEN > ZERO
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 2100-JUDGE-ONE-ITEM
                   END-IF
           END-READ.

       2100-JUDGE-ONE-ITEM.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(APO-DUE-DATE)
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-DATE-INT - WS-RUN-DATE-INT
           MOVE ZERO TO WS-ITEM-DISCOUNT
                        WS-DISC-YIELD-PCT

           IF APO-DISCOUNT-PCT > ZERO
                   AND APO-DISCOUNT-DATE >= WS-RUN-DATE
               IF WS-DAYS-TO-DUE > ZERO
                   COMPUTE WS-DISC-YIELD-PCT ROUNDED =
                       APO-DISCOUNT-PCT * 365 / WS-DAYS-TO-DUE
               END-IF
               IF WS-DAYS-TO-DUE <= ZERO
                       OR WS-DISC-YIELD-PCT >= WS-HURDLE-RATE-PCT
                   COMPUTE WS-ITEM-DISCOUNT ROUNDED =
                       APO-AMOUNT-OPEN * APO-DISCOUNT-PCT / 100
                   PERFORM 2200-ADD-TO-SELECTION
               ELSE
                   PERFORM 2300-FORECAST-ITEM
               END-IF
           ELSE
               IF WS-DAYS-TO-DUE <= ZERO
                   PERFORM 2200-ADD-TO-SELECTION
               ELSE
                   PERFORM 2300-FORECAST-ITEM
               END-IF
           END-IF.

       2200-ADD-TO-SELECTION.
           IF WS-SEL-COUNT < 5000
               ADD 1 TO WS-SEL-COUNT
               MOVE APO-SUPPLIER-ID TO WS-SEL-SUPPLIER(WS-SEL-COUNT)
               MOVE APO-INVOICE-NUMBER TO WS-SEL-INVOICE(WS-SEL-COUNT)
               MOVE APO-INVOICE-DATE TO WS-SEL-INV-DATE(WS-SEL-COUNT)
               MOVE APO-DUE-DATE TO WS-SEL-DUE-DATE(WS-SEL-COUNT)
               MOVE APO-AMOUNT-OPEN TO WS-SEL-GROSS(WS-SEL-COUNT)
               MOVE WS-ITEM-DISCOUNT TO WS-SEL-DISCOUNT(WS-SEL-COUNT)
               ADD 1 TO WS-ITEMS-SELECTED
               IF WS-ITEM-DISCOUNT > ZERO
                   ADD 1 TO WS-DISCOUNTS-TAKEN
               END-IF
           ELSE
               DISPLAY 'SELECTION TABLE FULL - ITEM LEFT FOR NEXT '
                   'RUN: ' APO-KEY
           END-IF.

       2300-FORECAST-ITEM.
           EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE <= 7
                   ADD APO-AMOUNT-OPEN TO WS-DUE-7-DAYS
               WHEN WS-DAYS-TO-DUE <= 30
                   ADD APO-AMOUNT-OPEN TO WS-DUE-30-DAYS
               WHEN OTHER
                   ADD APO-AMOUNT-OPEN TO WS-DUE-LATER
           END-EVALUATE.

      *    One supplier's selected items (contiguous in key order)
      *    become one payment.
       3000-SETTLE-ONE-SUPPLIER.
           MOVE WS-GRP-START TO WS-GRP-END
           MOVE 'N' TO WS-GROUP-END-FLAG
           PERFORM 3010-EXTEND-GROUP
               UNTIL GROUP-END-FOUND

           MOVE ZERO TO WS-GRP-GROSS
                        WS-GRP-DISCOUNT
                        WS-GRP-ITEMS
           PERFORM 3020-SUM-ONE-ITEM
               VARYING WS-GRP-SCAN FROM WS-GRP-START BY 1
               UNTIL WS-GRP-SCAN > WS-GRP-END
           COMPUTE WS-GRP-NET = WS-GRP-GROSS - WS-GRP-DISCOUNT

           PERFORM 3100-CHOOSE-METHOD
           PERFORM 3200-WRITE-CASH-REQ-LINE

           IF GRP-HELD
               ADD 1 TO WS-PAYMENTS-HELD
           ELSE
               ADD 1 TO WS-NEXT-PAYMENT-NUMBER
               ADD 1 TO WS-PAYMENTS-MADE
               ADD WS-GRP-GROSS TO WS-TOTAL-GROSS
               ADD WS-GRP-DISCOUNT TO WS-TOTAL-DISCOUNT
               ADD WS-GRP-NET TO WS-TOTAL-NET
               IF RUN-COMMIT
                   PERFORM 3300-ISSUE-PAYMENT
                   PERFORM 3400-WRITE-ADVICE
                   PERFORM 3500-CLOSE-ONE-ITEM
                       VARYING WS-GRP-SCAN FROM WS-GRP-START BY 1
                       UNTIL WS-GRP-SCAN > WS-GRP-END
                   PERFORM 3600-JOURNAL-PAYMENT
               END-IF
           END-IF

           COMPUTE WS-GRP-START = WS-GRP-END + 1.

       3010-EXTEND-GROUP.
           IF WS-GRP-END < WS-SEL-COUNT
               IF WS-SEL-SUPPLIER(WS-GRP-END + 1)
                       = WS-SEL-SUPPLIER(WS-GRP-START)
                   ADD 1 TO WS-GRP-END
               ELSE
                   MOVE 'Y' TO WS-GROUP-END-FLAG
               END-IF
           ELSE
               MOVE 'Y' TO WS-GROUP-END-FLAG
           END-IF.

       3020-SUM-ONE-ITEM.
           ADD 1 TO WS-GRP-ITEMS
           ADD WS-SEL-GROSS(WS-GRP-SCAN) TO WS-GRP-GROSS
           ADD WS-SEL-DISCOUNT(WS-GRP-SCAN) TO WS-GRP-DISCOUNT.

      *    Electronic needs method 'E' and an account to send to; a
      *    check over what the stock prints is held back.
       3100-CHOOSE-METHOD.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'UNKNOWN SUPPLIER' TO WS-GRP-NAME
           MOVE ZERO TO WS-GRP-ACCOUNT
           MOVE 'C' TO WS-GRP-METHOD
           IF WS-SUT-COUNT > 0
               SET WS-SUT-IDX TO 1
               SEARCH WS-SUT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUT-ID(WS-SUT-IDX)
                           = WS-SEL-SUPPLIER(WS-GRP-START)
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-SUT-NAME(WS-SUT-IDX) TO WS-GRP-NAME
                       MOVE WS-SUT-ACCOUNT(WS-SUT-IDX)
                           TO WS-GRP-ACCOUNT
                       IF WS-SUT-METHOD(WS-SUT-IDX) = 'E'
                               AND WS-SUT-ACCOUNT(WS-SUT-IDX) > ZERO
                           MOVE 'E' TO WS-GRP-METHOD
                       END-IF
               END-SEARCH
           END-IF
           IF GRP-CHECK AND WS-GRP-NET > WS-CHECK-LIMIT
               MOVE 'H' TO WS-GRP-METHOD
           END-IF.

       3200-WRITE-CASH-REQ-LINE.
           MOVE WS-SEL-SUPPLIER(WS-GRP-START) TO WCR-SUPPLIER
           MOVE WS-GRP-NAME TO WCR-NAME
           MOVE WS-GRP-ITEMS TO WCR-ITEMS
           MOVE WS-GRP-GROSS TO WCR-GROSS
           MOVE WS-GRP-DISCOUNT TO WCR-DISCOUNT
           MOVE WS-GRP-NET TO WCR-NET
           EVALUATE TRUE
               WHEN GRP-ELECTRONIC
                   MOVE 'ELECTRONIC' TO WCR-METHOD
               WHEN GRP-CHECK
                   MOVE 'CHECK' TO WCR-METHOD
               WHEN OTHER
                   MOVE 'HELD-LIMIT' TO WCR-METHOD
           END-EVALUATE
           WRITE CASH-REQUIREMENTS-RECORD FROM WS-CASH-REQ-LINE.

       3300-ISSUE-PAYMENT.
           MOVE WS-RUN-DATE(3:6) TO WTI-DATE
           MOVE WS-NEXT-PAYMENT-NUMBER TO WTI-PAYMENT
           IF GRP-ELECTRONIC
               MOVE SPACES TO OUTBOUND-REMIT-RECORD
               MOVE WS-TRANSACTION-ID TO OBR-TRANSACTION-ID
               MOVE WS-GRP-ACCOUNT TO OBR-ACCOUNT-NUMBER
               MOVE 'TF' TO OBR-TRANSACTION-TYPE
               MOVE WS-GRP-NET TO OBR-AMOUNT
               MOVE ZERO TO OBR-DEST-ACCOUNT
               MOVE WS-RUN-DATE TO OBR-TRANSACTION-DATE
               MOVE ZERO TO OBR-TRANSACTION-TIME
               MOVE WS-AP-BRANCH TO OBR-BRANCH-CODE
               MOVE WS-AP-TELLER TO OBR-TELLER-ID
               STRING 'AP PAYMENT ' WS-NEXT-PAYMENT-NUMBER
                   DELIMITED BY SIZE INTO OBR-REFERENCE
               MOVE 'USD' TO OBR-CURRENCY-CODE
               WRITE OUTBOUND-REMIT-RECORD
               ADD 1 TO WS-ELECTRONIC-COUNT
           ELSE
               MOVE WS-SEL-SUPPLIER(WS-GRP-START) TO CHK-EMP-ID
               MOVE WS-GRP-NAME TO CHK-EMP-NAME
               MOVE WS-GRP-NET TO CHK-NET-SALARY
               STRING 'AP' WS-NEXT-PAYMENT-NUMBER
                   DELIMITED BY SIZE INTO CHK-PAY-PERIOD
               WRITE CHECK-PRINT-RECORD FROM WS-CHECK-PRINT-LINE
               ADD 1 TO WS-CHECK-COUNT
           END-IF.

       3400-WRITE-ADVICE.
           MOVE WS-NEXT-PAYMENT-NUMBER TO WAH-PAYMENT
           MOVE WS-SEL-SUPPLIER(WS-GRP-START) TO WAH-SUPPLIER
           MOVE WS-GRP-NAME TO WAH-NAME
           MOVE WS-RUN-DATE TO WAH-DATE
           IF GRP-ELECTRONIC
               MOVE 'ELECTRONIC' TO WAH-METHOD
           ELSE
               MOVE 'CHECK' TO WAH-METHOD
           END-IF
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-HEADER

           PERFORM 3410-WRITE-ADVICE-LINE
               VARYING WS-GRP-SCAN FROM WS-GRP-START BY 1
               UNTIL WS-GRP-SCAN > WS-GRP-END

           MOVE WS-GRP-GROSS TO WAT-GROSS
           MOVE WS-GRP-DISCOUNT TO WAT-DISCOUNT
           MOVE WS-GRP-NET TO WAT-NET
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-TOTAL
           MOVE SPACES TO REMITTANCE-ADVICE-RECORD
           WRITE REMITTANCE-ADVICE-RECORD.

       3410-WRITE-ADVICE-LINE.
           MOVE WS-SEL-INVOICE(WS-GRP-SCAN) TO WAL-INVOICE
           MOVE WS-SEL-INV-DATE(WS-GRP-SCAN) TO WAL-INV-DATE
           MOVE WS-SEL-GROSS(WS-GRP-SCAN) TO WAL-GROSS
           MOVE WS-SEL-DISCOUNT(WS-GRP-SCAN) TO WAL-DISCOUNT
           COMPUTE WAL-PAID = WS-SEL-GROSS(WS-GRP-SCAN)
               - WS-SEL-DISCOUNT(WS-GRP-SCAN)
           WRITE REMITTANCE-ADVICE-RECORD FROM WS-ADVICE-LINE.

       3500-CLOSE-ONE-ITEM.
           MOVE WS-SEL-SUPPLIER(WS-GRP-SCAN) TO APO-SUPPLIER-ID
           MOVE WS-SEL-INVOICE(WS-GRP-SCAN) TO APO-INVOICE-NUMBER
           READ AP-OPEN-FILE
               KEY IS APO-KEY
               INVALID KEY
                   DISPLAY 'AP ITEM VANISHED DURING RUN: ' APO-KEY
               NOT INVALID KEY
                   MOVE ZERO TO APO-AMOUNT-OPEN
                   MOVE 'P' TO APO-STATUS
                   MOVE WS-RUN-DATE TO APO-PAID-DATE
                   MOVE WS-NEXT-PAYMENT-NUMBER TO APO-PAYMENT-NUMBER
                   MOVE WS-SEL-DISCOUNT(WS-GRP-SCAN)
                       TO APO-DISCOUNT-TAKEN
                   REWRITE AP-OPEN-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR CLOSING AP ITEM: ' APO-KEY
                   END-REWRITE
           END-READ.

      *    One voucher per payment: debit AP for the gross settled,
      *    credit cash for what left the bank and discount income for
      *    the difference.
       3600-JOURNAL-PAYMENT.
           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE SPACES TO AP-JOURNAL-RECORD
           MOVE 'D' TO APJ-RECORD-TYPE
           MOVE WS-RUN-DATE TO APJ-RUN-DATE
           MOVE WS-VOUCHER-NUMBER TO APJ-VOUCHER-NUMBER
           MOVE WS-TRANSACTION-ID TO APJ-SOURCE-TRAN-ID
           MOVE 'AP' TO APJ-SOURCE-TYPE

           MOVE WS-AP-LIABILITY-GL TO APJ-GL-ACCOUNT
           MOVE 'D' TO APJ-DC-INDICATOR
           MOVE WS-GRP-GROSS TO APJ-AMOUNT
           WRITE AP-JOURNAL-RECORD

           MOVE WS-AP-CASH-GL TO APJ-GL-ACCOUNT
           MOVE 'C' TO APJ-DC-INDICATOR
           MOVE WS-GRP-NET TO APJ-AMOUNT
           WRITE AP-JOURNAL-RECORD

           IF WS-GRP-DISCOUNT > ZERO
               MOVE WS-DISCOUNT-GL TO APJ-GL-ACCOUNT
               MOVE 'C' TO APJ-DC-INDICATOR
               MOVE WS-GRP-DISCOUNT TO APJ-AMOUNT
               WRITE AP-JOURNAL-RECORD
           END-IF.

       4000-FINALIZE.
           MOVE 'SELECTED FOR PAYMENT (NET)' TO WCT-LABEL
           MOVE WS-TOTAL-NET TO WCT-AMOUNT
           WRITE CASH-REQUIREMENTS-RECORD FROM WS-CASH-REQ-TOTAL
           MOVE 'DISCOUNTS TAKEN' TO WCT-LABEL
           MOVE WS-TOTAL-DISCOUNT TO WCT-AMOUNT
           WRITE CASH-REQUIREMENTS-RECORD FROM WS-CASH-REQ-TOTAL
           MOVE 'FALLING DUE IN NEXT 7 DAYS' TO WCT-LABEL
           MOVE WS-DUE-7-DAYS TO WCT-AMOUNT
           WRITE CASH-REQUIREMENTS-RECORD FROM WS-CASH-REQ-TOTAL
           MOVE 'FALLING DUE IN 8 TO 30 DAYS' TO WCT-LABEL
           MOVE WS-DUE-30-DAYS TO WCT-AMOUNT
           WRITE CASH-REQUIREMENTS-RECORD FROM WS-CASH-REQ-TOTAL
           MOVE 'FALLING DUE AFTER 30 DAYS' TO WCT-LABEL
           MOVE WS-DUE-LATER TO WCT-AMOUNT
           WRITE CASH-REQUIREMENTS-RECORD FROM WS-CASH-REQ-TOTAL

           IF WS-APO-STATUS = '00' OR WS-APO-STATUS = '10'
               CLOSE AP-OPEN-FILE
           END-IF.
           CLOSE CASH-REQUIREMENTS-FILE.
           IF RUN-COMMIT
               CLOSE OUTBOUND-REMIT-FILE
                     REMITTANCE-ADVICE-FILE
                     AP-JOURNAL-FILE
                     CHECK-PRINT-FILE
           END-IF.

           DISPLAY '======================================'.
           DISPLAY 'AP PAYMENT RUN STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Open Items Read:    ' WS-ITEMS-READ.
           DISPLAY 'Items Selected:     ' WS-ITEMS-SELECTED.
           DISPLAY 'Discounts Taken:    ' WS-DISCOUNTS-TAKEN.
           DISPLAY 'Payments:           ' WS-PAYMENTS-MADE.
           DISPLAY '  Electronic:       ' WS-ELECTRONIC-COUNT.
           DISPLAY '  Check:            ' WS-CHECK-COUNT.
           DISPLAY 'Payments Held:      ' WS-PAYMENTS-HELD.
           DISPLAY 'Gross Settled:      ' WS-TOTAL-GROSS.
           DISPLAY 'Discount Amount:    ' WS-TOTAL-DISCOUNT.
           DISPLAY 'Net Paid:           ' WS-TOTAL-NET.
           DISPLAY '======================================'.

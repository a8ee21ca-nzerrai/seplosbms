       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUME-REBATE.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Customer volume rebates: agreements that used to live on      *
      * paper are accrued monthly and settled on time.                *
      * - rebate-agreements.dat: customer, product group (blank =     *
      *   every product), agreement period and up to five volume      *
      *   tiers, each a net-sales threshold and a rebate percent; the *
      *   percent of the highest tier reached applies to all          *
      *   qualifying sales of the period                              *
      * - Monthly run (parameter YYYYMM, default the run month):      *
      *   qualifying net sales from the period start to month end are *
      *   taken from the sales history, the rebate earned so far is   *
      *   set against what is already accrued and the difference is   *
      *   posted as JV-layout entries (COAMAP type 'RB': debit rebate *
      *   expense, credit rebate accrual) to rebate-gl-journal.dat    *
      * - The month the period ends, the rebate is settled: a credit  *
      *   memo in the RMA-PROCESSOR layout is appended to             *
      *   credit-memos.dat for AR-PROCESSOR to raise against the      *
      *   customer's open items (run after RMA-PROCESSOR, which       *
      *   starts that file afresh), and the accrual is cleared to     *
      *   receivables (COAMAP type 'RS')                              *
      * - Every accrual and settlement is kept in rebate-ledger.dat;  *
      *   a month already accrued or an agreement already settled is  *
      *   not posted again when the run is repeated                   *
      * - rebate-statements.txt: one statement per agreement showing  *
      *   the tier reached and what is still needed for the next one  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-AGREEMENT-FILE
               ASSIGN TO 'rebate-agreements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBA-STATUS.

      *    Accumulated by SALES-ANALYSIS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'sales-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHS-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

      *    Accruals and settlements posted so far (EXTEND across runs).
           SELECT REBATE-LEDGER-FILE
               ASSIGN TO 'rebate-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBL-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO 'coamap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Picked up by GLCOLLCT (source RBJRNL).
           SELECT REBATE-JOURNAL-FILE
               ASSIGN TO 'rebate-gl-journal.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RBJ-STATUS.

      *    Read by AR-PROCESSOR; appended to after RMA-PROCESSOR.
           SELECT CREDIT-MEMO-FILE
               ASSIGN TO 'credit-memos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT REBATE-STATEMENT-FILE
               ASSIGN TO 'rebate-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tiers in ascending threshold order; an unused tier is
      *    zero.
       FD  REBATE-AGREEMENT-FILE.
       01  REBATE-AGREEMENT-RECORD.
           05  RBA-AGREEMENT-ID     PIC X(8).
           05  RBA-CUSTOMER-ID      PIC X(8).
           05  RBA-PRODUCT-GROUP    PIC X(4).
           05  RBA-PERIOD-FROM      PIC 9(8).
           05  RBA-PERIOD-TO        PIC 9(8).
           05  RBA-TIER OCCURS 5 TIMES.
               10  RBA-TIER-FROM    PIC 9(9)V99.
               10  RBA-TIER-PCT     PIC 9(2)V99.
           05  FILLER               PIC X(4).

      *    Same layout as in SALES-ANALYSIS.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05  SHS-CUSTOMER-ID      PIC X(8).
           05  SHS-PRODUCT-CODE     PIC X(6).
           05  SHS-QUANTITY         PIC 9(5).
           05  SHS-NET-AMOUNT       PIC 9(9)V99.
           05  SHS-ORDER-DATE       PIC X(10).
           05  FILLER               PIC X(5).

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

      *    'A' = accrual for the month (negative when the tier
      *    reached has dropped back), 'S' = settlement.
       FD  REBATE-LEDGER-FILE.
       01  REBATE-LEDGER-RECORD.
           05  RBL-POST-DATE        PIC 9(8).
           05  RBL-MONTH            PIC 9(6).
           05  RBL-AGREEMENT-ID     PIC X(8).
           05  RBL-CUSTOMER-ID      PIC X(8).
           05  RBL-ENTRY-TYPE       PIC X(1).
               88  RBL-ACCRUAL      VALUE 'A'.
               88  RBL-SETTLEMENT   VALUE 'S'.
           05  RBL-QUALIFYING-SALES PIC 9(11)V99.
           05  RBL-TIER             PIC 9(1).
           05  RBL-REBATE-PCT       PIC 9(2)V99.
           05  RBL-AMOUNT           PIC S9(9)V99.
           05  FILLER               PIC X(8).

      *    Same layout as COA-MAPPING-RECORD in GLPOST.
       FD  COA-MAPPING-FILE.
       01  COA-MAPPING-RECORD.
           05  CM-TXN-TYPE          PIC X(02).
           05  CM-ACCOUNT-TYPE      PIC X(02).
           05  CM-BRANCH-CODE       PIC X(06).
           05  CM-DEBIT-GL          PIC 9(08).
           05  CM-CREDIT-GL         PIC 9(08).
           05  FILLER               PIC X(14).

      *    Same layout as JOURNAL-VOUCHER-RECORD in GLPOST.
       FD  REBATE-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REBATE-JOURNAL-RECORD.
           05  RBJ-RECORD-TYPE      PIC X(01).
           05  RBJ-RUN-DATE         PIC 9(08).
           05  RBJ-VOUCHER-NUMBER   PIC 9(08).
           05  RBJ-GL-ACCOUNT       PIC 9(08).
           05  RBJ-DC-INDICATOR     PIC X(01).
           05  RBJ-AMOUNT           PIC S9(13)V99 COMP-3.
           05  RBJ-SOURCE-TRAN-ID   PIC X(16).
           05  RBJ-SOURCE-TYPE      PIC X(02).
           05  FILLER               PIC X(14).

      *    Same layout as written by RMA-PROCESSOR.
       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-RECORD.
           05  CRM-CUSTOMER-ID      PIC X(8).
           05  CRM-ORDER-ID         PIC X(10).
           05  CRM-CREDIT-AMOUNT    PIC 9(9)V99.
           05  CRM-REASON-CODE      PIC X(2).
           05  CRM-TAX-AMOUNT       PIC 9(7)V99.
           05  CRM-TAX-JURISDICTION PIC X(10).
           05  FILLER               PIC X(5).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

       FD  REBATE-STATEMENT-FILE.
       01  REBATE-STATEMENT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-RBA-STATUS        PIC XX.
           05  WS-SHS-STATUS        PIC XX.
           05  WS-PRD-STATUS        PIC XX.
           05  WS-RBL-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-RBJ-STATUS        PIC XX.
           05  WS-CRM-STATUS        PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-STM-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-RBA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  RBA-EOF          VALUE 'Y'.
           05  WS-SHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SHS-EOF          VALUE 'Y'.
           05  WS-RBL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  RBL-EOF          VALUE 'Y'.
           05  WS-COA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  COA-EOF          VALUE 'Y'.
           05  WS-PRD-OPEN-FLAG     PIC X(1) VALUE 'N'.
               88  PRODUCT-MASTER-OPEN VALUE 'Y'.
           05  WS-SLOT-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  SLOT-FOUND       VALUE 'Y'.
           05  WS-GROUP-LOOKED-FLAG PIC X(1) VALUE 'N'.
               88  GROUP-LOOKED-UP  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AGREEMENTS-READ   PIC 9(5) VALUE 0.
           05  WS-AGREEMENTS-ACTIVE PIC 9(5) VALUE 0.
           05  WS-SALES-READ        PIC 9(7) VALUE 0.
           05  WS-SALES-QUALIFIED   PIC 9(7) VALUE 0.
           05  WS-ACCRUALS-POSTED   PIC 9(5) VALUE 0.
           05  WS-ACCRUAL-TOTAL     PIC S9(11)V99 VALUE 0.
           05  WS-SETTLEMENTS       PIC 9(5) VALUE 0.
           05  WS-SETTLED-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-STATEMENTS        PIC 9(5) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-VOUCHER-NUMBER        PIC 9(8) VALUE 0.

      *    Processing month; the ledger and the period tests work on
      *    its first and last day.
       01  WS-PARAMETERS.
           05  WS-ARG-NUM           PIC 9(02) VALUE 1.
           05  WS-PARM-IN           PIC X(10) VALUE SPACES.
           05  WS-PERIOD-YYYYMM     PIC 9(6).
           05  WS-MONTH-START       PIC 9(8).
           05  WS-MONTH-END         PIC 9(8).

       01  WS-GL-ACCOUNTS.
           05  WS-REBATE-EXPENSE-GL PIC 9(8) VALUE 99999999.
           05  WS-REBATE-ACCRUAL-GL PIC 9(8) VALUE 99999999.
           05  WS-SETTLE-ACCRUAL-GL PIC 9(8) VALUE 99999999.
           05  WS-AR-CONTROL-GL     PIC 9(8) VALUE 99999999.

       01  WS-WORK-FIELDS.
           05  WS-SALE-DATE         PIC 9(8).
           05  WS-SALE-DATE-PARTS REDEFINES WS-SALE-DATE.
               10  WS-SALE-YEAR     PIC 9(4).
               10  WS-SALE-MONTH    PIC 9(2).
               10  WS-SALE-DAY      PIC 9(2).
           05  WS-SALE-GROUP        PIC X(4).
           05  WS-COUNT-TO          PIC 9(8).
           05  WS-TIER-SUB          PIC 9(1) COMP.
           05  WS-NEXT-TIER         PIC 9(1).
           05  WS-POST-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-JV-AMOUNT         PIC 9(11)V99 COMP-3.
           05  WS-JV-DEBIT-GL       PIC 9(8).
           05  WS-JV-CREDIT-GL      PIC 9(8).
           05  WS-JV-TYPE           PIC X(2).
           05  WS-TRANSACTION-ID    PIC X(16) VALUE SPACES.
           05  WS-CUST-ID-NUM       PIC 9(10) VALUE 0.
           05  WS-SALES-TO-GO       PIC 9(11)V99 COMP-3.

       01  WS-AGREEMENT-TABLE.
           05  WS-AGT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-AGT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-AGT-COUNT
                   INDEXED BY WS-AGT-IDX.
               10  WS-AGT-ID        PIC X(8).
               10  WS-AGT-CUSTOMER  PIC X(8).
               10  WS-AGT-GROUP     PIC X(4).
               10  WS-AGT-FROM      PIC 9(8).
               10  WS-AGT-TO        PIC 9(8).
               10  WS-AGT-TIER OCCURS 5 TIMES.
                   15  WS-AGT-TIER-FROM PIC 9(9)V99.
                   15  WS-AGT-TIER-PCT  PIC 9(2)V99.
               10  WS-AGT-SALES     PIC 9(11)V99 COMP-3.
               10  WS-AGT-ACCRUED   PIC S9(11)V99 COMP-3.
               10  WS-AGT-EARNED    PIC 9(11)V99 COMP-3.
               10  WS-AGT-THIS-MONTH PIC S9(11)V99 COMP-3.
               10  WS-AGT-SETTLED-AMT PIC 9(11)V99 COMP-3.
               10  WS-AGT-REACHED   PIC 9(1).
               10  WS-AGT-MONTH-FLAG PIC X(1).
                   88  AGT-MONTH-POSTED VALUE 'Y'.
               10  WS-AGT-SETTLE-FLAG PIC X(1).
                   88  AGT-SETTLED  VALUE 'Y'.
                   88  AGT-SETTLED-NOW VALUE 'N'.

      *    Groups of products already looked up.
       01  WS-PRODUCT-GROUP-TABLE.
           05  WS-PGT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-PGT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PGT-COUNT
                   INDEXED BY WS-PGT-IDX.
               10  WS-PGT-PRODUCT   PIC X(6).
               10  WS-PGT-GROUP     PIC X(4).

       01  WS-STMT-LINE             PIC X(132) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(26)
               VALUE 'VOLUME REBATE STATEMENT - '.
           05  WTL-MONTH            PIC 9(6).
           05  FILLER               PIC X(14) VALUE '   CUSTOMER: '.
           05  WTL-CUSTOMER         PIC X(8).
           05  FILLER               PIC X(78) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WAD-TEXT             PIC X(60).
           05  FILLER               PIC X(68) VALUE SPACES.

       01  WS-AGREEMENT-LINE.
           05  FILLER               PIC X(14) VALUE 'AGREEMENT:    '.
           05  WAG-ID               PIC X(8).
           05  FILLER               PIC X(17)
               VALUE '   PRODUCT GROUP '.
           05  WAG-GROUP            PIC X(5).
           05  FILLER               PIC X(9) VALUE '  PERIOD '.
           05  WAG-FROM             PIC 9(8).
           05  FILLER               PIC X(4) VALUE ' TO '.
           05  WAG-TO               PIC 9(8).
           05  FILLER               PIC X(59) VALUE SPACES.

       01  WS-TIER-LINE.
           05  FILLER               PIC X(9) VALUE '    TIER '.
           05  WTI-TIER             PIC 9(1).
           05  FILLER               PIC X(11) VALUE '  SALES OF '.
           05  WTI-FROM             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE '  REBATE  '.
           05  WTI-PCT              PIC Z9.99.
           05  FILLER               PIC X(2) VALUE '% '.
           05  WTI-MARK             PIC X(12).
           05  FILLER               PIC X(68) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WAM-LABEL            PIC X(36).
           05  WAM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WAM-NOTE             PIC X(40).
           05  FILLER               PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-AGREEMENTS
               UNTIL RBA-EOF.
           PERFORM 1200-LOAD-LEDGER
               UNTIL RBL-EOF.
           PERFORM 1300-LOAD-COA-MAPPINGS
               UNTIL COA-EOF.
           PERFORM 1400-OPEN-OUTPUTS.
           PERFORM 2000-ACCUMULATE-ONE-SALE
               UNTIL SHS-EOF.
           PERFORM 3000-PROCESS-ONE-AGREEMENT
               VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-AGT-COUNT.
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
           COMPUTE WS-MONTH-START = WS-PERIOD-YYYYMM * 100 + 1
           COMPUTE WS-MONTH-END = WS-PERIOD-YYYYMM * 100 + 31

           DISPLAY 'REBATE MONTH: ' WS-PERIOD-YYYYMM.

           OPEN INPUT REBATE-AGREEMENT-FILE.
           IF WS-RBA-STATUS NOT = '00'
               DISPLAY 'NO REBATE AGREEMENTS ON FILE: ' WS-RBA-STATUS
               MOVE 'Y' TO WS-RBA-EOF-FLAG
           END-IF.

           OPEN INPUT REBATE-LEDGER-FILE.
           IF WS-RBL-STATUS NOT = '00'
               MOVE 'Y' TO WS-RBL-EOF-FLAG
           END-IF.

           OPEN INPUT COA-MAPPING-FILE.
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'COA MAPPING FILE NOT FOUND - REBATES GO '
                   'TO SUSPENSE'
               MOVE 'Y' TO WS-COA-EOF-FLAG
           END-IF.

           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SHS-STATUS NOT = '00'
               DISPLAY 'SALES HISTORY UNAVAILABLE: ' WS-SHS-STATUS
               MOVE 'Y' TO WS-SHS-EOF-FLAG
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRD-STATUS = '00'
               MOVE 'Y' TO WS-PRD-OPEN-FLAG
           ELSE
               DISPLAY 'PRODUCT MASTER UNAVAILABLE - GROUP '
                   'AGREEMENTS GET NO SALES: ' WS-PRD-STATUS
           END-IF.

           OPEN INPUT CUSTOMER-FILE.

       1100-LOAD-AGREEMENTS.
           READ REBATE-AGREEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-RBA-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AGREEMENTS-READ
                   IF RBA-PERIOD-FROM <= WS-MONTH-END
                       PERFORM 1110-ADD-ONE-AGREEMENT
                   END-IF
           END-READ.

       1110-ADD-ONE-AGREEMENT.
           IF WS-AGT-COUNT < 500
               ADD 1 TO WS-AGT-COUNT
               SET WS-AGT-IDX TO WS-AGT-COUNT
               MOVE RBA-AGREEMENT-ID TO WS-AGT-ID(WS-AGT-IDX)
               MOVE RBA-CUSTOMER-ID TO WS-AGT-CUSTOMER(WS-AGT-IDX)
               MOVE RBA-PRODUCT-GROUP TO WS-AGT-GROUP(WS-AGT-IDX)
               MOVE RBA-PERIOD-FROM TO WS-AGT-FROM(WS-AGT-IDX)
               MOVE RBA-PERIOD-TO TO WS-AGT-TO(WS-AGT-IDX)
               PERFORM 1120-COPY-ONE-TIER
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
               MOVE ZERO TO WS-AGT-SALES(WS-AGT-IDX)
                            WS-AGT-ACCRUED(WS-AGT-IDX)
                            WS-AGT-EARNED(WS-AGT-IDX)
                            WS-AGT-THIS-MONTH(WS-AGT-IDX)
                            WS-AGT-SETTLED-AMT(WS-AGT-IDX)
                            WS-AGT-REACHED(WS-AGT-IDX)
               MOVE 'N' TO WS-AGT-MONTH-FLAG(WS-AGT-IDX)
               MOVE SPACE TO WS-AGT-SETTLE-FLAG(WS-AGT-IDX)
           ELSE
               DISPLAY 'AGREEMENT TABLE FULL - SKIPPED: '
                   RBA-AGREEMENT-ID
           END-IF.

       1120-COPY-ONE-TIER.
           IF RBA-TIER-FROM(WS-TIER-SUB) NUMERIC
                   AND RBA-TIER-PCT(WS-TIER-SUB) NUMERIC
               MOVE RBA-TIER-FROM(WS-TIER-SUB)
                   TO WS-AGT-TIER-FROM(WS-AGT-IDX, WS-TIER-SUB)
               MOVE RBA-TIER-PCT(WS-TIER-SUB)
                   TO WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB)
           ELSE
               MOVE ZERO TO WS-AGT-TIER-FROM(WS-AGT-IDX, WS-TIER-SUB)
                            WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB)
           END-IF.

      *    What is already on the books for each agreement: accruals
      *    to date, whether this month was posted, whether it was
      *    settled.
       1200-LOAD-LEDGER.
           READ REBATE-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-RBL-EOF-FLAG
               NOT AT END
                   PERFORM 1210-APPLY-ONE-LEDGER-ENTRY
           END-READ.

       1210-APPLY-ONE-LEDGER-ENTRY.
           IF WS-AGT-COUNT > 0
               SET WS-AGT-IDX TO 1
               SEARCH WS-AGT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AGT-ID(WS-AGT-IDX) = RBL-AGREEMENT-ID
                       IF RBL-ACCRUAL
                           ADD RBL-AMOUNT TO WS-AGT-ACCRUED(WS-AGT-IDX)
                           IF RBL-MONTH = WS-PERIOD-YYYYMM
                               MOVE 'Y'
                                   TO WS-AGT-MONTH-FLAG(WS-AGT-IDX)
                           END-IF
                       END-IF
                       IF RBL-SETTLEMENT
                           MOVE 'Y' TO WS-AGT-SETTLE-FLAG(WS-AGT-IDX)
                           MOVE RBL-AMOUNT
                               TO WS-AGT-SETTLED-AMT(WS-AGT-IDX)
                       END-IF
               END-SEARCH
           END-IF.

      *    'RB': debit rebate expense, credit the rebate accrual.
      *    'RS': debit the rebate accrual, credit receivables control.
       1300-LOAD-COA-MAPPINGS.
           READ COA-MAPPING-FILE
               AT END
                   MOVE 'Y' TO WS-COA-EOF-FLAG
               NOT AT END
                   IF CM-TXN-TYPE = 'RB'
                       MOVE CM-DEBIT-GL TO WS-REBATE-EXPENSE-GL
                       MOVE CM-CREDIT-GL TO WS-REBATE-ACCRUAL-GL
                   END-IF
                   IF CM-TXN-TYPE = 'RS'
                       MOVE CM-DEBIT-GL TO WS-SETTLE-ACCRUAL-GL
                       MOVE CM-CREDIT-GL TO WS-AR-CONTROL-GL
                   END-IF
           END-READ.

       1400-OPEN-OUTPUTS.
           IF WS-RBL-STATUS = '00' OR WS-RBL-STATUS = '10'
               CLOSE REBATE-LEDGER-FILE
           END-IF
           OPEN EXTEND REBATE-LEDGER-FILE
           IF WS-RBL-STATUS NOT = '00'
               OPEN OUTPUT REBATE-LEDGER-FILE
           END-IF

           OPEN EXTEND CREDIT-MEMO-FILE
           IF WS-CRM-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-MEMO-FILE
           END-IF

           OPEN OUTPUT REBATE-JOURNAL-FILE
                       REBATE-STATEMENT-FILE.

      *    The order date is YYYY-MM-DD; a sale counts for every
      *    agreement of its customer whose period (cut at month end)
      *    covers it and whose product group, if any, it belongs to.
       2000-ACCUMULATE-ONE-SALE.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SHS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SALES-READ
                   MOVE ZERO TO WS-SALE-DATE
                   IF SHS-ORDER-DATE(1:4) NUMERIC
                           AND SHS-ORDER-DATE(6:2) NUMERIC
                           AND SHS-ORDER-DATE(9:2) NUMERIC
                       MOVE SHS-ORDER-DATE(1:4) TO WS-SALE-YEAR
                       MOVE SHS-ORDER-DATE(6:2) TO WS-SALE-MONTH
                       MOVE SHS-ORDER-DATE(9:2) TO WS-SALE-DAY
                   END-IF
                   MOVE 'N' TO WS-GROUP-LOOKED-FLAG
                   IF WS-SALE-DATE > ZERO
                       PERFORM 2100-QUALIFY-FOR-AGREEMENT
                           VARYING WS-AGT-IDX FROM 1 BY 1
                           UNTIL WS-AGT-IDX > WS-AGT-COUNT
                   END-IF
           END-READ.

       2100-QUALIFY-FOR-AGREEMENT.
           MOVE WS-AGT-TO(WS-AGT-IDX) TO WS-COUNT-TO
           IF WS-COUNT-TO > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-COUNT-TO
           END-IF
           IF WS-AGT-CUSTOMER(WS-AGT-IDX) = SHS-CUSTOMER-ID
                   AND WS-SALE-DATE >= WS-AGT-FROM(WS-AGT-IDX)
                   AND WS-SALE-DATE <= WS-COUNT-TO
               IF WS-AGT-GROUP(WS-AGT-IDX) = SPACES
                   ADD SHS-NET-AMOUNT TO WS-AGT-SALES(WS-AGT-IDX)
                   ADD 1 TO WS-SALES-QUALIFIED
               ELSE
                   IF NOT GROUP-LOOKED-UP
                       PERFORM 2110-FIND-PRODUCT-GROUP
                   END-IF
                   IF WS-SALE-GROUP = WS-AGT-GROUP(WS-AGT-IDX)
                       ADD SHS-NET-AMOUNT TO WS-AGT-SALES(WS-AGT-IDX)
                       ADD 1 TO WS-SALES-QUALIFIED
                   END-IF
               END-IF
           END-IF.

       2110-FIND-PRODUCT-GROUP.
           MOVE 'Y' TO WS-GROUP-LOOKED-FLAG
           MOVE SPACES TO WS-SALE-GROUP
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           IF WS-PGT-COUNT > 0
               SET WS-PGT-IDX TO 1
               SEARCH WS-PGT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PGT-PRODUCT(WS-PGT-IDX) = SHS-PRODUCT-CODE
                       MOVE WS-PGT-GROUP(WS-PGT-IDX) TO WS-SALE-GROUP
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT SLOT-FOUND AND PRODUCT-MASTER-OPEN
               MOVE SHS-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-GROUP-CODE TO WS-SALE-GROUP
               END-READ
               IF WS-PGT-COUNT < 5000
                   ADD 1 TO WS-PGT-COUNT
                   MOVE SHS-PRODUCT-CODE TO WS-PGT-PRODUCT(WS-PGT-COUNT)
                   MOVE WS-SALE-GROUP TO WS-PGT-GROUP(WS-PGT-COUNT)
               END-IF
           END-IF.

      *    Agreements already settled, or whose period has not begun,
      *    have nothing to post; a period that ended before this
      *    month and was never settled is settled now.
       3000-PROCESS-ONE-AGREEMENT.
           IF NOT AGT-SETTLED(WS-AGT-IDX)
               ADD 1 TO WS-AGREEMENTS-ACTIVE
               PERFORM 3100-DETERMINE-TIER
               IF NOT AGT-MONTH-POSTED(WS-AGT-IDX)
                   PERFORM 3200-POST-ACCRUAL
               END-IF
               IF WS-AGT-TO(WS-AGT-IDX) <= WS-MONTH-END
                   PERFORM 3300-SETTLE-AGREEMENT
               END-IF
               PERFORM 3500-WRITE-STATEMENT
           END-IF.

      *    The highest tier whose threshold the sales have reached;
      *    its percent applies to all qualifying sales.
       3100-DETERMINE-TIER.
           MOVE ZERO TO WS-AGT-REACHED(WS-AGT-IDX)
           PERFORM 3110-TEST-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5
           IF WS-AGT-REACHED(WS-AGT-IDX) > ZERO
               MOVE WS-AGT-REACHED(WS-AGT-IDX) TO WS-TIER-SUB
               COMPUTE WS-AGT-EARNED(WS-AGT-IDX) ROUNDED =
                   WS-AGT-SALES(WS-AGT-IDX)
                   * WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB) / 100
           ELSE
               MOVE ZERO TO WS-AGT-EARNED(WS-AGT-IDX)
           END-IF.

       3110-TEST-ONE-TIER.
           IF WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB) > ZERO
                   AND WS-AGT-SALES(WS-AGT-IDX)
                       >= WS-AGT-TIER-FROM(WS-AGT-IDX, WS-TIER-SUB)
               MOVE WS-TIER-SUB TO WS-AGT-REACHED(WS-AGT-IDX)
           END-IF.

      *    The month's accrual brings the books to the rebate earned
      *    so far; it is negative when sales have fallen back below a
      *    tier (net of returns in the history).
       3200-POST-ACCRUAL.
           COMPUTE WS-POST-AMOUNT = WS-AGT-EARNED(WS-AGT-IDX)
               - WS-AGT-ACCRUED(WS-AGT-IDX)
           MOVE WS-POST-AMOUNT TO WS-AGT-THIS-MONTH(WS-AGT-IDX)
           ADD WS-POST-AMOUNT TO WS-AGT-ACCRUED(WS-AGT-IDX)

           MOVE 'A' TO RBL-ENTRY-TYPE
           PERFORM 3400-WRITE-LEDGER-ENTRY

           IF WS-POST-AMOUNT NOT = ZERO
               MOVE SPACES TO WS-TRANSACTION-ID
               STRING 'RB' WS-AGT-ID(WS-AGT-IDX) WS-PERIOD-YYYYMM
                   DELIMITED BY SIZE INTO WS-TRANSACTION-ID
               END-STRING
               MOVE 'RB' TO WS-JV-TYPE
               IF WS-POST-AMOUNT > ZERO
                   MOVE WS-POST-AMOUNT TO WS-JV-AMOUNT
                   MOVE WS-REBATE-EXPENSE-GL TO WS-JV-DEBIT-GL
                   MOVE WS-REBATE-ACCRUAL-GL TO WS-JV-CREDIT-GL
               ELSE
                   COMPUTE WS-JV-AMOUNT = ZERO - WS-POST-AMOUNT
                   MOVE WS-REBATE-ACCRUAL-GL TO WS-JV-DEBIT-GL
                   MOVE WS-REBATE-EXPENSE-GL TO WS-JV-CREDIT-GL
               END-IF
               PERFORM 3900-WRITE-VOUCHER
               ADD 1 TO WS-ACCRUALS-POSTED
               ADD WS-POST-AMOUNT TO WS-ACCRUAL-TOTAL
           END-IF.

      *    Settlement pays out what is accrued: a credit memo to the
      *    customer and the accrual cleared to receivables.
       3300-SETTLE-AGREEMENT.
           IF WS-AGT-ACCRUED(WS-AGT-IDX) > ZERO
               MOVE WS-AGT-ACCRUED(WS-AGT-IDX)
                   TO WS-AGT-SETTLED-AMT(WS-AGT-IDX)
           ELSE
               MOVE ZERO TO WS-AGT-SETTLED-AMT(WS-AGT-IDX)
           END-IF
           MOVE WS-AGT-SETTLED-AMT(WS-AGT-IDX) TO WS-POST-AMOUNT
           MOVE 'N' TO WS-AGT-SETTLE-FLAG(WS-AGT-IDX)

           MOVE 'S' TO RBL-ENTRY-TYPE
           PERFORM 3400-WRITE-LEDGER-ENTRY
           ADD 1 TO WS-SETTLEMENTS

           IF WS-POST-AMOUNT > ZERO
               MOVE SPACES TO CREDIT-MEMO-RECORD
               MOVE WS-AGT-CUSTOMER(WS-AGT-IDX) TO CRM-CUSTOMER-ID
               STRING 'RB' WS-AGT-ID(WS-AGT-IDX)
                   DELIMITED BY SIZE INTO CRM-ORDER-ID
               END-STRING
               MOVE WS-POST-AMOUNT TO CRM-CREDIT-AMOUNT
               MOVE 'RB' TO CRM-REASON-CODE
               MOVE ZERO TO CRM-TAX-AMOUNT
               WRITE CREDIT-MEMO-RECORD

               MOVE SPACES TO WS-TRANSACTION-ID
               STRING 'RS' WS-AGT-ID(WS-AGT-IDX) WS-PERIOD-YYYYMM
                   DELIMITED BY SIZE INTO WS-TRANSACTION-ID
               END-STRING
               MOVE 'RS' TO WS-JV-TYPE
               MOVE WS-POST-AMOUNT TO WS-JV-AMOUNT
               MOVE WS-SETTLE-ACCRUAL-GL TO WS-JV-DEBIT-GL
               MOVE WS-AR-CONTROL-GL TO WS-JV-CREDIT-GL
               PERFORM 3900-WRITE-VOUCHER
               ADD WS-POST-AMOUNT TO WS-SETTLED-TOTAL
           END-IF.

       3400-WRITE-LEDGER-ENTRY.
           MOVE WS-RUN-DATE TO RBL-POST-DATE
           MOVE WS-PERIOD-YYYYMM TO RBL-MONTH
           MOVE WS-AGT-ID(WS-AGT-IDX) TO RBL-AGREEMENT-ID
           MOVE WS-AGT-CUSTOMER(WS-AGT-IDX) TO RBL-CUSTOMER-ID
           MOVE WS-AGT-SALES(WS-AGT-IDX) TO RBL-QUALIFYING-SALES
           MOVE WS-AGT-REACHED(WS-AGT-IDX) TO RBL-TIER
           IF WS-AGT-REACHED(WS-AGT-IDX) > ZERO
               MOVE WS-AGT-REACHED(WS-AGT-IDX) TO WS-TIER-SUB
               MOVE WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB)
                   TO RBL-REBATE-PCT
           ELSE
               MOVE ZERO TO RBL-REBATE-PCT
           END-IF
           MOVE WS-POST-AMOUNT TO RBL-AMOUNT
           WRITE REBATE-LEDGER-RECORD.

       3500-WRITE-STATEMENT.
           ADD 1 TO WS-STATEMENTS
           PERFORM 3510-READ-CUSTOMER

           MOVE WS-PERIOD-YYYYMM TO WTL-MONTH
           MOVE WS-AGT-CUSTOMER(WS-AGT-IDX) TO WTL-CUSTOMER
           WRITE REBATE-STATEMENT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO WAD-TEXT
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY '  '
               INTO WAD-TEXT
           END-STRING
           WRITE REBATE-STATEMENT-RECORD FROM WS-ADDRESS-LINE
           MOVE CUST-STREET TO WAD-TEXT
           WRITE REBATE-STATEMENT-RECORD FROM WS-ADDRESS-LINE
           WRITE REBATE-STATEMENT-RECORD FROM WS-BLANK-LINE

           MOVE WS-AGT-ID(WS-AGT-IDX) TO WAG-ID
           IF WS-AGT-GROUP(WS-AGT-IDX) = SPACES
               MOVE 'ALL' TO WAG-GROUP
           ELSE
               MOVE WS-AGT-GROUP(WS-AGT-IDX) TO WAG-GROUP
           END-IF
           MOVE WS-AGT-FROM(WS-AGT-IDX) TO WAG-FROM
           MOVE WS-AGT-TO(WS-AGT-IDX) TO WAG-TO
           WRITE REBATE-STATEMENT-RECORD FROM WS-AGREEMENT-LINE

           PERFORM 3520-WRITE-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5
           WRITE REBATE-STATEMENT-RECORD FROM WS-BLANK-LINE

           MOVE 'QUALIFYING NET SALES TO DATE' TO WAM-LABEL
           MOVE WS-AGT-SALES(WS-AGT-IDX) TO WAM-AMOUNT
           MOVE SPACES TO WAM-NOTE
           WRITE REBATE-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'REBATE EARNED TO DATE' TO WAM-LABEL
           MOVE WS-AGT-EARNED(WS-AGT-IDX) TO WAM-AMOUNT
           WRITE REBATE-STATEMENT-RECORD FROM WS-AMOUNT-LINE

           PERFORM 3530-WRITE-NEXT-TIER

           IF AGT-SETTLED-NOW(WS-AGT-IDX)
               MOVE 'SETTLED BY CREDIT MEMO' TO WAM-LABEL
               MOVE WS-AGT-SETTLED-AMT(WS-AGT-IDX) TO WAM-AMOUNT
               MOVE 'APPLIED TO YOUR ACCOUNT' TO WAM-NOTE
               WRITE REBATE-STATEMENT-RECORD FROM WS-AMOUNT-LINE
           END-IF
           WRITE REBATE-STATEMENT-RECORD FROM WS-BLANK-LINE
           WRITE REBATE-STATEMENT-RECORD FROM WS-BLANK-LINE.

       3510-READ-CUSTOMER.
           MOVE SPACES TO CUST-FIRST-NAME
                          CUST-LAST-NAME
                          CUST-STREET
           IF (WS-CST-STATUS = '00' OR WS-CST-STATUS = '23')
                   AND WS-AGT-CUSTOMER(WS-AGT-IDX) NUMERIC
               MOVE WS-AGT-CUSTOMER(WS-AGT-IDX) TO WS-CUST-ID-NUM
               MOVE WS-CUST-ID-NUM TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       3520-WRITE-ONE-TIER.
           IF WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB) > ZERO
               MOVE WS-TIER-SUB TO WTI-TIER
               MOVE WS-AGT-TIER-FROM(WS-AGT-IDX, WS-TIER-SUB)
                   TO WTI-FROM
               MOVE WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB) TO WTI-PCT
               IF WS-TIER-SUB = WS-AGT-REACHED(WS-AGT-IDX)
                   MOVE '<-- REACHED' TO WTI-MARK
               ELSE
                   MOVE SPACES TO WTI-MARK
               END-IF
               WRITE REBATE-STATEMENT-RECORD FROM WS-TIER-LINE
           END-IF.

      *    The next tier is the first one above the tier reached.
       3530-WRITE-NEXT-TIER.
           MOVE ZERO TO WS-NEXT-TIER
           PERFORM 3540-FIND-NEXT-TIER
               VARYING WS-TIER-SUB FROM 5 BY -1
               UNTIL WS-TIER-SUB < 1
                  OR WS-TIER-SUB = WS-AGT-REACHED(WS-AGT-IDX)
           IF WS-NEXT-TIER = ZERO
               MOVE 'TOP TIER REACHED' TO WAM-LABEL
               MOVE ZERO TO WAM-AMOUNT
               MOVE SPACES TO WAM-NOTE
           ELSE
               COMPUTE WS-SALES-TO-GO =
                   WS-AGT-TIER-FROM(WS-AGT-IDX, WS-NEXT-TIER)
                   - WS-AGT-SALES(WS-AGT-IDX)
               MOVE 'SALES STILL NEEDED FOR NEXT TIER' TO WAM-LABEL
               MOVE WS-SALES-TO-GO TO WAM-AMOUNT
               MOVE SPACES TO WAM-NOTE
               STRING 'TIER ' WS-NEXT-TIER ' PAYS '
                   WS-AGT-TIER-PCT(WS-AGT-IDX, WS-NEXT-TIER)(1:2)
                   '.'
                   WS-AGT-TIER-PCT(WS-AGT-IDX, WS-NEXT-TIER)(3:2)
                   '% ON ALL QUALIFYING SALES'
                   DELIMITED BY SIZE INTO WAM-NOTE
               END-STRING
           END-IF
           WRITE REBATE-STATEMENT-RECORD FROM WS-AMOUNT-LINE.

       3540-FIND-NEXT-TIER.
           IF WS-AGT-TIER-PCT(WS-AGT-IDX, WS-TIER-SUB) > ZERO
               MOVE WS-TIER-SUB TO WS-NEXT-TIER
           END-IF.

      *    One voucher, a debit and a credit line.
       3900-WRITE-VOUCHER.
           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE SPACES TO REBATE-JOURNAL-RECORD
           MOVE 'D' TO RBJ-RECORD-TYPE
           MOVE WS-RUN-DATE TO RBJ-RUN-DATE
           MOVE WS-VOUCHER-NUMBER TO RBJ-VOUCHER-NUMBER
           MOVE WS-TRANSACTION-ID TO RBJ-SOURCE-TRAN-ID
           MOVE WS-JV-TYPE TO RBJ-SOURCE-TYPE
           MOVE WS-JV-AMOUNT TO RBJ-AMOUNT

           MOVE WS-JV-DEBIT-GL TO RBJ-GL-ACCOUNT
           MOVE 'D' TO RBJ-DC-INDICATOR
           WRITE REBATE-JOURNAL-RECORD

           MOVE WS-JV-CREDIT-GL TO RBJ-GL-ACCOUNT
           MOVE 'C' TO RBJ-DC-INDICATOR
           WRITE REBATE-JOURNAL-RECORD.

       4000-FINALIZE.
           IF WS-RBA-STATUS = '00' OR WS-RBA-STATUS = '10'
               CLOSE REBATE-AGREEMENT-FILE
           END-IF.
           IF WS-SHS-STATUS = '00' OR WS-SHS-STATUS = '10'
               CLOSE SALES-HISTORY-FILE
           END-IF.
           IF WS-COA-STATUS = '00' OR WS-COA-STATUS = '10'
               CLOSE COA-MAPPING-FILE
           END-IF.
           IF PRODUCT-MASTER-OPEN
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           IF WS-CST-STATUS = '00' OR WS-CST-STATUS = '23'
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REBATE-LEDGER-FILE
                 CREDIT-MEMO-FILE
                 REBATE-JOURNAL-FILE
                 REBATE-STATEMENT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'VOLUME REBATE STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Agreements Read:    ' WS-AGREEMENTS-READ.
           DISPLAY 'Agreements Open:    ' WS-AGREEMENTS-ACTIVE.
           DISPLAY 'Sales Read:         ' WS-SALES-READ.
           DISPLAY 'Sales Qualifying:   ' WS-SALES-QUALIFIED.
           DISPLAY 'Accruals Posted:    ' WS-ACCRUALS-POSTED.
           DISPLAY 'Accrual Total:      ' WS-ACCRUAL-TOTAL.
           DISPLAY 'Settlements:        ' WS-SETTLEMENTS.
           DISPLAY 'Settled Total:      ' WS-SETTLED-TOTAL.
           DISPLAY 'Statements:         ' WS-STATEMENTS.
           DISPLAY '======================================'.

      *   past due                                                    *
      * - The rewritten open-items file is what ORDER-PROCESSOR reads *
      *   next run to compute real open exposure per customer         *
      * - Sales tax per invoice line by ship-to jurisdiction (state / *
      *   county / city rates on the customer's state and ZIP from    *
      *   CUSTFILE), product taxability (PROD-TAX-CODE) and customer  *
      *   exemption certificates valid on the invoice date; the tax   *
      *   rides in the open item as ARO-TAX-AMOUNT and every line is  *
      *   logged to sales-tax-detail.dat for SALES-TAX-REPORT         *
      * - Credit memos give back the tax RMA-PROCESSOR computed for   *
      *   the returned goods                                          *
      * - Freight billed by FULFILLMENT is added to the invoice (not  *
      *   taxed) and carried in the open item as ARO-FREIGHT-AMOUNT   *
      * - Payments come from LOCKBOX-INTAKE; a short payment settles  *
      *   its invoice and the shortfall is raised as a 'DED'          *
      *   deduction item due today                                    *
      * - Every invoice, credit memo, payment and deduction transfer  *
      *   is logged to ar-activity.dat for the monthly customer       *
      *   statements (AR-STATEMENT)                                   *
      * - Each invoice is credited to a sales rep (the order's, else  *
      *   the customer's CUST-SALES-REP) and the product's group; the *
      *   pair rides on the open item and on every activity row, so   *
      *   COMMISSION-CALC can pay on invoiced and collected amounts   *
      *   and claw back on returns (RMA credit memos take the rep and *
      *   group of an invoice still open on the same order)           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.

      *    Ship-to location and taxability for the tax on each line.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

      *    Combined state / county / city rates by state and ZIP
      *    range; the narrowest range holding the ZIP applies.
           SELECT TAX-JURISDICTION-FILE
               ASSIGN TO 'tax-jurisdictions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXJ-STATUS.

      *    Customer exemption certificates (resale, non-profit...),
      *    each valid up to its expiry date.
           SELECT TAX-EXEMPTION-FILE
               ASSIGN TO 'tax-exemptions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXE-STATUS.

      *    Every taxed or exempted line, appended run after run: the
      *    base of the monthly liability report and of the tax a
      *    return gives back.
           SELECT SALES-TAX-DETAIL-FILE
               ASSIGN TO 'sales-tax-detail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-STATUS.

      *    Customer account activity, appended run after run:
      *    the movements shown on AR-STATEMENT's monthly statements.
           SELECT AR-ACTIVITY-FILE
               ASSIGN TO 'ar-activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT NEW-AR-OPEN-FILE
               ASSIGN TO 'ar-open-items-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
      *    Dunning escalation level (0-3), advanced by DUNNING as the
      *    item ages past the configured thresholds.
           05  ARO-DUNNING-LEVEL    PIC 9(1).
      *    Sales tax billed on the item (negative on a credit memo),
      *    already included in ARO-AMOUNT-OPEN; zero on items from
      *    before tax was charged.
           05  ARO-TAX-AMOUNT       PIC S9(7)V99.
      *    Freight billed on the item (FULFILLMENT's charge), also
      *    included in ARO-AMOUNT-OPEN.
           05  ARO-FREIGHT-AMOUNT   PIC S9(5)V99.
      *    Sales rep and product group the item's commission is
      *    credited to; blank on items that earn none.
           05  ARO-SALES-REP        PIC X(6).
           05  ARO-GROUP-CODE       PIC X(4).

      *    Same layout as written by FULFILLMENT (one record per
      *    confirmed shipment, prorated for partials).
           05  AOR-CUSTOMER-ID      PIC X(8).
           05  AOR-ORDER-DATE       PIC X(10).
           05  AOR-NET-AMOUNT       PIC 9(9)V99.
           05  AOR-LINE-NUMBER      PIC 9(3).
           05  AOR-PRODUCT-CODE     PIC X(6).
           05  AOR-FREIGHT-AMOUNT   PIC 9(5)V99.
      *    Sales rep named on the order; blank = the customer's rep.
           05  AOR-SALES-REP        PIC X(6).

      *    Same layout as written by RMA-PROCESSOR.
       FD  CREDIT-MEMO-FILE.
           05  CRM-ORDER-ID         PIC X(10).
           05  CRM-CREDIT-AMOUNT    PIC 9(9)V99.
           05  CRM-REASON-CODE      PIC X(2).
           05  CRM-TAX-AMOUNT       PIC 9(7)V99.
           05  CRM-TAX-JURISDICTION PIC X(10).
           05  FILLER               PIC X(5).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PAY-CUSTOMER-ID      PIC X(8).
           05  PAY-AMOUNT           PIC 9(9)V99.
           05  FILLER               PIC X(9).
      *    Shortfall of a short payment, raised as its own item.
           05  PAY-DEDUCTION-AMOUNT PIC 9(9)V99.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

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
               88  PROD-NOT-TAXABLE VALUE 'N'.
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

      *    Rates are percentages (06.250 = 6.25%).
       FD  TAX-JURISDICTION-FILE.
       01  TAX-JURISDICTION-RECORD.
           05  TXJ-JURISDICTION     PIC X(10).
           05  TXJ-STATE            PIC X(2).
           05  TXJ-ZIP-LOW          PIC 9(5).
           05  TXJ-ZIP-HIGH         PIC 9(5).
           05  TXJ-STATE-RATE       PIC 99V999.
           05  TXJ-COUNTY-RATE      PIC 99V999.
           05  TXJ-CITY-RATE        PIC 99V999.
           05  TXJ-NAME             PIC X(30).
           05  FILLER               PIC X(5).

      *    A blank state covers the customer in every state.
       FD  TAX-EXEMPTION-FILE.
       01  TAX-EXEMPTION-RECORD.
           05  TXE-CUSTOMER-ID      PIC X(8).
           05  TXE-STATE            PIC X(2).
           05  TXE-CERTIFICATE      PIC X(15).
           05  TXE-EXPIRY-DATE      PIC 9(8).
           05  FILLER               PIC X(7).

      *    Read by RMA-PROCESSOR and SALES-TAX-REPORT. Amounts are
      *    negative on a credit ('C') row. Exempt reason: 'P' product
      *    not taxable, 'C' exemption certificate, 'J' no
      *    jurisdiction found for the ship-to.
       FD  SALES-TAX-DETAIL-FILE.
       01  SALES-TAX-DETAIL-RECORD.
           05  TXD-RECORD-TYPE      PIC X(1).
               88  TXD-INVOICE-LINE VALUE 'I'.
               88  TXD-CREDIT-LINE  VALUE 'C'.
           05  TXD-POST-DATE        PIC 9(8).
           05  TXD-INVOICE-NUMBER   PIC 9(8).
           05  TXD-CUSTOMER-ID      PIC X(8).
           05  TXD-ORDER-ID         PIC X(10).
           05  TXD-LINE-NUMBER      PIC 9(3).
           05  TXD-JURISDICTION     PIC X(10).
           05  TXD-STATE            PIC X(2).
           05  TXD-TAXABLE-AMOUNT   PIC S9(9)V99.
           05  TXD-EXEMPT-AMOUNT    PIC S9(9)V99.
           05  TXD-STATE-TAX        PIC S9(7)V99.
           05  TXD-COUNTY-TAX       PIC S9(7)V99.
           05  TXD-CITY-TAX         PIC S9(7)V99.
           05  TXD-EXEMPT-REASON    PIC X(1).
           05  FILLER               PIC X(8).

      *    Same layout as written by DUNNING and AR-WRITEOFF and
      *    read by AR-STATEMENT. The amount is the signed effect on
      *    the customer's balance.
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  ACT-DATE             PIC 9(8).
           05  ACT-CUSTOMER-ID      PIC X(8).
      *    INV invoice, CRM credit memo, PAY payment, DTR deduction
      *    transferred off its invoice, DED deduction item raised,
      *    FIN finance charge, WO  write-off.
           05  ACT-TYPE             PIC X(3).
           05  ACT-INVOICE-NUMBER   PIC 9(8).
           05  ACT-ORDER-ID         PIC X(10).
           05  ACT-AMOUNT           PIC S9(9)V99.
      *    Commission credit of the item moved (blank = none).
           05  ACT-SALES-REP        PIC X(6).
           05  ACT-GROUP-CODE       PIC X(4).
           05  FILLER               PIC X(2).

       FD  NEW-AR-OPEN-FILE.
       01  NEW-AR-OPEN-RECORD       PIC X(83).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD      PIC X(110).
           05  WS-ARN-STATUS        PIC XX.
           05  WS-AGE-STATUS        PIC XX.
           05  WS-CRM-STATUS        PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-PRD-STATUS        PIC XX.
           05  WS-TXJ-STATUS        PIC XX.
           05  WS-TXE-STATUS        PIC XX.
           05  WS-TXD-STATUS        PIC XX.
           05  WS-ACT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-ARO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  AGE-CUST-FOUND   VALUE 'Y'.
           05  WS-CRM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  CRM-EOF          VALUE 'Y'.
           05  WS-TXJ-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  TXJ-EOF          VALUE 'Y'.
           05  WS-TXE-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  TXE-EOF          VALUE 'Y'.
           05  WS-CUST-OK-FLAG      PIC X(1) VALUE 'N'.
               88  CUST-LOCATED     VALUE 'Y'.
           05  WS-TAXABLE-FLAG      PIC X(1) VALUE 'Y'.
               88  PRODUCT-TAXABLE  VALUE 'Y'.
           05  WS-CERT-FLAG         PIC X(1) VALUE 'N'.
               88  CERT-VALID       VALUE 'Y'.
               88  CERT-EXPIRED     VALUE 'X'.
           05  WS-JUR-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  JUR-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEMS-CARRIED     PIC 9(7) VALUE 0.
           05  WS-MEMOS-RAISED      PIC 9(7) VALUE 0.
           05  WS-MEMOS-OFFSET      PIC 9(7) VALUE 0.
           05  WS-OFFSET-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-LINES-TAXED       PIC 9(7) VALUE 0.
           05  WS-LINES-EXEMPT      PIC 9(7) VALUE 0.
           05  WS-LINES-NO-JURIS    PIC 9(7) VALUE 0.
           05  WS-EXPIRED-CERTS     PIC 9(7) VALUE 0.
           05  WS-TAX-BILLED-TOTAL  PIC 9(11)V99 VALUE 0.
           05  WS-TAX-CREDIT-TOTAL  PIC 9(11)V99 VALUE 0.
           05  WS-FREIGHT-BILLED-TOTAL PIC 9(11)V99 VALUE 0.
           05  WS-DEDUCTIONS-RAISED PIC 9(5) VALUE 0.
           05  WS-DEDUCTION-TOTAL   PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3 VALUE 0.
               10  WS-OIT-TERMS     PIC X(3).
               10  WS-OIT-AMOUNT    PIC S9(9)V99 COMP-3.
               10  WS-OIT-DUN-LEVEL PIC 9(1).
               10  WS-OIT-TAX       PIC S9(7)V99 COMP-3.
               10  WS-OIT-FREIGHT   PIC S9(5)V99 COMP-3.
               10  WS-OIT-SALES-REP PIC X(6).
               10  WS-OIT-GROUP     PIC X(4).

      *    Aging buckets per customer.
       01  WS-AGING-TABLE.
               10  WS-AGT-OVER-60   PIC 9(11)V99 COMP-3.
               10  WS-AGT-OVER-90   PIC 9(11)V99 COMP-3.

       01  WS-JURISDICTION-TABLE.
           05  WS-JUR-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-JUR-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-JUR-COUNT
                   INDEXED BY WS-JUR-IDX.
               10  WS-JUR-CODE      PIC X(10).
               10  WS-JUR-STATE     PIC X(2).
               10  WS-JUR-ZIP-LOW   PIC 9(5).
               10  WS-JUR-ZIP-HIGH  PIC 9(5).
               10  WS-JUR-STATE-RATE  PIC 99V999 COMP-3.
               10  WS-JUR-COUNTY-RATE PIC 99V999 COMP-3.
               10  WS-JUR-CITY-RATE   PIC 99V999 COMP-3.

       01  WS-EXEMPTION-TABLE.
           05  WS-EXC-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-EXC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EXC-COUNT
                   INDEXED BY WS-EXC-IDX.
               10  WS-EXC-CUSTOMER  PIC X(8).
               10  WS-EXC-STATE     PIC X(2).
               10  WS-EXC-EXPIRY    PIC 9(8).

       01  WS-TAX-WORK.
           05  WS-CUST-ID-NUM       PIC 9(10) VALUE 0.
           05  WS-SHIP-STATE        PIC X(2) VALUE SPACES.
           05  WS-SHIP-ZIP          PIC 9(5) VALUE 0.
           05  WS-JUR-SCAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-JUR-BEST          PIC 9(5) COMP-3 VALUE 0.
           05  WS-JUR-SPAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-JUR-BEST-SPAN     PIC 9(6) COMP-3 VALUE 0.
           05  WS-EXC-SCAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-TAX-BASE          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TAX-STATE-AMT     PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-TAX-COUNTY-AMT    PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-TAX-CITY-AMT      PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-TAX-LINE-TOTAL    PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-TAX-TOTAL-RATE    PIC 9(3)V999 COMP-3 VALUE 0.
           05  WS-EXEMPT-REASON     PIC X(1) VALUE SPACE.
      *    Picked up from the same customer and product reads.
           05  WS-CUST-SALES-REP    PIC X(6) VALUE SPACES.
           05  WS-PROD-GROUP        PIC X(4) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-DAYS-PAST-DUE     PIC S9(5) COMP-3 VALUE 0.
           05  WS-MEMO-SLOT         PIC 9(5) COMP-3 VALUE 0.
           05  WS-OFFSET-SCAN       PIC 9(5) COMP-3 VALUE 0.
           05  WS-ACT-SLOT          PIC 9(5) COMP-3 VALUE 0.
           05  WS-OFFSET-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-AGING-LINE.
               MOVE 'Y' TO WS-CRM-EOF-FLAG
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE UNAVAILABLE (' WS-CST-STATUS
                   ') - NO SHIP-TO, INVOICES CARRY NO TAX'
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRD-STATUS NOT = '00'
               DISPLAY 'PRODUCT MASTER UNAVAILABLE (' WS-PRD-STATUS
                   ') - EVERY LINE TREATED AS TAXABLE'
           END-IF.

           OPEN EXTEND SALES-TAX-DETAIL-FILE.
           IF WS-TXD-STATUS NOT = '00'
               OPEN OUTPUT SALES-TAX-DETAIL-FILE
           END-IF.

           OPEN EXTEND AR-ACTIVITY-FILE.
           IF WS-ACT-STATUS NOT = '00'
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF.

           PERFORM 1100-LOAD-JURISDICTIONS.
           PERFORM 1200-LOAD-EXEMPTIONS.

      *    Invoice numbering continues from the highest carried
      *    number; the scan below raises it as items load.
           MOVE 1 TO WS-NEXT-INVOICE-NUMBER.

       1100-LOAD-JURISDICTIONS.
           OPEN INPUT TAX-JURISDICTION-FILE.
           IF WS-TXJ-STATUS NOT = '00'
               DISPLAY 'TAX JURISDICTION FILE NOT FOUND - INVOICES '
                   'CARRY NO TAX'
               MOVE 'Y' TO WS-TXJ-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-JURISDICTION
               UNTIL TXJ-EOF.

           IF WS-TXJ-STATUS = '00' OR WS-TXJ-STATUS = '10'
               CLOSE TAX-JURISDICTION-FILE
           END-IF.

       1110-LOAD-ONE-JURISDICTION.
           IF NOT TXJ-EOF
               READ TAX-JURISDICTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TXJ-EOF-FLAG
                   NOT AT END
                       IF WS-JUR-COUNT < 3000
                           ADD 1 TO WS-JUR-COUNT
                           MOVE TXJ-JURISDICTION
                               TO WS-JUR-CODE(WS-JUR-COUNT)
                           MOVE TXJ-STATE TO WS-JUR-STATE(WS-JUR-COUNT)
                           MOVE TXJ-ZIP-LOW
                               TO WS-JUR-ZIP-LOW(WS-JUR-COUNT)
                           MOVE TXJ-ZIP-HIGH
                               TO WS-JUR-ZIP-HIGH(WS-JUR-COUNT)
                           MOVE TXJ-STATE-RATE
                               TO WS-JUR-STATE-RATE(WS-JUR-COUNT)
                           MOVE TXJ-COUNTY-RATE
                               TO WS-JUR-COUNTY-RATE(WS-JUR-COUNT)
                           MOVE TXJ-CITY-RATE
                               TO WS-JUR-CITY-RATE(WS-JUR-COUNT)
                       ELSE
                           DISPLAY 'JURISDICTION TABLE FULL - '
                               'IGNORED: ' TXJ-JURISDICTION
                       END-IF
               END-READ
           END-IF.

       1200-LOAD-EXEMPTIONS.
           OPEN INPUT TAX-EXEMPTION-FILE.
           IF WS-TXE-STATUS NOT = '00'
               DISPLAY 'NO TAX EXEMPTION CERTIFICATES ON FILE'
               MOVE 'Y' TO WS-TXE-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-EXEMPTION
               UNTIL TXE-EOF.

           IF WS-TXE-STATUS = '00' OR WS-TXE-STATUS = '10'
               CLOSE TAX-EXEMPTION-FILE
           END-IF.

       1210-LOAD-ONE-EXEMPTION.
           IF NOT TXE-EOF
               READ TAX-EXEMPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TXE-EOF-FLAG
                   NOT AT END
                       IF WS-EXC-COUNT < 2000
                           ADD 1 TO WS-EXC-COUNT
                           MOVE TXE-CUSTOMER-ID
                               TO WS-EXC-CUSTOMER(WS-EXC-COUNT)
                           MOVE TXE-STATE TO WS-EXC-STATE(WS-EXC-COUNT)
                           IF TXE-EXPIRY-DATE NUMERIC
                               MOVE TXE-EXPIRY-DATE
                                   TO WS-EXC-EXPIRY(WS-EXC-COUNT)
                           ELSE
                               MOVE ZERO TO WS-EXC-EXPIRY(WS-EXC-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'EXEMPTION TABLE FULL - IGNORED: '
                               TXE-CERTIFICATE
                       END-IF
               END-READ
           END-IF.

       2000-LOAD-CARRIED-ITEMS.
           READ AR-OPEN-FILE
               AT END MOVE 'Y' TO WS-ARO-EOF-FLAG
                           MOVE ZERO
                               TO WS-OIT-DUN-LEVEL(WS-OIT-COUNT)
                       END-IF
                       IF ARO-TAX-AMOUNT NUMERIC
                           MOVE ARO-TAX-AMOUNT
                               TO WS-OIT-TAX(WS-OIT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-OIT-TAX(WS-OIT-COUNT)
                       END-IF
                       IF ARO-FREIGHT-AMOUNT NUMERIC
                           MOVE ARO-FREIGHT-AMOUNT
                               TO WS-OIT-FREIGHT(WS-OIT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-OIT-FREIGHT(WS-OIT-COUNT)
                       END-IF
                       MOVE ARO-SALES-REP
                           TO WS-OIT-SALES-REP(WS-OIT-COUNT)
                       MOVE ARO-GROUP-CODE
                           TO WS-OIT-GROUP(WS-OIT-COUNT)
                       ADD 1 TO WS-ITEMS-CARRIED
                       IF ARO-INVOICE-NUMBER
                               >= WS-NEXT-INVOICE-NUMBER
                       MOVE AOR-NET-AMOUNT
                           TO WS-OIT-AMOUNT(WS-OIT-COUNT)
                       MOVE ZERO TO WS-OIT-DUN-LEVEL(WS-OIT-COUNT)
                       PERFORM 2510-TAX-INVOICE-LINE
                       ADD WS-TAX-LINE-TOTAL
                           TO WS-OIT-AMOUNT(WS-OIT-COUNT)
                       MOVE WS-TAX-LINE-TOTAL
                           TO WS-OIT-TAX(WS-OIT-COUNT)
      *                Freight is billed after tax: it is not taxed.
                       IF AOR-FREIGHT-AMOUNT NUMERIC
                           MOVE AOR-FREIGHT-AMOUNT
                               TO WS-OIT-FREIGHT(WS-OIT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-OIT-FREIGHT(WS-OIT-COUNT)
                       END-IF
                       ADD WS-OIT-FREIGHT(WS-OIT-COUNT)
                           TO WS-OIT-AMOUNT(WS-OIT-COUNT)
                           WS-FREIGHT-BILLED-TOTAL
                       IF AOR-SALES-REP NOT = SPACES
                           MOVE AOR-SALES-REP
                               TO WS-OIT-SALES-REP(WS-OIT-COUNT)
                       ELSE
                           MOVE WS-CUST-SALES-REP
                               TO WS-OIT-SALES-REP(WS-OIT-COUNT)
                       END-IF
                       MOVE WS-PROD-GROUP TO WS-OIT-GROUP(WS-OIT-COUNT)
                       ADD 1 TO WS-INVOICES-RAISED
                       MOVE WS-OIT-COUNT TO WS-ACT-SLOT
                       MOVE 'INV' TO ACT-TYPE
                       MOVE WS-OIT-AMOUNT(WS-OIT-COUNT) TO ACT-AMOUNT
                       PERFORM 2590-LOG-ACTIVITY
                   ELSE
                       DISPLAY 'OPEN-ITEM TABLE FULL - ORDER NOT '
                           'INVOICED: ' AOR-ORDER-ID
                   END-IF
           END-READ.

      *    Type and amount are set by the caller; the rest comes
      *    from the open item in WS-ACT-SLOT.
       2590-LOG-ACTIVITY.
           MOVE WS-RUN-DATE TO ACT-DATE
           MOVE WS-OIT-CUSTOMER(WS-ACT-SLOT) TO ACT-CUSTOMER-ID
           MOVE WS-OIT-INVOICE(WS-ACT-SLOT) TO ACT-INVOICE-NUMBER
           MOVE WS-OIT-ORDER-ID(WS-ACT-SLOT) TO ACT-ORDER-ID
           MOVE WS-OIT-SALES-REP(WS-ACT-SLOT) TO ACT-SALES-REP
           MOVE WS-OIT-GROUP(WS-ACT-SLOT) TO ACT-GROUP-CODE
           WRITE AR-ACTIVITY-RECORD.

      *    The line is taxed where it ships (the customer's state and
      *    ZIP), unless the product is not taxable, no jurisdiction
      *    covers the ship-to, or the customer holds a certificate
      *    valid today. Each level is rounded on its own.
       2510-TAX-INVOICE-LINE.
           MOVE ZERO TO WS-TAX-STATE-AMT
                        WS-TAX-COUNTY-AMT
                        WS-TAX-CITY-AMT
                        WS-TAX-LINE-TOTAL
                        WS-JUR-BEST
           MOVE SPACE TO WS-EXEMPT-REASON
           MOVE 'N' TO WS-CERT-FLAG
           MOVE AOR-NET-AMOUNT TO WS-TAX-BASE

           PERFORM 2520-LOCATE-SHIP-TO
           IF CUST-LOCATED
               PERFORM 2530-FIND-JURISDICTION
           END-IF
           PERFORM 2550-CHECK-PRODUCT-TAXABLE

           EVALUATE TRUE
               WHEN NOT PRODUCT-TAXABLE
                   MOVE 'P' TO WS-EXEMPT-REASON
               WHEN WS-JUR-BEST = ZERO
                   MOVE 'J' TO WS-EXEMPT-REASON
                   ADD 1 TO WS-LINES-NO-JURIS
                   DISPLAY 'NO TAX JURISDICTION FOR CUSTOMER '
                       AOR-CUSTOMER-ID ' - ORDER ' AOR-ORDER-ID
                       ' NOT TAXED'
               WHEN OTHER
                   PERFORM 2540-CHECK-EXEMPTION
                   IF CERT-VALID
                       MOVE 'C' TO WS-EXEMPT-REASON
                   ELSE
                       IF CERT-EXPIRED
                           ADD 1 TO WS-EXPIRED-CERTS
                           DISPLAY 'EXEMPTION EXPIRED FOR CUSTOMER '
                               AOR-CUSTOMER-ID ' - ORDER '
                               AOR-ORDER-ID ' TAXED'
                       END-IF
                       COMPUTE WS-TAX-STATE-AMT ROUNDED =
                           WS-TAX-BASE
                           * WS-JUR-STATE-RATE(WS-JUR-BEST) / 100
                       COMPUTE WS-TAX-COUNTY-AMT ROUNDED =
                           WS-TAX-BASE
                           * WS-JUR-COUNTY-RATE(WS-JUR-BEST) / 100
                       COMPUTE WS-TAX-CITY-AMT ROUNDED =
                           WS-TAX-BASE
                           * WS-JUR-CITY-RATE(WS-JUR-BEST) / 100
                   END-IF
           END-EVALUATE

           COMPUTE WS-TAX-LINE-TOTAL = WS-TAX-STATE-AMT
               + WS-TAX-COUNTY-AMT + WS-TAX-CITY-AMT
           IF WS-EXEMPT-REASON = SPACE
               ADD 1 TO WS-LINES-TAXED
               ADD WS-TAX-LINE-TOTAL TO WS-TAX-BILLED-TOTAL
           ELSE
               ADD 1 TO WS-LINES-EXEMPT
           END-IF

           MOVE SPACES TO SALES-TAX-DETAIL-RECORD
           MOVE 'I' TO TXD-RECORD-TYPE
           MOVE WS-RUN-DATE TO TXD-POST-DATE
           MOVE WS-OIT-INVOICE(WS-OIT-COUNT) TO TXD-INVOICE-NUMBER
           MOVE AOR-CUSTOMER-ID TO TXD-CUSTOMER-ID
           MOVE AOR-ORDER-ID TO TXD-ORDER-ID
           IF AOR-LINE-NUMBER NUMERIC
               MOVE AOR-LINE-NUMBER TO TXD-LINE-NUMBER
           ELSE
               MOVE ZERO TO TXD-LINE-NUMBER
           END-IF
           IF WS-JUR-BEST > ZERO
               MOVE WS-JUR-CODE(WS-JUR-BEST) TO TXD-JURISDICTION
           END-IF
           MOVE WS-SHIP-STATE TO TXD-STATE
           IF WS-EXEMPT-REASON = SPACE
               MOVE WS-TAX-BASE TO TXD-TAXABLE-AMOUNT
               MOVE ZERO TO TXD-EXEMPT-AMOUNT
           ELSE
               MOVE ZERO TO TXD-TAXABLE-AMOUNT
               MOVE WS-TAX-BASE TO TXD-EXEMPT-AMOUNT
           END-IF
           MOVE WS-TAX-STATE-AMT TO TXD-STATE-TAX
           MOVE WS-TAX-COUNTY-AMT TO TXD-COUNTY-TAX
           MOVE WS-TAX-CITY-AMT TO TXD-CITY-TAX
           MOVE WS-EXEMPT-REASON TO TXD-EXEMPT-REASON
           WRITE SALES-TAX-DETAIL-RECORD.

       2520-LOCATE-SHIP-TO.
           MOVE 'N' TO WS-CUST-OK-FLAG
           MOVE SPACES TO WS-SHIP-STATE
                          WS-CUST-SALES-REP
           MOVE ZERO TO WS-SHIP-ZIP
           IF (WS-CST-STATUS = '00' OR WS-CST-STATUS = '23')
                   AND AOR-CUSTOMER-ID NUMERIC
               MOVE AOR-CUSTOMER-ID TO WS-CUST-ID-NUM
               MOVE WS-CUST-ID-NUM TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-SALES-REP TO WS-CUST-SALES-REP
                       IF CUST-ZIP NUMERIC
                           MOVE 'Y' TO WS-CUST-OK-FLAG
                           MOVE CUST-STATE TO WS-SHIP-STATE
                           MOVE CUST-ZIP TO WS-SHIP-ZIP
                       END-IF
               END-READ
           END-IF.

      *    A state-wide row (00000-99999) is the fallback; a county
      *    or city range inside it wins by being narrower.
       2530-FIND-JURISDICTION.
           MOVE ZERO TO WS-JUR-BEST
           MOVE 999999 TO WS-JUR-BEST-SPAN
           PERFORM 2535-TRY-ONE-JURISDICTION
               VARYING WS-JUR-SCAN FROM 1 BY 1
               UNTIL WS-JUR-SCAN > WS-JUR-COUNT.

       2535-TRY-ONE-JURISDICTION.
           IF WS-JUR-STATE(WS-JUR-SCAN) = WS-SHIP-STATE
                   AND WS-SHIP-ZIP >= WS-JUR-ZIP-LOW(WS-JUR-SCAN)
                   AND WS-SHIP-ZIP <= WS-JUR-ZIP-HIGH(WS-JUR-SCAN)
               COMPUTE WS-JUR-SPAN = WS-JUR-ZIP-HIGH(WS-JUR-SCAN)
                   - WS-JUR-ZIP-LOW(WS-JUR-SCAN)
               IF WS-JUR-SPAN < WS-JUR-BEST-SPAN
                   MOVE WS-JUR-SPAN TO WS-JUR-BEST-SPAN
                   MOVE WS-JUR-SCAN TO WS-JUR-BEST
               END-IF
           END-IF.

      *    Any certificate for the customer (this state or all
      *    states) still valid on the invoice date exempts the line;
      *    one that has lapsed is reported, and the line is taxed.
       2540-CHECK-EXEMPTION.
           MOVE 'N' TO WS-CERT-FLAG
           PERFORM 2545-TRY-ONE-CERTIFICATE
               VARYING WS-EXC-SCAN FROM 1 BY 1
               UNTIL WS-EXC-SCAN > WS-EXC-COUNT
                   OR CERT-VALID.

       2545-TRY-ONE-CERTIFICATE.
           IF WS-EXC-CUSTOMER(WS-EXC-SCAN) = AOR-CUSTOMER-ID
                   AND (WS-EXC-STATE(WS-EXC-SCAN) = WS-SHIP-STATE
                        OR WS-EXC-STATE(WS-EXC-SCAN) = SPACES)
               IF WS-EXC-EXPIRY(WS-EXC-SCAN) >= WS-RUN-DATE
                   MOVE 'Y' TO WS-CERT-FLAG
               ELSE
                   MOVE 'X' TO WS-CERT-FLAG
               END-IF
           END-IF.

      *    Older extracts carry no product: such lines are taxable.
       2550-CHECK-PRODUCT-TAXABLE.
           MOVE 'Y' TO WS-TAXABLE-FLAG
           MOVE SPACES TO WS-PROD-GROUP
           IF WS-PRD-STATUS = '00' OR WS-PRD-STATUS = '23'
               IF AOR-PRODUCT-CODE NOT = SPACES
                   MOVE AOR-PRODUCT-CODE TO PROD-CODE
                   READ PRODUCT-MASTER-FILE
                       KEY IS PROD-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROD-GROUP-CODE TO WS-PROD-GROUP
                           IF PROD-NOT-TAXABLE
                               MOVE 'N' TO WS-TAXABLE-FLAG
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    A credit memo enters the pool as a negative open item with
      *    its own invoice number, terms 'CRM', due immediately.
       2700-RAISE-CREDIT-MEMOS.
                       MOVE WS-RUN-DATE
                           TO WS-OIT-DUE-DATE(WS-OIT-COUNT)
                       MOVE 'CRM' TO WS-OIT-TERMS(WS-OIT-COUNT)
                       IF CRM-TAX-AMOUNT NUMERIC
                           MOVE CRM-TAX-AMOUNT TO WS-TAX-LINE-TOTAL
                       ELSE
                           MOVE ZERO TO WS-TAX-LINE-TOTAL
                       END-IF
                       COMPUTE WS-OIT-AMOUNT(WS-OIT-COUNT) =
                           ZERO - CRM-CREDIT-AMOUNT - WS-TAX-LINE-TOTAL
                       COMPUTE WS-OIT-TAX(WS-OIT-COUNT) =
                           ZERO - WS-TAX-LINE-TOTAL
                       MOVE ZERO TO WS-OIT-DUN-LEVEL(WS-OIT-COUNT)
                       MOVE ZERO TO WS-OIT-FREIGHT(WS-OIT-COUNT)
                       PERFORM 2720-CREDIT-MEMO-REP
                       ADD 1 TO WS-MEMOS-RAISED
                       MOVE WS-OIT-COUNT TO WS-ACT-SLOT
                       MOVE 'CRM' TO ACT-TYPE
                       MOVE WS-OIT-AMOUNT(WS-OIT-COUNT) TO ACT-AMOUNT
                       PERFORM 2590-LOG-ACTIVITY
                       ADD WS-TAX-LINE-TOTAL TO WS-TAX-CREDIT-TOTAL
                       IF CRM-TAX-JURISDICTION NOT = SPACES
                           PERFORM 2710-LOG-CREDIT-TAX
                       END-IF
                   ELSE
                       DISPLAY 'OPEN-ITEM TABLE FULL - MEMO NOT '
                           'RAISED: ' CRM-ORDER-ID
                   END-IF
           END-READ.

      *    A return claws back the commission paid on the goods: the
      *    memo takes the rep and group of an invoice on the same
      *    order still in the pool, else the customer's rep. Rebate
      *    settlements (reason 'RB') are no return and credit no one.
       2720-CREDIT-MEMO-REP.
           MOVE SPACES TO WS-OIT-SALES-REP(WS-OIT-COUNT)
                          WS-OIT-GROUP(WS-OIT-COUNT)
           IF CRM-REASON-CODE NOT = 'RB'
               SET WS-OIT-IDX TO 1
               SEARCH WS-OIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OIT-ORDER-ID(WS-OIT-IDX) = CRM-ORDER-ID
                           AND WS-OIT-TERMS(WS-OIT-IDX) NOT = 'CRM'
                           AND WS-OIT-SALES-REP(WS-OIT-IDX)
                               NOT = SPACES
                       MOVE WS-OIT-SALES-REP(WS-OIT-IDX)
                           TO WS-OIT-SALES-REP(WS-OIT-COUNT)
                       MOVE WS-OIT-GROUP(WS-OIT-IDX)
                           TO WS-OIT-GROUP(WS-OIT-COUNT)
               END-SEARCH
               IF WS-OIT-SALES-REP(WS-OIT-COUNT) = SPACES
                       AND CRM-CUSTOMER-ID NUMERIC
                       AND (WS-CST-STATUS = '00'
                            OR WS-CST-STATUS = '23')
                   MOVE CRM-CUSTOMER-ID TO WS-CUST-ID-NUM
                   MOVE WS-CUST-ID-NUM TO CUST-ID
                   READ CUSTOMER-FILE
                       KEY IS CUST-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-SALES-REP
                               TO WS-OIT-SALES-REP(WS-OIT-COUNT)
                   END-READ
               END-IF
           END-IF.

      *    The tax given back is split over the levels in the
      *    proportion of the jurisdiction's rates; the city takes the
      *    rounding.
       2710-LOG-CREDIT-TAX.
           MOVE ZERO TO WS-TAX-STATE-AMT
                        WS-TAX-COUNTY-AMT
                        WS-TAX-CITY-AMT
           MOVE SPACES TO WS-SHIP-STATE
           MOVE 'N' TO WS-JUR-FOUND-FLAG
           IF WS-JUR-COUNT > 0
               SET WS-JUR-IDX TO 1
               SEARCH WS-JUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JUR-CODE(WS-JUR-IDX) = CRM-TAX-JURISDICTION
                       MOVE 'Y' TO WS-JUR-FOUND-FLAG
                       MOVE WS-JUR-STATE(WS-JUR-IDX) TO WS-SHIP-STATE
                       COMPUTE WS-TAX-TOTAL-RATE =
                           WS-JUR-STATE-RATE(WS-JUR-IDX)
                           + WS-JUR-COUNTY-RATE(WS-JUR-IDX)
                           + WS-JUR-CITY-RATE(WS-JUR-IDX)
               END-SEARCH
           END-IF

           IF JUR-FOUND AND WS-TAX-TOTAL-RATE > ZERO
               COMPUTE WS-TAX-STATE-AMT ROUNDED = WS-TAX-LINE-TOTAL
                   * WS-JUR-STATE-RATE(WS-JUR-IDX) / WS-TAX-TOTAL-RATE
               COMPUTE WS-TAX-COUNTY-AMT ROUNDED = WS-TAX-LINE-TOTAL
                   * WS-JUR-COUNTY-RATE(WS-JUR-IDX)
                   / WS-TAX-TOTAL-RATE
               COMPUTE WS-TAX-CITY-AMT = WS-TAX-LINE-TOTAL
                   - WS-TAX-STATE-AMT - WS-TAX-COUNTY-AMT
           ELSE
               MOVE WS-TAX-LINE-TOTAL TO WS-TAX-STATE-AMT
           END-IF

           MOVE SPACES TO SALES-TAX-DETAIL-RECORD
           MOVE 'C' TO TXD-RECORD-TYPE
           MOVE WS-RUN-DATE TO TXD-POST-DATE
           MOVE WS-OIT-INVOICE(WS-OIT-COUNT) TO TXD-INVOICE-NUMBER
           MOVE CRM-CUSTOMER-ID TO TXD-CUSTOMER-ID
           MOVE CRM-ORDER-ID TO TXD-ORDER-ID
           MOVE ZERO TO TXD-LINE-NUMBER
           MOVE CRM-TAX-JURISDICTION TO TXD-JURISDICTION
           MOVE WS-SHIP-STATE TO TXD-STATE
           IF WS-TAX-LINE-TOTAL > ZERO
               COMPUTE TXD-TAXABLE-AMOUNT = ZERO - CRM-CREDIT-AMOUNT
               MOVE ZERO TO TXD-EXEMPT-AMOUNT
           ELSE
               MOVE ZERO TO TXD-TAXABLE-AMOUNT
               COMPUTE TXD-EXEMPT-AMOUNT = ZERO - CRM-CREDIT-AMOUNT
           END-IF
           COMPUTE TXD-STATE-TAX = ZERO - WS-TAX-STATE-AMT
           COMPUTE TXD-COUNTY-TAX = ZERO - WS-TAX-COUNTY-AMT
           COMPUTE TXD-CITY-TAX = ZERO - WS-TAX-CITY-AMT
           WRITE SALES-TAX-DETAIL-RECORD.

       3000-APPLY-PAYMENTS.
           READ PAYMENT-FILE
               AT END MOVE 'Y' TO WS-PAY-EOF-FLAG
           ELSE
      *        Partial payments reduce the open amount; anything at
      *        or above the open amount settles the item.
      *        Only what was actually taken off the item reaches
      *        the customer's activity.
               SET WS-ACT-SLOT TO WS-OIT-IDX
               MOVE 'PAY' TO ACT-TYPE
               IF PAY-AMOUNT >= WS-OIT-AMOUNT(WS-OIT-IDX)
                   COMPUTE ACT-AMOUNT =
                       ZERO - WS-OIT-AMOUNT(WS-OIT-IDX)
                   MOVE ZERO TO WS-OIT-AMOUNT(WS-OIT-IDX)
               ELSE
                   COMPUTE ACT-AMOUNT = ZERO - PAY-AMOUNT
                   SUBTRACT PAY-AMOUNT FROM WS-OIT-AMOUNT(WS-OIT-IDX)
               END-IF
               IF ACT-AMOUNT NOT = ZERO
                   PERFORM 2590-LOG-ACTIVITY
               END-IF
               ADD 1 TO WS-PAYMENTS-APPLIED
               ADD PAY-AMOUNT TO WS-PAYMENT-TOTAL
               IF PAY-DEDUCTION-AMOUNT NUMERIC
                   IF PAY-DEDUCTION-AMOUNT > ZERO
                       PERFORM 3110-RAISE-DEDUCTION
                   END-IF
               END-IF
           END-IF.

      *    The invoice is closed and the shortfall lives on as its
      *    own item on the same order, so the invoice ages no further
      *    while collections research the deduction.
       3110-RAISE-DEDUCTION.
           IF WS-OIT-COUNT < 10000
               MOVE ZERO TO WS-OIT-AMOUNT(WS-OIT-IDX)
               ADD 1 TO WS-OIT-COUNT
               MOVE WS-NEXT-INVOICE-NUMBER
                   TO WS-OIT-INVOICE(WS-OIT-COUNT)
               ADD 1 TO WS-NEXT-INVOICE-NUMBER
               MOVE WS-OIT-CUSTOMER(WS-OIT-IDX)
                   TO WS-OIT-CUSTOMER(WS-OIT-COUNT)
               MOVE WS-OIT-ORDER-ID(WS-OIT-IDX)
                   TO WS-OIT-ORDER-ID(WS-OIT-COUNT)
               MOVE WS-RUN-DATE TO WS-OIT-INV-DATE(WS-OIT-COUNT)
               MOVE WS-RUN-DATE TO WS-OIT-DUE-DATE(WS-OIT-COUNT)
               MOVE 'DED' TO WS-OIT-TERMS(WS-OIT-COUNT)
               MOVE PAY-DEDUCTION-AMOUNT
                   TO WS-OIT-AMOUNT(WS-OIT-COUNT)
               MOVE ZERO TO WS-OIT-DUN-LEVEL(WS-OIT-COUNT)
                            WS-OIT-TAX(WS-OIT-COUNT)
                            WS-OIT-FREIGHT(WS-OIT-COUNT)
               MOVE WS-OIT-SALES-REP(WS-OIT-IDX)
                   TO WS-OIT-SALES-REP(WS-OIT-COUNT)
               MOVE WS-OIT-GROUP(WS-OIT-IDX)
                   TO WS-OIT-GROUP(WS-OIT-COUNT)
               ADD 1 TO WS-DEDUCTIONS-RAISED
      *        The transfer nets to nothing on the balance but shows
      *        the invoice closing and the deduction opening.
               SET WS-ACT-SLOT TO WS-OIT-IDX
               MOVE 'DTR' TO ACT-TYPE
               COMPUTE ACT-AMOUNT = ZERO - PAY-DEDUCTION-AMOUNT
               PERFORM 2590-LOG-ACTIVITY
               MOVE WS-OIT-COUNT TO WS-ACT-SLOT
               MOVE 'DED' TO ACT-TYPE
               MOVE PAY-DEDUCTION-AMOUNT TO ACT-AMOUNT
               PERFORM 2590-LOG-ACTIVITY
               ADD PAY-DEDUCTION-AMOUNT TO WS-DEDUCTION-TOTAL
           ELSE
               DISPLAY 'OPEN-ITEM TABLE FULL - SHORTFALL LEFT ON '
                   'INVOICE ' PAY-INVOICE-NUMBER
           END-IF.

      *    Each credit memo (negative item) is offset against the
               MOVE WS-OIT-AMOUNT(WS-OIT-IDX) TO ARO-AMOUNT-OPEN
               MOVE WS-OIT-DUN-LEVEL(WS-OIT-IDX)
                   TO ARO-DUNNING-LEVEL
               MOVE WS-OIT-TAX(WS-OIT-IDX) TO ARO-TAX-AMOUNT
               MOVE WS-OIT-FREIGHT(WS-OIT-IDX) TO ARO-FREIGHT-AMOUNT
               MOVE WS-OIT-SALES-REP(WS-OIT-IDX) TO ARO-SALES-REP
               MOVE WS-OIT-GROUP(WS-OIT-IDX) TO ARO-GROUP-CODE
               WRITE NEW-AR-OPEN-RECORD FROM AR-OPEN-RECORD
      *        A residual credit (memo larger than everything open)
      *        carries forward but has no place in the past-due
           IF WS-CRM-STATUS = '00' OR WS-CRM-STATUS = '10'
               CLOSE CREDIT-MEMO-FILE
           END-IF.
           IF WS-CST-STATUS = '00' OR WS-CST-STATUS = '23'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-PRD-STATUS = '00' OR WS-PRD-STATUS = '23'
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           CLOSE NEW-AR-OPEN-FILE
                 AGING-REPORT-FILE
                 SALES-TAX-DETAIL-FILE
                 AR-ACTIVITY-FILE.

           DISPLAY '======================================'.
           DISPLAY 'ACCOUNTS RECEIVABLE STATISTICS'.
           DISPLAY 'Memos Raised:       ' WS-MEMOS-RAISED.
           DISPLAY 'Memos Fully Offset: ' WS-MEMOS-OFFSET.
           DISPLAY 'Credit Offset:      ' WS-OFFSET-TOTAL.
           DISPLAY 'Lines Taxed:        ' WS-LINES-TAXED.
           DISPLAY 'Lines Exempt:       ' WS-LINES-EXEMPT.
           DISPLAY '  No Jurisdiction:  ' WS-LINES-NO-JURIS.
           DISPLAY 'Expired Exemptions: ' WS-EXPIRED-CERTS.
           DISPLAY 'Tax Billed:         ' WS-TAX-BILLED-TOTAL.
           DISPLAY 'Tax Credited:       ' WS-TAX-CREDIT-TOTAL.
           DISPLAY 'Freight Billed:     ' WS-FREIGHT-BILLED-TOTAL.
           DISPLAY 'Deductions Raised:  ' WS-DEDUCTIONS-RAISED.
           DISPLAY 'Deductions Total:   ' WS-DEDUCTION-TOTAL.
           DISPLAY '======================================'.

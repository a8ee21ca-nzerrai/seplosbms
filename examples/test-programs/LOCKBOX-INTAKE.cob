       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-INTAKE.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Lockbox cash application: the bank's remittance detail for    *
      * the customer payments credited to our account (one line per   *
      * invoice a check pays) is matched to the AR open items and     *
      * turned into the payment file AR-PROCESSOR applies - no more   *
      * re-keying of customer checks.                                 *
      * - Rule 1: the invoice reference on the remittance line        *
      * - Rule 2: no usable reference - the payer's open item of      *
      *   exactly the amount paid (oldest first)                      *
      * - A short payment settles the invoice with the amount paid    *
      *   plus a deduction for the shortfall, which AR-PROCESSOR      *
      *   raises as its own 'DED' item for collections to research    *
      * - Overpayments and unmatched money go to the unapplied-cash   *
      *   file; it is carried forward and re-matched every run (the   *
      *   invoice may not have been raised yet), with an aging of     *
      *   what stays unapplied                                        *
      * - Money from a customer with written-off debt (AR-WRITEOFF's  *
      *   history) that no open item takes is booked as a recovery:   *
      *   logged to ar-recoveries.dat and posted to bad-debt          *
      *   recoveries as JV-layout entries (COAMAP type 'BR')          *
      * - The report shows the match rate by count and by amount for  *
      *   tuning the rules                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Remittance detail as delivered by the bank with the day's
      *    lockbox deposit.
           SELECT LOCKBOX-FILE
               ASSIGN TO 'lockbox-remittance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.

           SELECT AR-OPEN-FILE
               ASSIGN TO 'ar-open-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARO-STATUS.

      *    Unapplied cash carried from earlier runs, rewritten with
      *    what is still unapplied after this one.
           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO 'ar-unapplied-cash.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UAC-STATUS.

           SELECT NEW-UNAPPLIED-CASH-FILE
               ASSIGN TO 'ar-unapplied-cash-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUA-STATUS.

      *    The payment file AR-PROCESSOR applies.
           SELECT PAYMENT-FILE
               ASSIGN TO 'payments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      *    Written-off items from AR-WRITEOFF, and the recoveries
      *    already booked against them (appended to by this run).
           SELECT WRITEOFF-HISTORY-FILE
               ASSIGN TO 'ar-writeoff-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOH-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO 'ar-recoveries.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO 'coamap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      *    Picked up by GLCOLLCT (source RCVJRNL).
           SELECT RECOVERY-JOURNAL-FILE
               ASSIGN TO 'recovery-gl-journal.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCJ-STATUS.

           SELECT LOCKBOX-REPORT-FILE
               ASSIGN TO 'lockbox-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05  LBX-DEPOSIT-DATE     PIC 9(8).
           05  LBX-ITEM-ID          PIC X(12).
           05  LBX-PAYER-ID         PIC X(8).
           05  LBX-INVOICE-REF      PIC X(8).
           05  LBX-AMOUNT           PIC 9(9)V99.
           05  LBX-PAYER-NAME       PIC X(30).
           05  FILLER               PIC X(3).

      *    Same layout as in AR-PROCESSOR.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-RECORD.
           05  ARO-INVOICE-NUMBER   PIC 9(8).
           05  ARO-CUSTOMER-ID      PIC X(8).
           05  ARO-ORDER-ID         PIC X(10).
           05  ARO-INVOICE-DATE     PIC 9(8).
           05  ARO-DUE-DATE         PIC 9(8).
           05  ARO-TERMS            PIC X(3).
           05  ARO-AMOUNT-OPEN      PIC S9(9)V99.
           05  ARO-DUNNING-LEVEL    PIC 9(1).
           05  ARO-TAX-AMOUNT       PIC S9(7)V99.
           05  ARO-FREIGHT-AMOUNT   PIC S9(5)V99.
      *    Sales rep and product group the item's commission is
      *    credited to; blank on items that earn none.
           05  ARO-SALES-REP        PIC X(6).
           05  ARO-GROUP-CODE       PIC X(4).

      *    The remittance line as received, plus why it is unapplied:
      *    'NM' no match, 'OV' excess over the invoice it paid.
       FD  UNAPPLIED-CASH-FILE.
       01  UNAPPLIED-CASH-RECORD.
           05  UAC-DEPOSIT-DATE     PIC 9(8).
           05  UAC-ITEM-ID          PIC X(12).
           05  UAC-PAYER-ID         PIC X(8).
           05  UAC-INVOICE-REF      PIC X(8).
           05  UAC-AMOUNT           PIC 9(9)V99.
           05  UAC-PAYER-NAME       PIC X(30).
           05  UAC-REASON           PIC X(2).
           05  FILLER               PIC X(1).

       FD  NEW-UNAPPLIED-CASH-FILE.
       01  NEW-UNAPPLIED-CASH-RECORD PIC X(80).

      *    Same layout as in AR-PROCESSOR.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PAY-INVOICE-NUMBER   PIC 9(8).
           05  PAY-CUSTOMER-ID      PIC X(8).
           05  PAY-AMOUNT           PIC 9(9)V99.
           05  FILLER               PIC X(9).
           05  PAY-DEDUCTION-AMOUNT PIC 9(9)V99.

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

       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           05  RCV-RECOVERY-DATE    PIC 9(8).
           05  RCV-CUSTOMER-ID      PIC X(8).
           05  RCV-ITEM-ID          PIC X(12).
           05  RCV-DEPOSIT-DATE     PIC 9(8).
           05  RCV-AMOUNT           PIC 9(9)V99.
           05  FILLER               PIC X(13).

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
       FD  RECOVERY-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECOVERY-JOURNAL-RECORD.
           05  RCJ-RECORD-TYPE      PIC X(01).
           05  RCJ-RUN-DATE         PIC 9(08).
           05  RCJ-VOUCHER-NUMBER   PIC 9(08).
           05  RCJ-GL-ACCOUNT       PIC 9(08).
           05  RCJ-DC-INDICATOR     PIC X(01).
           05  RCJ-AMOUNT           PIC S9(13)V99 COMP-3.
           05  RCJ-SOURCE-TRAN-ID   PIC X(16).
           05  RCJ-SOURCE-TYPE      PIC X(02).
           05  FILLER               PIC X(14).

       FD  LOCKBOX-REPORT-FILE.
       01  LOCKBOX-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-LBX-STATUS        PIC XX.
           05  WS-ARO-STATUS        PIC XX.
           05  WS-UAC-STATUS        PIC XX.
           05  WS-NUA-STATUS        PIC XX.
           05  WS-PAY-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
           05  WS-WOH-STATUS        PIC XX.
           05  WS-RCV-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-RCJ-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-LBX-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  LBX-EOF          VALUE 'Y'.
           05  WS-ARO-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  ARO-EOF          VALUE 'Y'.
           05  WS-UAC-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  UAC-EOF          VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  ITEM-FOUND       VALUE 'Y'.
           05  WS-CARRIED-FLAG      PIC X(1) VALUE 'N'.
               88  REMIT-CARRIED    VALUE 'Y'.
           05  WS-WOH-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WOH-EOF          VALUE 'Y'.
           05  WS-RCV-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  RCV-EOF          VALUE 'Y'.
           05  WS-COA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  COA-EOF          VALUE 'Y'.
           05  WS-WOC-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WOC-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECEIPTS-READ     PIC 9(7) VALUE 0.
           05  WS-RECEIPTS-AMOUNT   PIC 9(11)V99 VALUE 0.
           05  WS-MATCHED-BY-INV    PIC 9(7) VALUE 0.
           05  WS-MATCHED-BY-AMT    PIC 9(7) VALUE 0.
           05  WS-APPLIED-AMOUNT    PIC 9(11)V99 VALUE 0.
           05  WS-SHORT-PAYS        PIC 9(7) VALUE 0.
           05  WS-DEDUCTION-AMOUNT  PIC 9(11)V99 VALUE 0.
           05  WS-UNMATCHED         PIC 9(7) VALUE 0.
           05  WS-OVERPAYMENTS      PIC 9(7) VALUE 0.
           05  WS-UNAPPLIED-NEW     PIC 9(11)V99 VALUE 0.
           05  WS-CARRIED-READ      PIC 9(7) VALUE 0.
           05  WS-CARRIED-APPLIED   PIC 9(7) VALUE 0.
           05  WS-PAYMENTS-WRITTEN  PIC 9(7) VALUE 0.
           05  WS-UNAPPLIED-COUNT   PIC 9(7) VALUE 0.
           05  WS-UNAPPLIED-TOTAL   PIC 9(11)V99 VALUE 0.
           05  WS-RECOVERIES        PIC 9(7) VALUE 0.
           05  WS-RECOVERED-AMOUNT  PIC 9(11)V99 VALUE 0.
           05  WS-RECOVERED-TODAY   PIC 9(7) VALUE 0.
           05  WS-RECOVERED-TODAY-AMT PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-VOUCHER-NUMBER        PIC 9(8) VALUE 0.

       01  WS-GL-ACCOUNTS.
           05  WS-RECOVERY-CASH-GL  PIC 9(8) VALUE 99999999.
           05  WS-RECOVERY-INCOME-GL PIC 9(8) VALUE 99999999.

      *    The remittance being worked, whichever file it came from.
       01  WS-REMITTANCE.
           05  WS-RMT-DEPOSIT-DATE  PIC 9(8).
           05  WS-RMT-ITEM-ID       PIC X(12).
           05  WS-RMT-PAYER-ID      PIC X(8).
           05  WS-RMT-INVOICE-REF   PIC X(8).
           05  WS-RMT-AMOUNT        PIC 9(9)V99.
           05  WS-RMT-PAYER-NAME    PIC X(30).

       01  WS-WORK-FIELDS.
           05  WS-REF-INVOICE       PIC 9(8) VALUE 0.
           05  WS-APPLY-AMOUNT      PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-SHORT-AMOUNT      PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-EXCESS-AMOUNT     PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-MATCH-RULE        PIC X(10) VALUE SPACES.
           05  WS-UNAPPLIED-REASON  PIC X(2) VALUE SPACES.
           05  WS-OIT-SCAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-DEPOSIT-DATE-INT  PIC S9(9) COMP-3 VALUE 0.
           05  WS-AGE-DAYS          PIC S9(5) COMP-3 VALUE 0.
           05  WS-MATCHED-COUNT     PIC 9(7) VALUE 0.
           05  WS-RATE-PCT          PIC 9(3)V99 VALUE 0.
           05  WS-RECOVERY-CUSTOMER PIC X(8) VALUE SPACES.
           05  WS-WOC-KEY           PIC X(8) VALUE SPACES.
           05  WS-TRANSACTION-ID    PIC X(16) VALUE SPACES.

      *    Unapplied cash by age of deposit.
       01  WS-AGING-BUCKETS.
           05  WS-AGE-0-30          PIC 9(11)V99 VALUE 0.
           05  WS-AGE-31-60         PIC 9(11)V99 VALUE 0.
           05  WS-AGE-61-90         PIC 9(11)V99 VALUE 0.
           05  WS-AGE-OVER-90       PIC 9(11)V99 VALUE 0.

      *    Open invoices (credit memos left out), with what is still
      *    open after this run's matches so one invoice is not paid
      *    twice by two remittance lines.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OIT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-OIT-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-OIT-COUNT
                   INDEXED BY WS-OIT-IDX.
               10  WS-OIT-INVOICE   PIC 9(8).
               10  WS-OIT-CUSTOMER  PIC X(8).
               10  WS-OIT-OPEN      PIC S9(9)V99 COMP-3.

      *    Written-off debt still to recover, by customer; and the
      *    written-off invoices, so a payment quoting one finds its
      *    customer without a payer id.
       01  WS-WRITTEN-OFF-TABLE.
           05  WS-WOC-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-WOC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-WOC-COUNT
                   INDEXED BY WS-WOC-IDX.
               10  WS-WOC-CUSTOMER  PIC X(8).
               10  WS-WOC-OUTSTANDING PIC S9(11)V99 COMP-3.

       01  WS-WRITTEN-OFF-INVOICES.
           05  WS-WOI-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-WOI-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-WOI-COUNT
                   INDEXED BY WS-WOI-IDX.
               10  WS-WOI-INVOICE   PIC 9(8).
               10  WS-WOI-CUSTOMER  PIC X(8).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(36)
               VALUE 'LOCKBOX CASH APPLICATION  RUN DATE: '.
           05  WRH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(88) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40)
               VALUE 'ITEM ID      PAYER    REF      DEPOSITED'.
           05  FILLER               PIC X(41)
               VALUE '        AMOUNT | RULE       | INVOICE  | '.
           05  FILLER               PIC X(51)
               VALUE '       APPLIED |  DEDUCTION |  UNAPPLIED'.

       01  WS-DETAIL-LINE.
           05  WDL-ITEM-ID          PIC X(12).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WDL-PAYER            PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WDL-REF              PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WDL-DEPOSIT-DATE     PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WDL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDL-RULE             PIC X(10).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDL-INVOICE          PIC X(8).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDL-APPLIED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDL-DEDUCTION        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WDL-UNAPPLIED        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WDL-CARRIED          PIC X(7).

       01  WS-TOTAL-LINE.
           05  WTL-LABEL            PIC X(40).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WTL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WTL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(62) VALUE SPACES.

       01  WS-RATE-LINE.
           05  WRL-LABEL            PIC X(40).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WRL-RATE             PIC ZZ9.99.
           05  FILLER               PIC X(2) VALUE ' %'.
           05  FILLER               PIC X(81) VALUE SPACES.

       01  WS-REPORT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REMATCH-CARRIED-CASH
               UNTIL UAC-EOF.
           PERFORM 2500-APPLY-LOCKBOX-LINE
               UNTIL LBX-EOF.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT AR-OPEN-FILE.
           IF WS-ARO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AR OPEN ITEMS: ' WS-ARO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-OPEN-ITEM
               UNTIL ARO-EOF.
           CLOSE AR-OPEN-FILE.

           PERFORM 1200-LOAD-WRITTEN-OFF-DEBT.
           PERFORM 1300-LOAD-COA-MAPPINGS.

           OPEN OUTPUT PAYMENT-FILE
                OUTPUT NEW-UNAPPLIED-CASH-FILE
                OUTPUT RECOVERY-JOURNAL-FILE
                OUTPUT LOCKBOX-REPORT-FILE.

           OPEN EXTEND RECOVERY-FILE.
           IF WS-RCV-STATUS NOT = '00'
               OPEN OUTPUT RECOVERY-FILE
           END-IF.

           OPEN INPUT LOCKBOX-FILE.
           IF WS-LBX-STATUS NOT = '00'
               DISPLAY 'NO LOCKBOX REMITTANCE FILE - CARRIED CASH '
                   'ONLY'
               MOVE 'Y' TO WS-LBX-EOF-FLAG
           END-IF.

           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF WS-UAC-STATUS NOT = '00'
               DISPLAY 'NO UNAPPLIED CASH CARRIED FORWARD'
               MOVE 'Y' TO WS-UAC-EOF-FLAG
           END-IF.

           MOVE WS-RUN-DATE TO WRH-RUN-DATE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-HEADER
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-COLUMN-HEADER.

       1100-LOAD-OPEN-ITEM.
           READ AR-OPEN-FILE
               AT END MOVE 'Y' TO WS-ARO-EOF-FLAG
               NOT AT END
                   IF ARO-AMOUNT-OPEN > ZERO
                       IF WS-OIT-COUNT < 10000
                           ADD 1 TO WS-OIT-COUNT
                           MOVE ARO-INVOICE-NUMBER
                               TO WS-OIT-INVOICE(WS-OIT-COUNT)
                           MOVE ARO-CUSTOMER-ID
                               TO WS-OIT-CUSTOMER(WS-OIT-COUNT)
                           MOVE ARO-AMOUNT-OPEN
                               TO WS-OIT-OPEN(WS-OIT-COUNT)
                       ELSE
                           DISPLAY 'OPEN-ITEM TABLE FULL - ITEM NOT '
                               'MATCHABLE: ' ARO-INVOICE-NUMBER
                       END-IF
                   END-IF
           END-READ.

      *    What each customer still owes on written-off items: the
      *    write-offs less the recoveries already booked.
       1200-LOAD-WRITTEN-OFF-DEBT.
           OPEN INPUT WRITEOFF-HISTORY-FILE.
           IF WS-WOH-STATUS NOT = '00'
               MOVE 'Y' TO WS-WOH-EOF-FLAG
           END-IF.
           PERFORM 1210-LOAD-ONE-WRITEOFF
               UNTIL WOH-EOF.
           IF WS-WOH-STATUS = '00' OR WS-WOH-STATUS = '10'
               CLOSE WRITEOFF-HISTORY-FILE
           END-IF.

           OPEN INPUT RECOVERY-FILE.
           IF WS-RCV-STATUS NOT = '00'
               MOVE 'Y' TO WS-RCV-EOF-FLAG
           END-IF.
           PERFORM 1220-LOAD-ONE-RECOVERY
               UNTIL RCV-EOF.
           IF WS-RCV-STATUS = '00' OR WS-RCV-STATUS = '10'
               CLOSE RECOVERY-FILE
           END-IF.

       1210-LOAD-ONE-WRITEOFF.
           READ WRITEOFF-HISTORY-FILE
               AT END MOVE 'Y' TO WS-WOH-EOF-FLAG
               NOT AT END
                   MOVE WOH-CUSTOMER-ID TO WS-WOC-KEY
                   PERFORM 1230-FIND-WRITTEN-OFF-CUSTOMER
                   IF WOC-FOUND
                       ADD WOH-AMOUNT
                           TO WS-WOC-OUTSTANDING(WS-WOC-IDX)
                   END-IF
                   IF WS-WOI-COUNT < 5000
                       ADD 1 TO WS-WOI-COUNT
                       MOVE WOH-INVOICE-NUMBER
                           TO WS-WOI-INVOICE(WS-WOI-COUNT)
                       MOVE WOH-CUSTOMER-ID
                           TO WS-WOI-CUSTOMER(WS-WOI-COUNT)
                   END-IF
           END-READ.

       1220-LOAD-ONE-RECOVERY.
           READ RECOVERY-FILE
               AT END MOVE 'Y' TO WS-RCV-EOF-FLAG
               NOT AT END
                   MOVE RCV-CUSTOMER-ID TO WS-WOC-KEY
                   PERFORM 1230-FIND-WRITTEN-OFF-CUSTOMER
                   IF WOC-FOUND
                       SUBTRACT RCV-AMOUNT
                           FROM WS-WOC-OUTSTANDING(WS-WOC-IDX)
                   END-IF
           END-READ.

       1230-FIND-WRITTEN-OFF-CUSTOMER.
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

      *    'BR': debit the cash the recovery came in on, credit bad-
      *    debt recoveries.
       1300-LOAD-COA-MAPPINGS.
           OPEN INPUT COA-MAPPING-FILE.
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'COA MAPPING FILE NOT FOUND - RECOVERIES GO '
                   'TO SUSPENSE'
               MOVE 'Y' TO WS-COA-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-MAPPING
               UNTIL COA-EOF.

           IF WS-COA-STATUS = '00' OR WS-COA-STATUS = '10'
               CLOSE COA-MAPPING-FILE
           END-IF.

       1310-LOAD-ONE-MAPPING.
           IF NOT COA-EOF
               READ COA-MAPPING-FILE
                   AT END
                       MOVE 'Y' TO WS-COA-EOF-FLAG
                   NOT AT END
                       IF CM-TXN-TYPE = 'BR'
                           MOVE CM-DEBIT-GL TO WS-RECOVERY-CASH-GL
                           MOVE CM-CREDIT-GL TO WS-RECOVERY-INCOME-GL
                       END-IF
               END-READ
           END-IF.

      *    Yesterday's unapplied cash goes first: it has waited
      *    longest for its invoice.
       2000-REMATCH-CARRIED-CASH.
           READ UNAPPLIED-CASH-FILE
               AT END MOVE 'Y' TO WS-UAC-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARRIED-READ
                   MOVE UAC-DEPOSIT-DATE TO WS-RMT-DEPOSIT-DATE
                   MOVE UAC-ITEM-ID TO WS-RMT-ITEM-ID
                   MOVE UAC-PAYER-ID TO WS-RMT-PAYER-ID
                   MOVE UAC-INVOICE-REF TO WS-RMT-INVOICE-REF
                   MOVE UAC-AMOUNT TO WS-RMT-AMOUNT
                   MOVE UAC-PAYER-NAME TO WS-RMT-PAYER-NAME
                   MOVE 'Y' TO WS-CARRIED-FLAG
      *            An overpayment's excess already paid its invoice:
      *            only the payer and amount can place it now.
                   IF UAC-REASON = 'OV'
                       MOVE SPACES TO WS-RMT-INVOICE-REF
                   END-IF
                   PERFORM 3000-APPLY-REMITTANCE
           END-READ.

       2500-APPLY-LOCKBOX-LINE.
           READ LOCKBOX-FILE
               AT END MOVE 'Y' TO WS-LBX-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECEIPTS-READ
                   ADD LBX-AMOUNT TO WS-RECEIPTS-AMOUNT
                   MOVE LBX-DEPOSIT-DATE TO WS-RMT-DEPOSIT-DATE
                   MOVE LBX-ITEM-ID TO WS-RMT-ITEM-ID
                   MOVE LBX-PAYER-ID TO WS-RMT-PAYER-ID
                   MOVE LBX-INVOICE-REF TO WS-RMT-INVOICE-REF
                   MOVE LBX-AMOUNT TO WS-RMT-AMOUNT
                   MOVE LBX-PAYER-NAME TO WS-RMT-PAYER-NAME
                   MOVE 'N' TO WS-CARRIED-FLAG
                   PERFORM 3000-APPLY-REMITTANCE
           END-READ.

      *    Invoice reference first, then payer and exact amount, then
      *    recovery of written-off debt; whatever none of them places
      *    is unapplied cash.
       3000-APPLY-REMITTANCE.
           MOVE ZERO TO WS-APPLY-AMOUNT
                        WS-SHORT-AMOUNT
                        WS-EXCESS-AMOUNT
           MOVE SPACES TO WS-MATCH-RULE
           MOVE 'N' TO WS-ITEM-FOUND-FLAG

           IF WS-RMT-INVOICE-REF NUMERIC
               MOVE WS-RMT-INVOICE-REF TO WS-REF-INVOICE
               PERFORM 3100-MATCH-BY-INVOICE
           END-IF

           IF NOT ITEM-FOUND AND WS-RMT-PAYER-ID NOT = SPACES
               PERFORM 3200-MATCH-BY-AMOUNT
           END-IF

           IF ITEM-FOUND
               PERFORM 3300-WRITE-PAYMENT
               IF WS-EXCESS-AMOUNT > ZERO
                   MOVE 'OV' TO WS-UNAPPLIED-REASON
                   ADD 1 TO WS-OVERPAYMENTS
                   PERFORM 3400-WRITE-UNAPPLIED
               END-IF
           ELSE
               PERFORM 3250-FIND-WRITTEN-OFF-DEBT
               IF WOC-FOUND
                   PERFORM 3260-BOOK-RECOVERY
                   IF WS-EXCESS-AMOUNT > ZERO
                       MOVE 'OV' TO WS-UNAPPLIED-REASON
                       ADD 1 TO WS-OVERPAYMENTS
                       PERFORM 3400-WRITE-UNAPPLIED
                   END-IF
               ELSE
                   MOVE 'UNMATCHED' TO WS-MATCH-RULE
                   MOVE WS-RMT-AMOUNT TO WS-EXCESS-AMOUNT
                   MOVE 'NM' TO WS-UNAPPLIED-REASON
                   IF NOT REMIT-CARRIED
                       ADD 1 TO WS-UNMATCHED
                   END-IF
                   PERFORM 3400-WRITE-UNAPPLIED
               END-IF
           END-IF

           PERFORM 3500-WRITE-DETAIL-LINE.

      *    Paid in full or over: the excess is unapplied. Paid short:
      *    the shortfall is a deduction, and the invoice is settled.
       3100-MATCH-BY-INVOICE.
           IF WS-OIT-COUNT > 0
               SET WS-OIT-IDX TO 1
               SEARCH WS-OIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OIT-INVOICE(WS-OIT-IDX) = WS-REF-INVOICE
                           AND WS-OIT-OPEN(WS-OIT-IDX) > ZERO
                       MOVE 'Y' TO WS-ITEM-FOUND-FLAG
               END-SEARCH
           END-IF

           IF ITEM-FOUND
               MOVE 'INVOICE' TO WS-MATCH-RULE
               IF NOT REMIT-CARRIED
                   ADD 1 TO WS-MATCHED-BY-INV
               END-IF
               IF WS-RMT-AMOUNT >= WS-OIT-OPEN(WS-OIT-IDX)
                   MOVE WS-OIT-OPEN(WS-OIT-IDX) TO WS-APPLY-AMOUNT
                   COMPUTE WS-EXCESS-AMOUNT =
                       WS-RMT-AMOUNT - WS-OIT-OPEN(WS-OIT-IDX)
               ELSE
                   MOVE WS-RMT-AMOUNT TO WS-APPLY-AMOUNT
                   COMPUTE WS-SHORT-AMOUNT =
                       WS-OIT-OPEN(WS-OIT-IDX) - WS-RMT-AMOUNT
                   ADD 1 TO WS-SHORT-PAYS
                   ADD WS-SHORT-AMOUNT TO WS-DEDUCTION-AMOUNT
               END-IF
               MOVE ZERO TO WS-OIT-OPEN(WS-OIT-IDX)
           END-IF.

       3200-MATCH-BY-AMOUNT.
           PERFORM 3210-TRY-ONE-ITEM
               VARYING WS-OIT-SCAN FROM 1 BY 1
               UNTIL WS-OIT-SCAN > WS-OIT-COUNT
                   OR ITEM-FOUND

           IF ITEM-FOUND
               MOVE 'CUST+AMT' TO WS-MATCH-RULE
               IF NOT REMIT-CARRIED
                   ADD 1 TO WS-MATCHED-BY-AMT
               END-IF
               MOVE WS-RMT-AMOUNT TO WS-APPLY-AMOUNT
               MOVE ZERO TO WS-OIT-OPEN(WS-OIT-IDX)
           END-IF.

       3210-TRY-ONE-ITEM.
           IF WS-OIT-CUSTOMER(WS-OIT-SCAN) = WS-RMT-PAYER-ID
                   AND WS-OIT-OPEN(WS-OIT-SCAN) = WS-RMT-AMOUNT
               SET WS-OIT-IDX TO WS-OIT-SCAN
               MOVE 'Y' TO WS-ITEM-FOUND-FLAG
           END-IF.

      *    The payer, or failing that the customer of the written-off
      *    invoice the remittance quotes.
       3250-FIND-WRITTEN-OFF-DEBT.
           MOVE 'N' TO WS-WOC-FOUND-FLAG
           MOVE WS-RMT-PAYER-ID TO WS-RECOVERY-CUSTOMER
           IF WS-RECOVERY-CUSTOMER = SPACES
                   AND WS-RMT-INVOICE-REF NUMERIC
                   AND WS-WOI-COUNT > 0
               SET WS-WOI-IDX TO 1
               SEARCH WS-WOI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WOI-INVOICE(WS-WOI-IDX) = WS-REF-INVOICE
                       MOVE WS-WOI-CUSTOMER(WS-WOI-IDX)
                           TO WS-RECOVERY-CUSTOMER
               END-SEARCH
           END-IF

           IF WS-RECOVERY-CUSTOMER NOT = SPACES AND WS-WOC-COUNT > 0
               SET WS-WOC-IDX TO 1
               SEARCH WS-WOC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WOC-CUSTOMER(WS-WOC-IDX)
                           = WS-RECOVERY-CUSTOMER
                           AND WS-WOC-OUTSTANDING(WS-WOC-IDX) > ZERO
                       MOVE 'Y' TO WS-WOC-FOUND-FLAG
               END-SEARCH
           END-IF.

      *    Recovered up to what is still written off; the rest is
      *    unapplied like any overpayment.
       3260-BOOK-RECOVERY.
           MOVE 'RECOVERY' TO WS-MATCH-RULE
           IF WS-RMT-AMOUNT > WS-WOC-OUTSTANDING(WS-WOC-IDX)
               MOVE WS-WOC-OUTSTANDING(WS-WOC-IDX) TO WS-APPLY-AMOUNT
               COMPUTE WS-EXCESS-AMOUNT =
                   WS-RMT-AMOUNT - WS-WOC-OUTSTANDING(WS-WOC-IDX)
           ELSE
               MOVE WS-RMT-AMOUNT TO WS-APPLY-AMOUNT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT
               FROM WS-WOC-OUTSTANDING(WS-WOC-IDX)

           MOVE SPACES TO RECOVERY-RECORD
           MOVE WS-RUN-DATE TO RCV-RECOVERY-DATE
           MOVE WS-RECOVERY-CUSTOMER TO RCV-CUSTOMER-ID
           MOVE WS-RMT-ITEM-ID TO RCV-ITEM-ID
           MOVE WS-RMT-DEPOSIT-DATE TO RCV-DEPOSIT-DATE
           MOVE WS-APPLY-AMOUNT TO RCV-AMOUNT
           WRITE RECOVERY-RECORD

           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE SPACES TO WS-TRANSACTION-ID
           STRING 'BDR' WS-RMT-ITEM-ID
               DELIMITED BY SIZE INTO WS-TRANSACTION-ID
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD
           MOVE 'D' TO RCJ-RECORD-TYPE
           MOVE WS-RUN-DATE TO RCJ-RUN-DATE
           MOVE WS-VOUCHER-NUMBER TO RCJ-VOUCHER-NUMBER
           MOVE WS-TRANSACTION-ID TO RCJ-SOURCE-TRAN-ID
           MOVE 'BR' TO RCJ-SOURCE-TYPE
           MOVE WS-APPLY-AMOUNT TO RCJ-AMOUNT
           MOVE WS-RECOVERY-CASH-GL TO RCJ-GL-ACCOUNT
           MOVE 'D' TO RCJ-DC-INDICATOR
           WRITE RECOVERY-JOURNAL-RECORD
           MOVE WS-RECOVERY-INCOME-GL TO RCJ-GL-ACCOUNT
           MOVE 'C' TO RCJ-DC-INDICATOR
           WRITE RECOVERY-JOURNAL-RECORD

           ADD 1 TO WS-RECOVERIES
           ADD WS-APPLY-AMOUNT TO WS-RECOVERED-AMOUNT
           IF REMIT-CARRIED
               ADD 1 TO WS-CARRIED-APPLIED
           ELSE
               ADD 1 TO WS-RECOVERED-TODAY
               ADD WS-APPLY-AMOUNT TO WS-RECOVERED-TODAY-AMT
           END-IF.

       3300-WRITE-PAYMENT.
           MOVE SPACES TO PAYMENT-RECORD
           MOVE WS-OIT-INVOICE(WS-OIT-IDX) TO PAY-INVOICE-NUMBER
           MOVE WS-OIT-CUSTOMER(WS-OIT-IDX) TO PAY-CUSTOMER-ID
           MOVE WS-APPLY-AMOUNT TO PAY-AMOUNT
           MOVE WS-SHORT-AMOUNT TO PAY-DEDUCTION-AMOUNT
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-PAYMENTS-WRITTEN
           IF REMIT-CARRIED
               ADD 1 TO WS-CARRIED-APPLIED
           ELSE
               ADD WS-APPLY-AMOUNT TO WS-APPLIED-AMOUNT
           END-IF.

       3400-WRITE-UNAPPLIED.
           MOVE SPACES TO UNAPPLIED-CASH-RECORD
           MOVE WS-RMT-DEPOSIT-DATE TO UAC-DEPOSIT-DATE
           MOVE WS-RMT-ITEM-ID TO UAC-ITEM-ID
           MOVE WS-RMT-PAYER-ID TO UAC-PAYER-ID
           MOVE WS-RMT-INVOICE-REF TO UAC-INVOICE-REF
           MOVE WS-EXCESS-AMOUNT TO UAC-AMOUNT
           MOVE WS-RMT-PAYER-NAME TO UAC-PAYER-NAME
           MOVE WS-UNAPPLIED-REASON TO UAC-REASON
           WRITE NEW-UNAPPLIED-CASH-RECORD FROM UNAPPLIED-CASH-RECORD
           IF NOT REMIT-CARRIED
               ADD WS-EXCESS-AMOUNT TO WS-UNAPPLIED-NEW
           END-IF
           PERFORM 3410-AGE-UNAPPLIED.

       3410-AGE-UNAPPLIED.
           IF WS-RMT-DEPOSIT-DATE NUMERIC
                   AND WS-RMT-DEPOSIT-DATE > ZERO
               COMPUTE WS-DEPOSIT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RMT-DEPOSIT-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-DEPOSIT-DATE-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   ADD WS-EXCESS-AMOUNT TO WS-AGE-OVER-90
               WHEN WS-AGE-DAYS > 60
                   ADD WS-EXCESS-AMOUNT TO WS-AGE-61-90
               WHEN WS-AGE-DAYS > 30
                   ADD WS-EXCESS-AMOUNT TO WS-AGE-31-60
               WHEN OTHER
                   ADD WS-EXCESS-AMOUNT TO WS-AGE-0-30
           END-EVALUATE
           ADD 1 TO WS-UNAPPLIED-COUNT
           ADD WS-EXCESS-AMOUNT TO WS-UNAPPLIED-TOTAL.

       3500-WRITE-DETAIL-LINE.
           MOVE WS-RMT-ITEM-ID TO WDL-ITEM-ID
           MOVE WS-RMT-PAYER-ID TO WDL-PAYER
           MOVE WS-RMT-INVOICE-REF TO WDL-REF
           MOVE WS-RMT-DEPOSIT-DATE TO WDL-DEPOSIT-DATE
           MOVE WS-RMT-AMOUNT TO WDL-AMOUNT
           MOVE WS-MATCH-RULE TO WDL-RULE
           IF ITEM-FOUND
               MOVE WS-OIT-INVOICE(WS-OIT-IDX) TO WDL-INVOICE
           ELSE
               MOVE SPACES TO WDL-INVOICE
           END-IF
           MOVE WS-APPLY-AMOUNT TO WDL-APPLIED
           MOVE WS-SHORT-AMOUNT TO WDL-DEDUCTION
           MOVE WS-EXCESS-AMOUNT TO WDL-UNAPPLIED
           IF REMIT-CARRIED
               MOVE 'CARRIED' TO WDL-CARRIED
           ELSE
               MOVE SPACES TO WDL-CARRIED
           END-IF
           WRITE LOCKBOX-REPORT-RECORD FROM WS-DETAIL-LINE.

       4000-FINALIZE.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 'RECEIPTS IN TODAY''S LOCKBOX' TO WTL-LABEL
           MOVE WS-RECEIPTS-READ TO WTL-COUNT
           MOVE WS-RECEIPTS-AMOUNT TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'MATCHED BY INVOICE REFERENCE' TO WTL-LABEL
           MOVE WS-MATCHED-BY-INV TO WTL-COUNT
           MOVE ZERO TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'MATCHED BY PAYER AND AMOUNT' TO WTL-LABEL
           MOVE WS-MATCHED-BY-AMT TO WTL-COUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'APPLIED TO INVOICES' TO WTL-LABEL
           COMPUTE WS-MATCHED-COUNT =
               WS-MATCHED-BY-INV + WS-MATCHED-BY-AMT
           MOVE WS-MATCHED-COUNT TO WTL-COUNT
           MOVE WS-APPLIED-AMOUNT TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SHORT PAYMENTS - DEDUCTIONS RAISED' TO WTL-LABEL
           MOVE WS-SHORT-PAYS TO WTL-COUNT
           MOVE WS-DEDUCTION-AMOUNT TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'UNMATCHED RECEIPTS' TO WTL-LABEL
           MOVE WS-UNMATCHED TO WTL-COUNT
           MOVE ZERO TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OVERPAYMENTS' TO WTL-LABEL
           MOVE WS-OVERPAYMENTS TO WTL-COUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NEW UNAPPLIED CASH' TO WTL-LABEL
           MOVE ZERO TO WTL-COUNT
           MOVE WS-UNAPPLIED-NEW TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RECOVERIES OF WRITTEN-OFF DEBT' TO WTL-LABEL
           MOVE WS-RECOVERIES TO WTL-COUNT
           MOVE WS-RECOVERED-AMOUNT TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CARRIED UNAPPLIED CASH NOW APPLIED' TO WTL-LABEL
           MOVE WS-CARRIED-APPLIED TO WTL-COUNT
           MOVE ZERO TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE

      *    Match rate over today's receipts only; carried cash would
      *    count the same money twice. Recoveries count as placed.
           ADD WS-RECOVERED-TODAY TO WS-MATCHED-COUNT
           ADD WS-RECOVERED-TODAY-AMT TO WS-APPLIED-AMOUNT
           MOVE ZERO TO WS-RATE-PCT
           IF WS-RECEIPTS-READ > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                   WS-MATCHED-COUNT * 100 / WS-RECEIPTS-READ
           END-IF
           MOVE 'MATCH RATE BY COUNT' TO WRL-LABEL
           MOVE WS-RATE-PCT TO WRL-RATE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-RATE-LINE
           MOVE ZERO TO WS-RATE-PCT
           IF WS-RECEIPTS-AMOUNT > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                   WS-APPLIED-AMOUNT * 100 / WS-RECEIPTS-AMOUNT
           END-IF
           MOVE 'MATCH RATE BY AMOUNT' TO WRL-LABEL
           MOVE WS-RATE-PCT TO WRL-RATE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-RATE-LINE

           PERFORM 4100-WRITE-AGING.

           IF WS-LBX-STATUS = '00' OR WS-LBX-STATUS = '10'
               CLOSE LOCKBOX-FILE
           END-IF.
           IF WS-UAC-STATUS = '00' OR WS-UAC-STATUS = '10'
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
           CLOSE PAYMENT-FILE
                 NEW-UNAPPLIED-CASH-FILE
                 RECOVERY-FILE
                 RECOVERY-JOURNAL-FILE
                 LOCKBOX-REPORT-FILE.

           DISPLAY '======================================'.
           DISPLAY 'LOCKBOX INTAKE STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Receipts Read:      ' WS-RECEIPTS-READ.
           DISPLAY 'Receipts Amount:    ' WS-RECEIPTS-AMOUNT.
           DISPLAY 'Matched by Invoice: ' WS-MATCHED-BY-INV.
           DISPLAY 'Matched by Amount:  ' WS-MATCHED-BY-AMT.
           DISPLAY 'Short Payments:     ' WS-SHORT-PAYS.
           DISPLAY 'Deductions Amount:  ' WS-DEDUCTION-AMOUNT.
           DISPLAY 'Unmatched:          ' WS-UNMATCHED.
           DISPLAY 'Recoveries:         ' WS-RECOVERIES.
           DISPLAY 'Recovered Amount:   ' WS-RECOVERED-AMOUNT.
           DISPLAY 'Carried Read:       ' WS-CARRIED-READ.
           DISPLAY 'Carried Applied:    ' WS-CARRIED-APPLIED.
           DISPLAY 'Payments Written:   ' WS-PAYMENTS-WRITTEN.
           DISPLAY 'Unapplied Items:    ' WS-UNAPPLIED-COUNT.
           DISPLAY 'Unapplied Total:    ' WS-UNAPPLIED-TOTAL.
           DISPLAY '======================================'.

      *    What stays unapplied after this run, by age of deposit.
       4100-WRITE-AGING.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'UNAPPLIED CASH AGING' TO WS-REPORT-LINE
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '0 - 30 DAYS' TO WTL-LABEL
           MOVE ZERO TO WTL-COUNT
           MOVE WS-AGE-0-30 TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '31 - 60 DAYS' TO WTL-LABEL
           MOVE WS-AGE-31-60 TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '61 - 90 DAYS' TO WTL-LABEL
           MOVE WS-AGE-61-90 TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OVER 90 DAYS' TO WTL-LABEL
           MOVE WS-AGE-OVER-90 TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL UNAPPLIED' TO WTL-LABEL
           MOVE WS-UNAPPLIED-COUNT TO WTL-COUNT
           MOVE WS-UNAPPLIED-TOTAL TO WTL-AMOUNT
           WRITE LOCKBOX-REPORT-RECORD FROM WS-TOTAL-LINE.

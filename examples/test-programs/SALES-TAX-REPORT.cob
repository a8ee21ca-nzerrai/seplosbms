       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-TAX-REPORT.
       AUTHOR. TEST-SUITE.
      *****************************************************************
      * Monthly sales-tax liability by jurisdiction: the basis of the *
      * filing, replacing the hand-kept tax ledger.                   *
      * - Reads every line AR-PROCESSOR logged to sales-tax-detail.dat*
      *   for the month (argument 1 YYYYMM, default the month before  *
      *   the run date): invoiced lines add, credit-memo lines take   *
      *   back                                                        *
      * - Per jurisdiction: taxable and exempt sales, state / county /*
      *   city tax and the total due                                  *
      * - One JV-layout voucher per jurisdiction (COAMAP type 'ST':   *
      *   debit receivables for the tax billed, credit sales tax      *
      *   payable) to tax-gl-journal.dat for GLCOLLCT                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-DETAIL-FILE
               ASSIGN TO 'sales-tax-detail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-STATUS.

           SELECT TAX-JURISDICTION-FILE
               ASSIGN TO 'tax-jurisdictions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXJ-STATUS.

           SELECT COA-MAPPING-FILE
               ASSIGN TO 'coamap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

           SELECT TAX-LIABILITY-REPORT-FILE
               ASSIGN TO 'sales-tax-liability.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TAX-JOURNAL-FILE
               ASSIGN TO 'tax-gl-journal.dat'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as in AR-PROCESSOR.
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

      *    Same layout as in AR-PROCESSOR.
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

      *    Same layout as COA-MAPPING-RECORD in GLPOST.
       FD  COA-MAPPING-FILE.
       01  COA-MAPPING-RECORD.
           05  CM-TXN-TYPE          PIC X(02).
           05  CM-ACCOUNT-TYPE      PIC X(02).
           05  CM-BRANCH-CODE       PIC X(06).
           05  CM-DEBIT-GL          PIC 9(08).
           05  CM-CREDIT-GL         PIC 9(08).
           05  FILLER               PIC X(14).

       FD  TAX-LIABILITY-REPORT-FILE.
       01  TAX-LIABILITY-REPORT-RECORD PIC X(132).

      *    Same layout as JOURNAL-VOUCHER-RECORD in GLPOST.
       FD  TAX-JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TAX-JOURNAL-RECORD.
           05  TJ-RECORD-TYPE       PIC X(01).
           05  TJ-RUN-DATE          PIC 9(08).
           05  TJ-VOUCHER-NUMBER    PIC 9(08).
           05  TJ-GL-ACCOUNT        PIC 9(08).
           05  TJ-DC-INDICATOR      PIC X(01).
           05  TJ-AMOUNT            PIC S9(13)V99 COMP-3.
           05  TJ-SOURCE-TRAN-ID    PIC X(16).
           05  TJ-SOURCE-TYPE       PIC X(02).
           05  FILLER               PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-TXD-STATUS        PIC XX.
           05  WS-TXJ-STATUS        PIC XX.
           05  WS-COA-STATUS        PIC XX.
           05  WS-RPT-STATUS        PIC XX.
           05  WS-JRN-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-TXD-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  TXD-EOF          VALUE 'Y'.
           05  WS-TXJ-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  TXJ-EOF          VALUE 'Y'.
           05  WS-COA-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  COA-EOF          VALUE 'Y'.
           05  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
               88  LIABILITY-FOUND  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINES-READ        PIC 9(7) VALUE 0.
           05  WS-LINES-IN-PERIOD   PIC 9(7) VALUE 0.
           05  WS-VOUCHERS-WRITTEN  PIC 9(5) VALUE 0.
           05  WS-TOTAL-TAXABLE     PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-EXEMPT      PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-TAX         PIC S9(11)V99 VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-PERIOD                PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-PERIOD-PARM           PIC X(6) VALUE SPACES.
       01  WS-ARG-NUM               PIC 9(1) VALUE 1.

       01  WS-GL-ACCOUNTS.
           05  WS-TAX-RECEIVABLE-GL PIC 9(8) VALUE 99999999.
           05  WS-TAX-PAYABLE-GL    PIC 9(8) VALUE 99999999.

      *    Jurisdiction names for the report.
       01  WS-JURISDICTION-TABLE.
           05  WS-JUR-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-JUR-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-JUR-COUNT
                   INDEXED BY WS-JUR-IDX.
               10  WS-JUR-CODE      PIC X(10).
               10  WS-JUR-NAME      PIC X(30).

      *    Month's totals per jurisdiction, in order of first
      *    appearance.
       01  WS-LIABILITY-TABLE.
           05  WS-LIA-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-LIA-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-LIA-COUNT
                   INDEXED BY WS-LIA-IDX.
               10  WS-LIA-JURISDICTION PIC X(10).
               10  WS-LIA-STATE     PIC X(2).
               10  WS-LIA-TAXABLE   PIC S9(11)V99 COMP-3.
               10  WS-LIA-EXEMPT    PIC S9(11)V99 COMP-3.
               10  WS-LIA-STATE-TAX PIC S9(9)V99 COMP-3.
               10  WS-LIA-COUNTY-TAX PIC S9(9)V99 COMP-3.
               10  WS-LIA-CITY-TAX  PIC S9(9)V99 COMP-3.

       01  WS-JOURNAL-WORK.
           05  WS-JURIS-TAX         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-VOUCHER-NUMBER    PIC 9(8) VALUE 0.
           05  WS-DEBIT-GL          PIC 9(8) VALUE 0.
           05  WS-CREDIT-GL         PIC 9(8) VALUE 0.

       01  WS-REPORT-TITLE.
           05  FILLER               PIC X(36) VALUE
               'SALES TAX LIABILITY BY JURISDICTION '.
           05  FILLER               PIC X(8) VALUE 'PERIOD: '.
           05  WRT-PERIOD           PIC 9(6).
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(45) VALUE
               'JURISDICTN NAME                           ST'.
           05  FILLER               PIC X(30) VALUE
               '        TAXABLE         EXEMPT'.
           05  FILLER               PIC X(28) VALUE
               '     STATE TAX    COUNTY TAX'.
           05  FILLER               PIC X(28) VALUE
               '      CITY TAX     TOTAL TAX'.

       01  WS-REPORT-LINE.
           05  WRL-JURISDICTION     PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRL-NAME             PIC X(30).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRL-STATE            PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WRL-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  WRL-EXEMPT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WRL-STATE-TAX        PIC ZZ,ZZZ,ZZ9.99-.
           05  WRL-COUNTY-TAX       PIC ZZ,ZZZ,ZZ9.99-.
           05  WRL-CITY-TAX         PIC ZZ,ZZZ,ZZ9.99-.
           05  WRL-TOTAL-TAX        PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-REPORT-TOTAL.
           05  FILLER               PIC X(45) VALUE
               'TOTAL ALL JURISDICTIONS'.
           05  WRT-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  WRT-EXEMPT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(42) VALUE SPACES.
           05  WRT-TOTAL-TAX        PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-ONE-LINE
               UNTIL TXD-EOF.
           PERFORM 3000-REPORT-ONE-JURISDICTION
               VARYING WS-LIA-IDX FROM 1 BY 1
               UNTIL WS-LIA-IDX > WS-LIA-COUNT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    The filing covers the month just closed.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
           END-IF.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PERIOD-PARM FROM ARGUMENT-VALUE.
           IF WS-PERIOD-PARM NOT = SPACES
                   AND WS-PERIOD-PARM NUMERIC
               MOVE WS-PERIOD-PARM TO WS-PERIOD
           END-IF.
           DISPLAY 'SALES TAX PERIOD: ' WS-PERIOD.

           PERFORM 1100-LOAD-JURISDICTIONS.
           PERFORM 1200-LOAD-COA-MAPPINGS.

           OPEN OUTPUT TAX-LIABILITY-REPORT-FILE
                OUTPUT TAX-JOURNAL-FILE.

           MOVE WS-PERIOD TO WRT-PERIOD.
           WRITE TAX-LIABILITY-REPORT-RECORD FROM WS-REPORT-TITLE.
           WRITE TAX-LIABILITY-REPORT-RECORD FROM WS-REPORT-HEADING.

           OPEN INPUT SALES-TAX-DETAIL-FILE.
           IF WS-TXD-STATUS NOT = '00'
               DISPLAY 'NO SALES TAX DETAIL - NOTHING TO REPORT'
               MOVE 'Y' TO WS-TXD-EOF-FLAG
           END-IF.

       1100-LOAD-JURISDICTIONS.
           OPEN INPUT TAX-JURISDICTION-FILE.
           IF WS-TXJ-STATUS NOT = '00'
               DISPLAY 'TAX JURISDICTION FILE NOT FOUND - REPORT '
                   'WITHOUT NAMES'
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
                           MOVE TXJ-NAME TO WS-JUR-NAME(WS-JUR-COUNT)
                       END-IF
               END-READ
           END-IF.

      *    'ST': debit side is the receivable the tax was billed into,
      *    credit side the tax payable to the authorities.
       1200-LOAD-COA-MAPPINGS.
           OPEN INPUT COA-MAPPING-FILE.
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'COA MAPPING FILE NOT FOUND - TAX ENTRIES GO '
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
                       IF CM-TXN-TYPE = 'ST'
                           MOVE CM-DEBIT-GL TO WS-TAX-RECEIVABLE-GL
                           MOVE CM-CREDIT-GL TO WS-TAX-PAYABLE-GL
                       END-IF
               END-READ
           END-IF.

       2000-ACCUMULATE-ONE-LINE.
           READ SALES-TAX-DETAIL-FILE
               AT END
                   MOVE 'Y' TO WS-TXD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF TXD-POST-DATE(1:6) = WS-PERIOD
                       ADD 1 TO WS-LINES-IN-PERIOD
                       PERFORM 2100-POST-TO-JURISDICTION
                   END-IF
           END-READ.

       2100-POST-TO-JURISDICTION.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-LIA-COUNT > 0
               SET WS-LIA-IDX TO 1
               SEARCH WS-LIA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIA-JURISDICTION(WS-LIA-IDX)
                           = TXD-JURISDICTION
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT LIABILITY-FOUND
               IF WS-LIA-COUNT < 3000
                   ADD 1 TO WS-LIA-COUNT
                   SET WS-LIA-IDX TO WS-LIA-COUNT
                   MOVE TXD-JURISDICTION
                       TO WS-LIA-JURISDICTION(WS-LIA-IDX)
                   MOVE TXD-STATE TO WS-LIA-STATE(WS-LIA-IDX)
                   MOVE ZERO TO WS-LIA-TAXABLE(WS-LIA-IDX)
                                WS-LIA-EXEMPT(WS-LIA-IDX)
                                WS-LIA-STATE-TAX(WS-LIA-IDX)
                                WS-LIA-COUNTY-TAX(WS-LIA-IDX)
                                WS-LIA-CITY-TAX(WS-LIA-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY 'LIABILITY TABLE FULL - LINE OMITTED: '
                       TXD-JURISDICTION ' ' TXD-INVOICE-NUMBER
               END-IF
           END-IF

           IF LIABILITY-FOUND
               ADD TXD-TAXABLE-AMOUNT TO WS-LIA-TAXABLE(WS-LIA-IDX)
               ADD TXD-EXEMPT-AMOUNT TO WS-LIA-EXEMPT(WS-LIA-IDX)
               ADD TXD-STATE-TAX TO WS-LIA-STATE-TAX(WS-LIA-IDX)
               ADD TXD-COUNTY-TAX TO WS-LIA-COUNTY-TAX(WS-LIA-IDX)
               ADD TXD-CITY-TAX TO WS-LIA-CITY-TAX(WS-LIA-IDX)
           END-IF.

       3000-REPORT-ONE-JURISDICTION.
           COMPUTE WS-JURIS-TAX = WS-LIA-STATE-TAX(WS-LIA-IDX)
               + WS-LIA-COUNTY-TAX(WS-LIA-IDX)
               + WS-LIA-CITY-TAX(WS-LIA-IDX)

           MOVE WS-LIA-JURISDICTION(WS-LIA-IDX) TO WRL-JURISDICTION
           MOVE SPACES TO WRL-NAME
           IF WS-LIA-JURISDICTION(WS-LIA-IDX) = SPACES
               MOVE '(NO JURISDICTION - NOT TAXED)' TO WRL-NAME
           ELSE
               IF WS-JUR-COUNT > 0
                   SET WS-JUR-IDX TO 1
                   SEARCH WS-JUR-ENTRY
                       AT END
                           MOVE '(NOT ON JURISDICTION FILE)'
                               TO WRL-NAME
                       WHEN WS-JUR-CODE(WS-JUR-IDX)
                               = WS-LIA-JURISDICTION(WS-LIA-IDX)
                           MOVE WS-JUR-NAME(WS-JUR-IDX) TO WRL-NAME
                   END-SEARCH
               END-IF
           END-IF
           MOVE WS-LIA-STATE(WS-LIA-IDX) TO WRL-STATE
           MOVE WS-LIA-TAXABLE(WS-LIA-IDX) TO WRL-TAXABLE
           MOVE WS-LIA-EXEMPT(WS-LIA-IDX) TO WRL-EXEMPT
           MOVE WS-LIA-STATE-TAX(WS-LIA-IDX) TO WRL-STATE-TAX
           MOVE WS-LIA-COUNTY-TAX(WS-LIA-IDX) TO WRL-COUNTY-TAX
           MOVE WS-LIA-CITY-TAX(WS-LIA-IDX) TO WRL-CITY-TAX
           MOVE WS-JURIS-TAX TO WRL-TOTAL-TAX
           WRITE TAX-LIABILITY-REPORT-RECORD FROM WS-REPORT-LINE

           ADD WS-LIA-TAXABLE(WS-LIA-IDX) TO WS-TOTAL-TAXABLE
           ADD WS-LIA-EXEMPT(WS-LIA-IDX) TO WS-TOTAL-EXEMPT
           ADD WS-JURIS-TAX TO WS-TOTAL-TAX

           IF WS-JURIS-TAX NOT = ZERO
               PERFORM 3100-JOURNAL-JURISDICTION
           END-IF.

      *    More tax given back than billed in the month (returns of an
      *    earlier month's sales) reverses the entry.
       3100-JOURNAL-JURISDICTION.
           ADD 1 TO WS-VOUCHER-NUMBER
           IF WS-JURIS-TAX > ZERO
               MOVE WS-TAX-RECEIVABLE-GL TO WS-DEBIT-GL
               MOVE WS-TAX-PAYABLE-GL TO WS-CREDIT-GL
           ELSE
               MOVE WS-TAX-PAYABLE-GL TO WS-DEBIT-GL
               MOVE WS-TAX-RECEIVABLE-GL TO WS-CREDIT-GL
               COMPUTE WS-JURIS-TAX = ZERO - WS-JURIS-TAX
           END-IF

           MOVE SPACES TO TAX-JOURNAL-RECORD
           MOVE 'D' TO TJ-RECORD-TYPE
           MOVE WS-RUN-DATE TO TJ-RUN-DATE
           MOVE WS-VOUCHER-NUMBER TO TJ-VOUCHER-NUMBER
           STRING 'STX' WS-PERIOD
               WS-LIA-JURISDICTION(WS-LIA-IDX)(1:7)
               DELIMITED BY SIZE INTO TJ-SOURCE-TRAN-ID
           MOVE 'ST' TO TJ-SOURCE-TYPE

           MOVE WS-DEBIT-GL TO TJ-GL-ACCOUNT
           MOVE 'D' TO TJ-DC-INDICATOR
           MOVE WS-JURIS-TAX TO TJ-AMOUNT
           WRITE TAX-JOURNAL-RECORD

           MOVE WS-CREDIT-GL TO TJ-GL-ACCOUNT
           MOVE 'C' TO TJ-DC-INDICATOR
           MOVE WS-JURIS-TAX TO TJ-AMOUNT
           WRITE TAX-JOURNAL-RECORD
           ADD 1 TO WS-VOUCHERS-WRITTEN.

       4000-FINALIZE.
           MOVE WS-TOTAL-TAXABLE TO WRT-TAXABLE
           MOVE WS-TOTAL-EXEMPT TO WRT-EXEMPT
           MOVE WS-TOTAL-TAX TO WRT-TOTAL-TAX
           WRITE TAX-LIABILITY-REPORT-RECORD FROM WS-REPORT-TOTAL

           IF WS-TXD-STATUS = '00' OR WS-TXD-STATUS = '10'
               CLOSE SALES-TAX-DETAIL-FILE
           END-IF.
           CLOSE TAX-LIABILITY-REPORT-FILE
                 TAX-JOURNAL-FILE.

           DISPLAY '======================================'.
           DISPLAY 'SALES TAX LIABILITY STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Detail Lines Read:  ' WS-LINES-READ.
           DISPLAY 'Lines In Period:    ' WS-LINES-IN-PERIOD.
           DISPLAY 'Jurisdictions:      ' WS-LIA-COUNT.
           DISPLAY 'Vouchers Written:   ' WS-VOUCHERS-WRITTEN.
           DISPLAY 'Taxable Sales:      ' WS-TOTAL-TAXABLE.
           DISPLAY 'Exempt Sales:       ' WS-TOTAL-EXEMPT.
           DISPLAY 'Tax Due:            ' WS-TOTAL-TAX.
           DISPLAY '======================================'.
